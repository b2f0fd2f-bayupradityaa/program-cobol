      ******************************************************************
      *  NILTRNR.CPY
      *  RECORD LAYOUT FOR THE LECTURER GRADE FILE (NILTRAN). ONE
      *  RECORD PER STUDENT PER COURSE PER SEMESTER, CARRYING THE
      *  KRS KEY FIELDS (KRSR.CPY), THE LETTER GRADE A-E AND THE
      *  LECTURER WHO SIGNED THE GRADE SHEET.
      *
      *  ACTION CODES:  N = NILAI (GRADE)
      *                 B = BATCH HEADER  (FIRST RECORD)
      *                 Z = BATCH TRAILER (LAST RECORD)
      *
      *  HEADER AND TRAILER REUSE THE DATA AREA (REDEFINES) THE SAME
      *  WAY AS MHSTRNR.CPY: THE BATCH DATE FOLLOWED BY THE EXPECTED
      *  NUMBER OF GRADE RECORDS. NILPOST REFUSES THE WHOLE BATCH
      *  WHEN THE TRAILER COUNT DOES NOT MATCH.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - GRADE TRANSACTION LAYOUT.
      ******************************************************************
       01  NTR-RECORD.
           05  NTR-AKSI                PIC X(01).
               88  NTR-NILAI-REC           VALUE "N".
               88  NTR-HEADER              VALUE "B".
               88  NTR-TRAILER             VALUE "Z".
           05  NTR-DATA-AREA.
               10  NTR-NPM             PIC X(08).
               10  NTR-SEMESTER        PIC X(05).
               10  NTR-KODE-MTK        PIC X(06).
               10  NTR-NILAI           PIC X(01).
                   88  NTR-NILAI-VALID     VALUES "A" "B" "C" "D" "E".
               10  NTR-DOSEN           PIC X(08).
           05  NTR-BATCH-AREA REDEFINES NTR-DATA-AREA.
               10  NTR-BATCH-TANGGAL   PIC 9(08).
               10  NTR-JML-NILAI       PIC 9(05).
               10  FILLER              PIC X(15).

      ******************************************************************
      *  KRSTRNR.CPY
      *  RECORD LAYOUT FOR THE KRS TRANSACTION FILE (KRSTRAN) SENT BY
      *  THE ACADEMIC OFFICE AT THE START OF EVERY SEMESTER. ONE
      *  RECORD PER STUDENT PER COURSE, AN ACTION CODE FOLLOWED BY
      *  THE KRS KEY FIELDS (KRSR.CPY).
      *
      *  ACTION CODES:  T = TAMBAH (ENROL)
      *                 H = HAPUS  (DROP)
      *                 B = BATCH HEADER  (FIRST RECORD)
      *                 Z = BATCH TRAILER (LAST RECORD)
      *
      *  HEADER AND TRAILER REUSE THE DATA AREA (REDEFINES) THE SAME
      *  WAY AS MHSTRNR.CPY: THE BATCH DATE FOLLOWED BY THE EXPECTED
      *  COUNT PER ACTION CODE. KRSLOAD REFUSES THE WHOLE BATCH WHEN
      *  THE TRAILER COUNTS DO NOT MATCH.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - KRS TRANSACTION LAYOUT.
      ******************************************************************
       01  KTR-RECORD.
           05  KTR-AKSI                PIC X(01).
               88  KTR-TAMBAH              VALUE "T".
               88  KTR-HAPUS               VALUE "H".
               88  KTR-HEADER              VALUE "B".
               88  KTR-TRAILER             VALUE "Z".
           05  KTR-DATA-AREA.
               10  KTR-NPM             PIC X(08).
               10  KTR-SEMESTER        PIC X(05).
               10  KTR-KODE-MTK        PIC X(06).
               10  FILLER              PIC X(09).
           05  KTR-BATCH-AREA REDEFINES KTR-DATA-AREA.
               10  KTR-BATCH-TANGGAL   PIC 9(08).
               10  KTR-JML-TAMBAH      PIC 9(05).
               10  KTR-JML-HAPUS       PIC 9(05).
               10  FILLER              PIC X(10).

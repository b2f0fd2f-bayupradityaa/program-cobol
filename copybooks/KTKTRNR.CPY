      ******************************************************************
      *  KTKTRNR.CPY
      *  RECORD LAYOUT FOR THE CONTACT TRANSACTION FILE (KTKTRAN)
      *  SENT BY THE REGISTRATION OFFICE. ONE RECORD PER STUDENT, AN
      *  ACTION CODE FOLLOWED BY THE CONTACT FIELDS OF KONTAKR.CPY
      *  (WITHOUT THE LAST-CHANGED DATE, WHICH KTKLOAD SETS).
      *
      *  ACTION CODES:  T = TAMBAH (NEW CONTACT RECORD)
      *                 U = UBAH   (NON-BLANK FIELDS REPLACE THE
      *                             STORED VALUES)
      *                 H = HAPUS  (REMOVE CONTACT RECORD)
      *                 B = BATCH HEADER  (FIRST RECORD)
      *                 Z = BATCH TRAILER (LAST RECORD)
      *
      *  HEADER AND TRAILER REUSE THE DATA AREA (REDEFINES) THE SAME
      *  WAY AS MHSTRNR.CPY: THE BATCH DATE FOLLOWED BY THE EXPECTED
      *  COUNT PER ACTION CODE. KTKLOAD REFUSES THE WHOLE BATCH WHEN
      *  THE TRAILER COUNTS DO NOT MATCH.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - CONTACT TRANSACTION LAYOUT.
      ******************************************************************
       01  KKT-RECORD.
           05  KKT-AKSI                PIC X(01).
               88  KKT-TAMBAH              VALUE "T".
               88  KKT-UBAH                VALUE "U".
               88  KKT-HAPUS               VALUE "H".
               88  KKT-HEADER              VALUE "B".
               88  KKT-TRAILER             VALUE "Z".
           05  KKT-DATA-AREA.
               10  KKT-NPM             PIC X(08).
               10  KKT-ALAMAT-1        PIC X(30).
               10  KKT-ALAMAT-2        PIC X(30).
               10  KKT-KOTA            PIC X(20).
               10  KKT-KODE-POS        PIC X(05).
               10  KKT-TELEPON         PIC X(15).
               10  KKT-EMAIL           PIC X(30).
               10  KKT-WALI-NAMA       PIC X(25).
               10  KKT-WALI-HUBUNGAN   PIC X(01).
               10  KKT-WALI-TELEPON    PIC X(15).
           05  KKT-BATCH-AREA REDEFINES KKT-DATA-AREA.
               10  KKT-BATCH-TANGGAL   PIC 9(08).
               10  KKT-JML-TAMBAH      PIC 9(05).
               10  KKT-JML-UBAH        PIC 9(05).
               10  KKT-JML-HAPUS       PIC 9(05).
               10  FILLER              PIC X(156).

      ******************************************************************
      *  ANTRIR.CPY
      *  RECORD LAYOUT FOR THE CLASS WAITING-LIST FILE (MHSANTRI).
      *  KEYED ON ANT-KEY = KELAS + DATE + TIME + NPM, SO A READ IN
      *  KEY ORDER GIVES EACH CLASS'S QUEUE FIRST COME FIRST SERVED.
      *  ALTERNATE KEY ON ANT-NPM (WITH DUPLICATES) TO FIND A
      *  STUDENT'S ENTRIES. ONE RECORD IS WRITTEN BY MHSINTAK OR BY
      *  MENU 1 OF TUGAS1AP3 WHEN A TAMBAH IS TURNED AWAY WITH
      *  "KELAS PENUH"; IT CARRIES THE SAME STUDENT FIELDS AS THE
      *  MASTER RECORD (MHSREC.CPY) SO MHSALOK CAN ENROL THE STUDENT
      *  WITHOUT THE ORIGINAL TRANSACTION.
      *
      *  ENTRY STATUS:  W = MENUNGGU (STILL WAITING)
      *                 D = DITERIMA (ENROLLED BY MHSALOK)
      *                 B = BATAL    (CANCELLED BY MHSALOK, E.G. NPM
      *                                ALREADY IN MHSMAST)
      *  ENROLLED AND CANCELLED ENTRIES STAY ON FILE FOR REFERENCE;
      *  ONLY "W" ENTRIES COUNT FOR QUEUE POSITION.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - WAITING-LIST LAYOUT.
      ******************************************************************
       01  ANT-RECORD.
           05  ANT-KEY.
               10  ANT-KELAS           PIC A(05).
               10  ANT-TANGGAL         PIC 9(08).
               10  ANT-JAM             PIC 9(08).
               10  ANT-NPM             PIC X(08).
           05  ANT-NAMA                PIC A(15).
           05  ANT-TANGGAL-LAHIR.
               10  ANT-HARI-LAHIR      PIC 9(02).
               10  ANT-BULAN-LAHIR     PIC 9(02).
               10  ANT-TAHUN-LAHIR     PIC 9(04).
           05  ANT-HOBI                PIC A(20).
           05  ANT-STATUS-MHS          PIC X(01).
           05  ANT-SUMBER              PIC X(08).
           05  ANT-STATUS              PIC X(01).
               88  ANT-MENUNGGU            VALUE "W".
               88  ANT-DITERIMA            VALUE "D".
               88  ANT-BATAL               VALUE "B".
           05  ANT-TANGGAL-PROSES      PIC 9(08).
           05  ANT-KETERANGAN          PIC X(30).

      ******************************************************************
      *  MTKR.CPY
      *  RECORD LAYOUT FOR THE COURSE (MATA KULIAH) REFERENCE FILE
      *  (MTKREF). KEYED ON MTK-KODE. ONE RECORD PER COURSE WITH ITS
      *  NAME, SKS CREDITS, SEAT CAPACITY PER SEMESTER AND UP TO FIVE
      *  KELAS CODES WHOSE STUDENTS MAY TAKE IT. AN ALL-SPACES KELAS
      *  LIST MEANS THE COURSE IS OPEN TO EVERY KELAS.
      *  MAINTAINED BY OPERATORS THROUGH MTKMAINT; READ BY THE KRS
      *  ENTRY IN TUGAS1AP3, THE KRS BATCH LOAD KRSLOAD AND KRSRPT.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - COURSE REFERENCE LAYOUT.
      ******************************************************************
       01  MTK-RECORD.
           05  MTK-KODE                PIC X(06).
           05  MTK-NAMA                PIC X(25).
           05  MTK-SKS                 PIC 9(01).
           05  MTK-KAPASITAS           PIC 9(03).
           05  MTK-KELAS-LIST.
               10  MTK-KELAS-IZIN      PIC A(05) OCCURS 5 TIMES.

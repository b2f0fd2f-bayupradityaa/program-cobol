      ******************************************************************
      *  BKCATR.CPY
      *  RECORD LAYOUT FOR THE BACKUP GENERATION CATALOG (MHSBKCAT).
      *  KEYED ON BKC-GENERASI. RECORD 00000 IS THE CONTROL RECORD
      *  (BKC-KONTROL); EVERY OTHER RECORD DESCRIBES ONE MHSUNLD RUN
      *  (BKC-DATA): ITS SLOT FILE (MHSBKUP1-MHSBKUP3), DATE/TIME,
      *  DATA RECORD COUNT AND THE JOURNAL POSITION AT THE MOMENT OF
      *  THE UNLOAD.
      *
      *  JOURNAL POSITIONS ARE ABSOLUTE: THE NUMBER OF MHSJRN RECORDS
      *  EVER WRITTEN. BKC-JRN-DASAR COUNTS THE RECORDS ALREADY MOVED
      *  TO THE JOURNAL HISTORY FILE (MHSJRNH) BY MHSJTUP, SO RECORD
      *  N OF THE CURRENT MHSJRN IS POSITION BKC-JRN-DASAR + N.
      *
      *  GENERATION STATUS:  P = PROSES (UNLOAD NOT YET COMPLETE)
      *                      A = AKTIF  (COMPLETE, CAN BE RELOADED)
      *                      L = LEPAS  (RELEASED, SLOT REUSED)
      *  BKC-TUTUP-STATUS IS SET WHILE A JOURNAL CLOSE (MHSJTUP) IS
      *  UNDER WAY: "T" = RECORDS UP TO BKC-DASAR-BARU ARE BEING
      *  APPENDED TO MHSJRNH (WHICH HELD BKC-JRNH-AWAL RECORDS
      *  BEFORE), "K" = HISTORY AND WORK FILE COMPLETE, MHSJRN NOT
      *  YET TOUCHED (IT MUST STILL HOLD BKC-DASAR-BARU MINUS
      *  BKC-JRN-DASAR PLUS BKC-SISA-JRN RECORDS), "S" = MHSJRN IS
      *  BEING REBUILT FROM THE WORK FILE (BKC-SISA-JRN RECORDS).
      *  NO PROGRAM MAY UNLOAD OR ROLL FORWARD UNTIL IT IS CLEARED.
      *  BKC-TANGGAL-RELOAD/BKC-JAM-RELOAD STAMP THE LAST MHSRELD
      *  RUN: THE MASTER IS REBUILT WITHOUT JOURNAL RECORDS, SO
      *  PROGRAMS LOOKING FOR THE LAST MASTER CHANGE READ THIS STAMP
      *  AS WELL AS THE JOURNAL.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - BACKUP GENERATION CATALOG.
      ******************************************************************
       01  BKC-RECORD.
           05  BKC-GENERASI            PIC 9(05).
               88  BKC-REC-KONTROL         VALUE ZERO.
           05  BKC-DATA.
               10  BKC-STATUS          PIC X(01).
                   88  BKC-PROSES          VALUE "P".
                   88  BKC-AKTIF           VALUE "A".
                   88  BKC-LEPAS           VALUE "L".
               10  BKC-SLOT            PIC 9(01).
               10  BKC-TANGGAL         PIC 9(08).
               10  BKC-JAM             PIC 9(08).
               10  BKC-JML-RECORD      PIC 9(07).
               10  BKC-POSISI-JRN      PIC 9(09).
               10  BKC-TANGGAL-LEPAS   PIC 9(08).
               10  FILLER              PIC X(28).
           05  BKC-KONTROL REDEFINES BKC-DATA.
               10  BKC-GENERASI-AKHIR  PIC 9(05).
               10  BKC-JRN-DASAR       PIC 9(09).
               10  BKC-TUTUP-STATUS    PIC X(01).
                   88  BKC-TUTUP-BERJALAN  VALUE "T" "K" "S".
                   88  BKC-TUTUP-HISTORI   VALUE "T".
                   88  BKC-TUTUP-SALIN     VALUE "K" "S".
                   88  BKC-TUTUP-BANGUN    VALUE "S".
               10  BKC-DASAR-BARU      PIC 9(09).
               10  BKC-SISA-JRN        PIC 9(09).
               10  BKC-TANGGAL-TUTUP   PIC 9(08).
               10  BKC-GENERASI-RELOAD PIC 9(05).
               10  BKC-TANGGAL-RELOAD  PIC 9(08).
               10  BKC-JRNH-AWAL       PIC 9(09).
               10  BKC-JAM-RELOAD      PIC 9(06).
               10  FILLER              PIC X(01).

      ******************************************************************
      *  RUNCTLR.CPY
      *  RECORD LAYOUT FOR THE SHARED BATCH RUN-CONTROL FILE (MHSRUN).
      *  KEYED ON RUN-PROGRAM. ONE RECORD PER BATCH PROGRAM HOLDING
      *  ITS LATEST RUN (START, END, COMPLETION CODE, RECORD COUNTS,
      *  REASON TEXT) AND THE START/END OF ITS LAST SUCCESSFUL RUN
      *  (RUN-OK-...). RECORD "*SIKLUS*" IS THE CYCLE CONTROL RECORD
      *  (RUN-KONTROL): THE CURRENT NIGHTLY CYCLE DATE AND THE CURRENT
      *  YEAR-END CYCLE, BOTH OPENED FROM MHSSIKL. EVERY RUN IS STAMPED
      *  WITH THE CYCLES CURRENT AT ITS START; RUN-SIKLUS-TAHUN IS
      *  ZERO WHEN NO YEAR-END CYCLE IS OPEN.
      *
      *  RUN STATUS:  J = JALAN   (STARTED, NO END RECORDED - RUNNING
      *                            OR ABENDED)
      *               S = SELESAI (CODE 00 OR 04)
      *               G = GAGAL   (CODE 08)
      *               T = DITOLAK (CODE 12 - PREREQUISITE MISSING,
      *                            MHSMAST NOT TOUCHED)
      *  COMPLETION CODE: 00 NORMAL, 04 COMPLETE WITH REJECTED
      *  RECORDS OR WARNINGS, 08 FAILED, 12 REFUSED. THE SAME VALUE
      *  IS PASSED BACK AS THE STEP RETURN CODE.
      *
      *  YEAR-END CYCLE STATUS:  B = BUKA (OPEN)
      *                          S = SELESAI (CLOSED BY A SUCCESSFUL
      *                              MHSPROMO)
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - BATCH RUN-CONTROL LAYOUT.
      ******************************************************************
       01  RUN-RECORD.
           05  RUN-PROGRAM             PIC X(08).
           05  RUN-DATA.
               10  RUN-STATUS          PIC X(01).
                   88  RUN-JALAN           VALUE "J".
                   88  RUN-SELESAI         VALUE "S".
                   88  RUN-GAGAL           VALUE "G".
                   88  RUN-DITOLAK         VALUE "T".
               10  RUN-KODE            PIC 9(02).
               10  RUN-SIKLUS          PIC 9(08).
               10  RUN-SIKLUS-TAHUN    PIC 9(04).
               10  RUN-TGL-MULAI       PIC 9(08).
               10  RUN-JAM-MULAI       PIC 9(08).
               10  RUN-TGL-SELESAI     PIC 9(08).
               10  RUN-JAM-SELESAI     PIC 9(08).
               10  RUN-JML-BACA        PIC 9(07).
               10  RUN-JML-PROSES      PIC 9(07).
               10  RUN-JML-TOLAK       PIC 9(07).
               10  RUN-KETERANGAN      PIC X(40).
               10  RUN-OK-SIKLUS       PIC 9(08).
               10  RUN-OK-SIKLUS-TAHUN PIC 9(04).
               10  RUN-OK-TGL-MULAI    PIC 9(08).
               10  RUN-OK-JAM-MULAI    PIC 9(08).
               10  RUN-OK-TGL-SELESAI  PIC 9(08).
               10  RUN-OK-JAM-SELESAI  PIC 9(08).
               10  FILLER              PIC X(10).
           05  RUN-KONTROL REDEFINES RUN-DATA.
               10  RUN-C-SIKLUS        PIC 9(08).
               10  RUN-C-BUKA-TGL      PIC 9(08).
               10  RUN-C-BUKA-JAM      PIC 9(08).
               10  RUN-C-TAHUN         PIC 9(04).
               10  RUN-C-TAHUN-STATUS  PIC X(01).
                   88  RUN-C-TAHUN-BUKA    VALUE "B".
                   88  RUN-C-TAHUN-SELESAI VALUE "S".
               10  RUN-C-TAHUN-TGL     PIC 9(08).
               10  RUN-C-TAHUN-JAM     PIC 9(08).
               10  RUN-C-TAHUN-TUTUP   PIC 9(08).
               10  FILLER              PIC X(109).

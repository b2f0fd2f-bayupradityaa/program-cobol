      ******************************************************************
      *  KRSR.CPY
      *  RECORD LAYOUT FOR THE KRS (KARTU RENCANA STUDI) ENROLLMENT
      *  FILE (KRSMAST). ONE RECORD PER STUDENT PER SEMESTER PER
      *  COURSE, KEYED ON NPM + SEMESTER + COURSE CODE, WITH AN
      *  ALTERNATE KEY (WITH DUPLICATES) ON SEMESTER + COURSE CODE SO
      *  THE ROSTER AND THE SEAT COUNT CAN READ ONE COURSE DIRECTLY.
      *
      *  KRS-SEMESTER IS YYYYS: TAHUN AKADEMIK FOLLOWED BY 1 (GANJIL)
      *  OR 2 (GENAP). KRS-SKS IS COPIED FROM MTKREF AT ENROLMENT SO
      *  THE SKS-PER-SEMESTER TOTAL DOES NOT CHANGE WHEN THE COURSE
      *  IS LATER RE-RATED. KRS-SUMBER IS THE OPERATOR ID (TUGAS1AP3)
      *  OR "KRSLOAD".
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - KRS ENROLLMENT LAYOUT
      *                   DENGAN KRS-NILAI (A-E, SPASI = BELUM ADA
      *                   NILAI) YANG DIISI NILPOST DARI LEMBAR NILAI
      *                   DOSEN.
      ******************************************************************
       01  KRS-RECORD.
           05  KRS-KEY.
               10  KRS-NPM             PIC X(08).
               10  KRS-SEM-MTK.
                   15  KRS-SEMESTER    PIC 9(05).
                   15  KRS-KODE-MTK    PIC X(06).
           05  KRS-SKS                 PIC 9(01).
           05  KRS-TANGGAL             PIC 9(08).
           05  KRS-SUMBER              PIC X(08).
           05  KRS-NILAI               PIC X(01).
               88  KRS-BELUM-NILAI         VALUE SPACE.
               88  KRS-NILAI-VALID         VALUES "A" "B" "C" "D" "E".

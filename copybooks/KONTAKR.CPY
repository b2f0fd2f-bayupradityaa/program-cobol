      ******************************************************************
      *  KONTAKR.CPY
      *  RECORD LAYOUT FOR THE STUDENT CONTACT AND GUARDIAN FILE
      *  (MHSKONT). KEYED ON KTK-NPM, AT MOST ONE RECORD PER STUDENT
      *  IN MHSMAST. HOLDS THE MAILING ADDRESS, PHONE AND E-MAIL OF
      *  THE STUDENT AND THE NAME, RELATIONSHIP AND PHONE OF THE
      *  PARENT OR GUARDIAN (WALI). MAINTAINED THROUGH TUGAS1AP3
      *  AND THE KTKLOAD BATCH; RECORDS ARE REMOVED BY MHSARCH WHEN
      *  THE STUDENT IS ARCHIVED.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - CONTACT/GUARDIAN LAYOUT.
      ******************************************************************
       01  KTK-RECORD.
           05  KTK-NPM                 PIC X(08).
           05  KTK-ALAMAT-1            PIC X(30).
           05  KTK-ALAMAT-2            PIC X(30).
           05  KTK-KOTA                PIC X(20).
           05  KTK-KODE-POS            PIC X(05).
           05  KTK-TELEPON             PIC X(15).
           05  KTK-EMAIL               PIC X(30).
           05  KTK-WALI-NAMA           PIC X(25).
           05  KTK-WALI-HUBUNGAN       PIC X(01).
               88  KTK-WALI-AYAH           VALUE "A".
               88  KTK-WALI-IBU            VALUE "I".
               88  KTK-WALI-LAIN           VALUE "L".
               88  KTK-WALI-HUB-VALID      VALUES "A" "I" "L".
           05  KTK-WALI-TELEPON        PIC X(15).
           05  KTK-TANGGAL-UBAH        PIC 9(08).

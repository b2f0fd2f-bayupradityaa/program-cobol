      ******************************************************************
      *  TARIFR.CPY
      *  RECORD LAYOUT FOR THE TUITION TARIFF REFERENCE FILE
      *  (TARIFREF). KEYED ON TRF-KELAS. ONE RECORD PER KELAS WITH
      *  THE TUITION (UKT/SPP) AMOUNT BILLED EACH SEMESTER, IN WHOLE
      *  RUPIAH. MAINTAINED BY OPERATORS THROUGH TRFMAINT; READ BY
      *  THE SEMESTER BILLING RUN TAGBILL.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - TUITION TARIFF LAYOUT.
      ******************************************************************
       01  TRF-RECORD.
           05  TRF-KELAS               PIC A(05).
           05  TRF-JUMLAH              PIC 9(09).
           05  TRF-TANGGAL-UBAH        PIC 9(08).

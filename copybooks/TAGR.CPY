      ******************************************************************
      *  TAGR.CPY
      *  RECORD LAYOUT FOR THE TUITION BILL FILE (MHSTAGIH). ONE BILL
      *  PER STUDENT PER SEMESTER, KEYED ON NPM + SEMESTER (YYYYS, AS
      *  IN KRSR.CPY). CREATED BY THE BILLING RUN TAGBILL, PAID DOWN
      *  BY THE BANK PAYMENT POSTING TAGBYR AND AGED BY TAGAGING.
      *
      *  TAG-DIBAYAR IS THE TOTAL POSTED SO FAR; THE OUTSTANDING
      *  AMOUNT IS TAG-JUMLAH - TAG-DIBAYAR. TAG-STATUS FOLLOWS THE
      *  PAYMENTS: B = BELUM DIBAYAR, S = DIBAYAR SEBAGIAN, L = LUNAS.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - TUITION BILL LAYOUT.
      ******************************************************************
       01  TAG-RECORD.
           05  TAG-KEY.
               10  TAG-NPM             PIC X(08).
               10  TAG-SEMESTER        PIC 9(05).
           05  TAG-KELAS               PIC A(05).
           05  TAG-JUMLAH              PIC 9(09).
           05  TAG-DIBAYAR             PIC 9(09).
           05  TAG-TGL-TAGIH           PIC 9(08).
           05  TAG-TGL-JATUH-TEMPO     PIC 9(08).
           05  TAG-TGL-BAYAR           PIC 9(08).
           05  TAG-STATUS              PIC X(01).
               88  TAG-BELUM-BAYAR         VALUE "B".
               88  TAG-SEBAGIAN            VALUE "S".
               88  TAG-LUNAS               VALUE "L".

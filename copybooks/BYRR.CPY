      ******************************************************************
      *  BYRR.CPY
      *  RECORD LAYOUT FOR THE BANK'S DAILY TUITION PAYMENT FILE
      *  (BANKBYR). ONE RECORD PER PAYMENT RECEIVED BY THE BANK: THE
      *  BANK'S OWN REFERENCE NUMBER (UNIQUE PER PAYMENT), THE
      *  PAYMENT DATE, THE NPM KEYED BY THE PAYER AND THE AMOUNT IN
      *  WHOLE RUPIAH. POSTED TO MHSTAGIH BY TAGBYR.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - BANK PAYMENT LAYOUT.
      ******************************************************************
       01  BYR-RECORD.
           05  BYR-REFERENSI           PIC X(12).
           05  BYR-TANGGAL             PIC 9(08).
           05  BYR-NPM                 PIC X(08).
           05  BYR-JUMLAH              PIC 9(09).

      ******************************************************************
      *  BYHR.CPY
      *  RECORD LAYOUT FOR THE POSTED-PAYMENT HISTORY FILE (MHSBYRH).
      *  KEYED ON THE BANK REFERENCE NUMBER. TAGBYR WRITES ONE RECORD
      *  FOR EVERY PAYMENT IT POSTS AND REJECTS ANY LATER PAYMENT WITH
      *  A REFERENCE ALREADY ON FILE AS A DUPLICATE, SO THE SAME BANK
      *  FILE CAN BE RERUN WITHOUT PAYING A BILL TWICE.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - PAYMENT HISTORY LAYOUT.
      ******************************************************************
       01  BYH-RECORD.
           05  BYH-REFERENSI           PIC X(12).
           05  BYH-TANGGAL             PIC 9(08).
           05  BYH-NPM                 PIC X(08).
           05  BYH-SEMESTER            PIC 9(05).
           05  BYH-JUMLAH              PIC 9(09).
           05  BYH-TGL-POSTING         PIC 9(08).

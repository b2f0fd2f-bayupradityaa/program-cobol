      ******************************************************************
      *  NPMCTLR.CPY
      *  RECORD LAYOUT FOR THE NPM SEQUENCE CONTROL FILE (NPMCTL).
      *  KEYED ON NCT-KEY = INTAKE YEAR + PROGRAM PREFIX. ONE RECORD
      *  PER INTAKE YEAR AND PREFIX, CREATED ON FIRST USE WITH
      *  NCT-NEXT-SEQ = 1. THE PREFIX IS TWO DIGITS, OR SPACES WHEN
      *  NO PROGRAM PREFIX IS USED. ASSIGNED NPMS ARE 8 DIGITS:
      *      NO PREFIX  : YYYY + SSSS  (INTAKE YEAR, SEQUENCE)
      *      WITH PREFIX: PP + YY + SSSS
      *  THE RECORD IS REWRITTEN (SEQUENCE ADVANCED) BEFORE THE
      *  MASTER RECORD IS WRITTEN, SO A NUMBER ONCE ISSUED IS NEVER
      *  ISSUED AGAIN. NCT-LAST-* IDENTIFY THE LAST ASSIGNMENT SO A
      *  RESTARTED MHSINTAK BATCH GIVES THE SAME TRANSACTION ITS OWN
      *  NUMBER BACK INSTEAD OF A NEW ONE.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - NPM SEQUENCE CONTROL.
      ******************************************************************
       01  NCT-RECORD.
           05  NCT-KEY.
               10  NCT-TAHUN           PIC 9(04).
               10  NCT-PREFIX          PIC X(02).
           05  NCT-NEXT-SEQ            PIC 9(05).
           05  NCT-LAST-NPM            PIC X(08).
           05  NCT-LAST-SUMBER         PIC X(08).
           05  NCT-LAST-BATCH          PIC 9(08).
           05  NCT-LAST-TRN-SEQ        PIC 9(05).
           05  NCT-TANGGAL-UBAH        PIC 9(08).

      *  MHS-RECORD IMAGE IN NPM ORDER; THE FILE ENDS WITH ONE TRAILER
      *  RECORD ("T") CARRYING THE DATA RECORD COUNT SO THE RELOAD CAN
      *  VERIFY THE BACKUP IS COMPLETE.
      *  THE SAME LAYOUT IS USED FOR THE GENERATION SLOT FILES
      *  MHSBKUP1-MHSBKUP3 WRITTEN BY MHSUNLD; THEIR TRAILER ALSO
      *  CARRIES THE GENERATION NUMBER AND JOURNAL POSITION FROM THE
      *  CATALOG (BKCATR.CPY). MHSBKUP ITSELF IS NOW ONLY WRITTEN BY
      *  THE CONVERSION MHSUCNV AND LEAVES THOSE FIELDS AS SPACES.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  02/09/26   BPA   TAMBAH BKP-STATUS DI BELAKANG HOBI,
      *                   MENGIKUTI MHS-STATUS PADA MHSREC.CPY.
      *                   FILLER TRAILER MENYESUAIKAN.
      *  15/10/26   BPA   TAMBAH BKP-GENERASI DAN BKP-POSISI-JRN PADA
      *                   TRAILER UNTUK KATALOG GENERASI BACKUP.
      ******************************************************************
       01  BKP-RECORD.
           05  BKP-TYPE                PIC X(01).
               10  BKP-STATUS          PIC X(01).
           05  BKP-TRAILER-AREA REDEFINES BKP-DATA-AREA.
               10  BKP-REC-COUNT       PIC 9(07).
               10  BKP-GENERASI        PIC 9(05).
               10  BKP-POSISI-JRN      PIC 9(09).
               10  FILLER              PIC X(36).

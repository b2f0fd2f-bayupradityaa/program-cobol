      ******************************************************************
      *  IPKR.CPY
      *  RECORD LAYOUT FOR THE GRADE-POINT FILE (MHSIPK). ONE RECORD
      *  PER STUDENT PER SEMESTER THAT HAS AT LEAST ONE GRADED
      *  COURSE, KEYED ON NPM + SEMESTER (YYYYS, AS IN KRSR.CPY).
      *
      *  MUTU IS THE SUM OF SKS X GRADE WEIGHT (A=4 B=3 C=2 D=1
      *  E=0). IPS IS THE SEMESTER GPA (MUTU / SKS OF THAT
      *  SEMESTER); IPK IS THE CUMULATIVE GPA OVER THIS AND ALL
      *  EARLIER SEMESTERS. THE WHOLE FILE IS REBUILT FROM KRSMAST
      *  AT THE END OF EVERY NILPOST RUN; READ BY NILTRSK (TRANSCRIPT)
      *  AND NILRANK (RANKING PER KELAS).
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  15/10/26   BPA   ORIGINAL VERSION - IPS/IPK LAYOUT.
      ******************************************************************
       01  IPK-RECORD.
           05  IPK-KEY.
               10  IPK-NPM             PIC X(08).
               10  IPK-SEMESTER        PIC 9(05).
           05  IPK-SKS-SEM             PIC 9(03).
           05  IPK-MUTU-SEM            PIC 9(04).
           05  IPK-IPS                 PIC 9V99.
           05  IPK-SKS-KUM             PIC 9(03).
           05  IPK-MUTU-KUM            PIC 9(04).
           05  IPK-IPK                 PIC 9V99.
           05  IPK-TANGGAL             PIC 9(08).

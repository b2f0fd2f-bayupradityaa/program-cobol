      *  JRN-SUMBER IS THE SIGNED-ON OPERATOR ID (TUGAS1AP3) OR THE
      *  BATCH PROGRAM NAME (MHSINTAK, MHSARCH, MHSPROMO, ...).
      *
      *  RECORDS OLDER THAN THE OLDEST BACKUP GENERATION STILL KEPT IN
      *  THE CATALOG (BKCATR.CPY) ARE MOVED BY MHSJTUP TO THE JOURNAL
      *  HISTORY FILE MHSJRNH, WHICH USES THIS SAME LAYOUT.
      *
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  02/09/26   BPA   ORIGINAL VERSION - CHANGE JOURNAL LAYOUT.
      *  15/10/26   BPA   CATATAN: LAYOUT JUGA DIPAKAI MHSJRNH.
      ******************************************************************
       01  JRN-RECORD.
           05  JRN-TANGGAL             PIC 9(08).

      *  22/08/26   BPA   ORIGINAL VERSION - ARCHIVE RECORD LAYOUT.
      *  02/09/26   BPA   TAMBAH ARS-STATUS DI BELAKANG HOBI,
      *                   MENGIKUTI MHS-STATUS PADA MHSREC.CPY.
      *  15/10/26   BPA   TAMBAH TANDA DITERIMA KEMBALI (MHSRADM):
      *                   ARS-KEMBALI "R" BESERTA TANGGAL DAN KELAS
      *                   TUJUAN. RECORD LAMA YANG LEBIH PENDEK
      *                   TERBACA SPASI = BELUM DITERIMA KEMBALI.
      ******************************************************************
       01  ARS-RECORD.
           05  ARS-TANGGAL-ARSIP       PIC 9(08).
               10  ARS-TAHUN-LAHIR     PIC 9(04).
           05  ARS-HOBI                PIC A(20).
           05  ARS-STATUS              PIC X(01).
           05  ARS-KEMBALI             PIC X(01).
               88  ARS-DITERIMA-KEMBALI    VALUE "R".
           05  ARS-TANGGAL-KEMBALI     PIC 9(08).
           05  ARS-KELAS-KEMBALI       PIC A(05).

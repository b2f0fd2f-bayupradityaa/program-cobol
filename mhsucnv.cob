000256*                     FD MEMAKAI LAYOUT LAMA TERTANAM (LAMA-),
000258*                     ALTERNATE KEY KELAS SUDAH ADA PADA
000259*                     FORMAT ITU. STATUS DIISI AKTIF.
000260*    15/10/26   BPA   CATATAN URUTAN: MHSRELD KINI MEMILIH
000261*                     GENERASI DARI KATALOG MHSBKCAT; UNTUK
000262*                     KONVERSI JAWAB "B" SUPAYA MHSBKUP DIMUAT.
000263*    ---------------------------------------------------------
000270*
000280*    MHSUNLD SEKARANG MENULIS RECORD BACKUP BESERTA STATUS DAN
000290*    KARENANYA MEMBUTUHKAN MASTER FORMAT BARU. PROGRAM INI
000300*    SATU-SATUNYA YANG MASIH MEMBACA FORMAT LAMA (TANPA
000310*    MHS-STATUS): FD-NYA SENGAJA MEMAKAI LAYOUT LAMA TERTANAM,
000320*    BUKAN COPY MHSREC. URUTAN KONVERSI: JALANKAN MHSUCNV ATAS
000330*    MASTER LAMA, LALU MHSRELD (PILIHAN GENERASI "B" = FILE
000335*    MHSBKUP) UNTUK MEMBANGUN MASTER BARU -
000340*    SETIAP MAHASISWA DIMUAT DENGAN STATUS AKTIF. SETELAH
000350*    KONVERSI, PAKAI MHSUNLD UNTUK BACKUP MALAM SEPERTI BIASA.
000360*

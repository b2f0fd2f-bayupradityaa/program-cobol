000276*                     TAMPIL PADA DAFTAR, NILAI AWAL 040.
000278*                     ENTRI IDENTITAS DAN INTAKE MEMAKAI
000279*                     KAPASITAS INI SEBAGAI BATAS PENDAFTARAN.
000280*    15/10/26   BPA   UBAH KELAS: BILA KAPASITAS DINAIKKAN,
000281*                     OPERATOR DIINGATKAN MENJALANKAN MHSALOK
000282*                     SUPAYA DAFTAR TUNGGU KELAS ITU TERISI.
000283*    ---------------------------------------------------------
000290*
000300*    PROGRAM MENU INI DIJALANKAN OPERATOR SENDIRI: KELAS BARU
000310*    (MISALNYA 1IA03) CUKUP DITAMBAHKAN DI SINI TANPA
000660 77  KM-MIN-UMUR                  PIC 9(03) VALUE ZERO.
000670 77  KM-MAX-UMUR                  PIC 9(03) VALUE ZERO.
000672 77  KM-KAPASITAS                 PIC 9(03) VALUE ZERO.
000674 77  KM-KAP-LAMA                  PIC 9(03) VALUE ZERO.
000680*
000690*    NILAI AWAL UNTUK FILE BARU - BATAS UMUR YANG SEBELUMNYA
000700*    TERTANAM PADA TABEL KONFIGURASI RPTUMUR.
002650
002660     DISPLAY "BATAS SAAT INI: MIN " KLS-MIN-UMUR
002670         " MAKS " KLS-MAX-UMUR " KAPASITAS " KLS-KAPASITAS.
002672     MOVE KLS-KAPASITAS TO KM-KAP-LAMA.
002680     PERFORM 7100-GET-BATAS-UMUR THRU 7100-EXIT.
002690     IF NOT KM-DATA-VALID
002700         GO TO 5000-EXIT
002770             DISPLAY "GAGAL MENYIMPAN PERUBAHAN."
002780         NOT INVALID KEY
002790             DISPLAY "BATAS UMUR KELAS " KM-KODE " DIUBAH."
002792             IF KM-KAPASITAS > KM-KAP-LAMA
002794                 DISPLAY "KAPASITAS NAIK, JALANKAN MHSALOK UNTUK "
002796                     "DAFTAR TUNGGU KELAS INI."
002798             END-IF
002800     END-REWRITE.
002810 5000-EXIT.
002820     EXIT.

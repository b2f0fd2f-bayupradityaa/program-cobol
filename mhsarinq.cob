000260*                     SERI DARI FILE KONTROL CERTCTL YANG
000270*                     SAMA (SATU DERET DENGAN SERTIFIKAT
000280*                     MAHASISWA AKTIF).
000282*    15/10/26   BPA   RECORD ARSIP YANG DITANDAI DITERIMA
000284*                     KEMBALI (MHSRADM) TIDAK LAGI DIBERI SURAT
000286*                     PERNAH TERDAFTAR; TANDA, TANGGAL DAN KELAS
000288*                     TUJUANNYA IKUT DITAMPILKAN PADA PENCARIAN.
000290*    ---------------------------------------------------------
000300*
000310*    ARSIP DIBACA SEKUENSIAL; SETIAP PENCARIAN MEMBUKA DAN
000820 77  AQ-NAMA-LEN                  PIC 9(02) VALUE 1.
000830 77  AQ-CERT-COUNT                PIC 9(05) VALUE ZERO.
000840 77  AQ-SERIAL                    PIC 9(06) VALUE ZERO.
000842 77  AQ-KEMBALI-SWITCH            PIC X(01) VALUE "N".
000844     88  AQ-SUDAH-KEMBALI             VALUE "Y".
000846 77  AQ-KEMBALI-TANGGAL           PIC 9(08) VALUE ZERO.
000848 77  AQ-KEMBALI-KELAS             PIC A(05) VALUE SPACES.
000850*
000860*    PANJANG ISI NAMA YANG DIKETIK (TANPA SPASI BELAKANG)
000870*    DIHITUNG DENGAN LOOP MUNDUR SEPERTI 7000-TRIM-FIELD
003550*    DITEMUKAN. NOMOR SERI DIAMBIL DARI CERTCTL, DERET YANG
003560*    SAMA DENGAN SERTIFIKAT MAHASISWA AKTIF.
003570*    ---------------------------------------------------------
003572*    RECORD ARSIP YANG SUDAH DITANDAI DITERIMA KEMBALI OLEH
003574*    MHSRADM DILEWATI: MAHASISWA ITU SEDANG TERDAFTAR LAGI DAN
003576*    TIDAK DIBERI SURAT PERNAH TERDAFTAR ATAS RECORD TERSEBUT.
003580*
003590 6000-CETAK-SURAT.
003600     DISPLAY "MASUKKAN NPM ALUMNI: ".
003610     ACCEPT AQ-CARI-NPM.
003612     MOVE "N" TO AQ-KEMBALI-SWITCH.
003620     PERFORM 7000-BUKA-ARSIP THRU 7000-EXIT.
003630     IF AQ-END-OF-FILE
003640         GO TO 6000-EXIT
003670         UNTIL AQ-END-OF-FILE.
003680     CLOSE MHSARSIP-FILE.
003690     IF AQ-FOUND-COUNT = ZERO
003692         IF AQ-SUDAH-KEMBALI
003694             DISPLAY "NPM " AQ-CARI-NPM " SUDAH DITERIMA KEMBALI "
003696                 "TANGGAL " AQ-KEMBALI-TANGGAL " KE KELAS "
003698                 AQ-KEMBALI-KELAS "."
003702             DISPLAY "SURAT PERNAH TERDAFTAR TIDAK DICETAK."
003704         ELSE
003706             DISPLAY "NPM " AQ-CARI-NPM " TIDAK ADA DI ARSIP."
003708         END-IF
003710     END-IF.
003720 6000-EXIT.
003730     EXIT.
003790             GO TO 6100-EXIT
003800     END-READ.
003810     IF ARS-NPM = AQ-CARI-NPM
003811         IF ARS-DITERIMA-KEMBALI
003812             MOVE "Y" TO AQ-KEMBALI-SWITCH
003813             MOVE ARS-TANGGAL-KEMBALI TO AQ-KEMBALI-TANGGAL
003814             MOVE ARS-KELAS-KEMBALI TO AQ-KEMBALI-KELAS
003815             GO TO 6100-EXIT
003816         END-IF
003820         ADD 1 TO AQ-FOUND-COUNT
003830         PERFORM 6500-PRINT-SURAT THRU 6500-EXIT
003840         MOVE "Y" TO AQ-EOF-SWITCH
004980     DISPLAY "HOBI           : " ARS-HOBI.
004990     DISPLAY "STATUS TERAKHIR: " ARS-STATUS.
005000     DISPLAY "TANGGAL ARSIP  : " ARS-TANGGAL-ARSIP.
005002     IF ARS-DITERIMA-KEMBALI
005004         DISPLAY "DITERIMA KEMBALI: " ARS-TANGGAL-KEMBALI
005006             " KE KELAS " ARS-KELAS-KEMBALI
005008     END-IF.
005010 7100-EXIT.
005020     EXIT.
005030*

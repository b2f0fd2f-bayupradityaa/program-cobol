000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MHSJTUP.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - PENUTUPAN JURNAL: RECORD
000210*                     MHSJRN YANG LEBIH TUA DARI GENERASI BACKUP
000220*                     TERTUA YANG MASIH AKTIF DI KATALOG MHSBKCAT
000230*                     DIPINDAH KE FILE HISTORI JURNAL MHSJRNH,
000240*                     SUPAYA MHSJRN TETAP KECIL. LAPORAN JTUPRPT.
000250*    ---------------------------------------------------------
000260*
000270*    GENERASI AKTIF TERTUA DI KATALOG (COPYBOOK BKCATR) MENANDAI
000280*    POSISI JURNAL TERAWAL YANG MASIH DIPERLUKAN MHSRFWD. RECORD
000290*    MHSJRN SAMPAI POSISI ITU (BKC-POSISI-JRN - BKC-JRN-DASAR
000300*    RECORD PERTAMA) DITAMBAHKAN KE MHSJRNH, SISANYA DISALIN KE
000310*    FILE KERJA JTUPKERJ LALU DISALIN BALIK MENJADI MHSJRN BARU.
000320*    BKC-JRN-DASAR KEMUDIAN DINAIKKAN SEHINGGA POSISI ABSOLUT
000330*    RECORD JURNAL TIDAK BERUBAH, DAN TANGGAL PENUTUPAN DICATAT
000340*    DI BKC-TANGGAL-TUTUP. MHSJRNH MEMAKAI LAYOUT MHSJRNR; SETIAP
000350*    RECORD MEMBAWA TANGGAL DAN JAMNYA SENDIRI, DAN MHSHIST
000360*    MEMBACA MHSJRNH SEBELUM MHSJRN.
000370*
000380*    PENUTUPAN BERJALAN DALAM DUA TAHAP YANG DICATAT DI RECORD
000390*    KONTROL (BKC-TUTUP-STATUS) SUPAYA RUN YANG TERHENTI BISA
000400*    DIULANG TANPA MENGGANDAKAN HISTORI ATAU KEHILANGAN JURNAL:
000410*      "T" - MENAMBAH KE MHSJRNH DAN MENULIS JTUPKERJ. MHSJRN
000420*            BELUM DIUBAH. JUMLAH RECORD MHSJRNH DIBANDINGKAN
000430*            DENGAN BKC-JRNH-AWAL: SAMA = HISTORI BELUM DITULIS,
000440*            SAMA DENGAN BKC-JRNH-AWAL + JUMLAH PINDAH = SUDAH,
000450*            LAINNYA = HISTORI TIDAK LENGKAP, HARUS DIPERIKSA.
000460*      "K" - JTUPKERJ LENGKAP, MHSJRN BELUM DISENTUH. SEBELUM
000470*            MHSJRN DIBANGUN ULANG, JUMLAH RECORDNYA HARUS SAMA
000480*            DENGAN JUMLAH PINDAH + BKC-SISA-JRN (JUMLAH SAAT
000490*            TAHAP "T"). BILA MHSJRN BERTAMBAH (ADA PROGRAM YANG
000500*            MENULIS JURNAL SESUDAH TAHAP "T"), STATUS KEMBALI
000510*            KE "T" SEHINGGA RUN BERIKUTNYA MENULIS ULANG JTUPKERJ
000520*            DARI MHSJRN SAAT ITU (HISTORI YANG SUDAH TERTULIS
000530*            TIDAK DIGANDAKAN). BILA MHSJRN BERKURANG, PENUTUPAN
000540*            DITOLAK SUPAYA TIDAK ADA JURNAL HILANG.
000550*      "S" - MHSJRN SEDANG DIBANGUN ULANG DARI JTUPKERJ; RUN
000560*            ULANG LANGSUNG MENYALIN KEMBALI TANPA MENGHITUNG.
000570*    SELAMA STATUS INI TERPASANG MHSUNLD DAN MHSRFWD MENOLAK
000580*    JALAN. JOB INI HARUS DIJALANKAN SAAT TIDAK ADA PROGRAM LAIN
000590*    YANG MENULIS MHSJRN.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS BKC-GENERASI
000680         FILE STATUS IS MHSBKCAT-STATUS.
000690
000700     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS MHSJRN-STATUS.
000730
000740     SELECT MHSJRNH-FILE ASSIGN TO MHSJRNH
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS MHSJRNH-STATUS.
000770
000780     SELECT JTUPKERJ-FILE ASSIGN TO JTUPKERJ
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS JTUPKERJ-STATUS.
000810
000820     SELECT JTUPRPT-FILE ASSIGN TO JTUPRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS JTUPRPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  MHSBKCAT-FILE.
000890     COPY BKCATR.
000900
000910 FD  MHSJRN-FILE.
000920     COPY MHSJRNR.
000930
000940 FD  MHSJRNH-FILE.
000950 01  MHSJRNH-RECORD               PIC X(147).
000960
000970 FD  JTUPKERJ-FILE.
000980 01  JTUPKERJ-RECORD              PIC X(147).
000990
001000 FD  JTUPRPT-FILE.
001010 01  RPT-LINE                     PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
001050     88  MHSBKCAT-OK                  VALUE "00".
001060 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001070     88  MHSJRN-OK                    VALUE "00".
001080 77  MHSJRNH-STATUS               PIC XX    VALUE SPACES.
001090     88  MHSJRNH-OK                   VALUE "00".
001100 77  JTUPKERJ-STATUS              PIC XX    VALUE SPACES.
001110     88  JTUPKERJ-OK                  VALUE "00".
001120 77  JTUPRPT-STATUS               PIC XX    VALUE SPACES.
001130 77  JT-CAT-SWITCH                PIC X(01) VALUE "N".
001140     88  JT-CAT-OPEN                  VALUE "Y".
001150 77  JT-GAGAL-SWITCH              PIC X(01) VALUE "N".
001160     88  JT-GAGAL                     VALUE "Y".
001170 77  JT-SELESAI-SWITCH            PIC X(01) VALUE "N".
001180     88  JT-SELESAI                   VALUE "Y".
001190 77  JT-EOF-SWITCH                PIC X(01) VALUE "N".
001200     88  JT-END-OF-FILE               VALUE "Y".
001210 77  JT-TANGGAL                   PIC 9(08) VALUE ZERO.
001220 77  JT-GENERASI                  PIC 9(05) VALUE ZERO.
001230 77  JT-DASAR-LAMA                PIC 9(09) VALUE ZERO.
001240 77  JT-DASAR-BARU                PIC 9(09) VALUE ZERO.
001250 77  JT-JML-PINDAH                PIC 9(09) VALUE ZERO.
001260 77  JT-JRN-COUNT                 PIC 9(09) VALUE ZERO.
001270 77  JT-HIST-COUNT                PIC 9(09) VALUE ZERO.
001280 77  JT-HIST-TARGET               PIC 9(09) VALUE ZERO.
001290 77  JT-READ-COUNT                PIC 9(09) VALUE ZERO.
001300 77  JT-PINDAH-COUNT              PIC 9(09) VALUE ZERO.
001310 77  JT-SISA-COUNT                PIC 9(09) VALUE ZERO.
001320 77  JT-SALIN-COUNT               PIC 9(09) VALUE ZERO.
001330 77  JT-JRN-HARUS                 PIC 9(09) VALUE ZERO.
001340
001350 01  RPT-TITLE-LINE               PIC X(50) VALUE
001360     "LAPORAN PENUTUPAN JURNAL MHSJRN KE MHSJRNH".
001370 01  RPT-TANGGAL-LINE.
001380     05  FILLER                  PIC X(25) VALUE
001390         "TANGGAL PENUTUPAN     : ".
001400     05  RPT-H-TANGGAL           PIC 9(08).
001410 01  RPT-GENERASI-LINE.
001420     05  FILLER                  PIC X(25) VALUE
001430         "GENERASI AKTIF TERTUA : ".
001440     05  RPT-H-GENERASI          PIC ZZZZ9.
001450 01  RPT-ULANG-LINE              PIC X(50) VALUE
001460     "MELANJUTKAN PENUTUPAN YANG TERHENTI".
001470 01  RPT-DASAR-LAMA-LINE.
001480     05  FILLER                  PIC X(25) VALUE
001490         "DASAR JURNAL SEBELUM  : ".
001500     05  RPT-T-DASAR-LAMA        PIC ZZZZZZZZ9.
001510 01  RPT-DASAR-BARU-LINE.
001520     05  FILLER                  PIC X(25) VALUE
001530         "DASAR JURNAL SESUDAH  : ".
001540     05  RPT-T-DASAR-BARU        PIC ZZZZZZZZ9.
001550 01  RPT-PINDAH-LINE.
001560     05  FILLER                  PIC X(25) VALUE
001570         "DIPINDAH KE MHSJRNH   : ".
001580     05  RPT-T-PINDAH            PIC ZZZZZZZZ9.
001590 01  RPT-SISA-LINE.
001600     05  FILLER                  PIC X(25) VALUE
001610         "TERSISA DI MHSJRN     : ".
001620     05  RPT-T-SISA              PIC ZZZZZZZZ9.
001630 01  RPT-PESAN-LINE.
001640     05  FILLER                  PIC X(04) VALUE "*** ".
001650     05  RPT-P-PESAN             PIC X(60).
001660
001670 PROCEDURE DIVISION.
001680*
001690*    ===========================================================
001700*    0000-MAINLINE - BACA KATALOG, JALANKAN TAHAP PENUTUPAN
001710*    SESUAI STATUS DI RECORD KONTROL, CETAK HASIL.
001720*    ===========================================================
001730*
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     IF NOT JT-GAGAL AND NOT JT-SELESAI
001770         AND BKC-TUTUP-STATUS = SPACE
001780         PERFORM 2000-SIAPKAN THRU 2000-EXIT
001790     END-IF.
001800     IF NOT JT-GAGAL AND NOT JT-SELESAI
001810         AND BKC-TUTUP-HISTORI
001820         PERFORM 3000-PINDAH-HISTORI THRU 3000-EXIT
001830     END-IF.
001840     IF NOT JT-GAGAL AND NOT JT-SELESAI
001850         AND BKC-TUTUP-SALIN
001860         PERFORM 4000-SALIN-BALIK THRU 4000-EXIT
001870     END-IF.
001880     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001900     STOP RUN.
001910*
001920*    ---------------------------------------------------------
001930*    1000-INITIALIZE - BUKA LAPORAN DAN KATALOG (HARUS ADA),
001940*    BACA RECORD KONTROL.
001950*    ---------------------------------------------------------
001960*
001970 1000-INITIALIZE.
001980     ACCEPT JT-TANGGAL FROM DATE YYYYMMDD.
001990     OPEN OUTPUT JTUPRPT-FILE.
002000     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002010     MOVE JT-TANGGAL TO RPT-H-TANGGAL.
002020     MOVE SPACES TO RPT-LINE.
002030     WRITE RPT-LINE FROM RPT-TANGGAL-LINE.
002040     MOVE SPACES TO RPT-LINE.
002050     WRITE RPT-LINE.
002060     OPEN I-O MHSBKCAT-FILE.
002070     IF NOT MHSBKCAT-OK
002080         MOVE "KATALOG MHSBKCAT TIDAK ADA - BELUM ADA GENERASI"
002090             TO RPT-P-PESAN
002100         PERFORM 8000-PESAN THRU 8000-EXIT
002110         SET JT-SELESAI TO TRUE
002120         GO TO 1000-EXIT
002130     END-IF.
002140     MOVE "Y" TO JT-CAT-SWITCH.
002150     MOVE ZERO TO BKC-GENERASI.
002160     READ MHSBKCAT-FILE
002170         INVALID KEY
002180             MOVE "RECORD KONTROL MHSBKCAT TIDAK ADA"
002190                 TO RPT-P-PESAN
002200             PERFORM 8000-PESAN THRU 8000-EXIT
002210             SET JT-SELESAI TO TRUE
002220             GO TO 1000-EXIT
002230     END-READ.
002240     MOVE BKC-JRN-DASAR TO JT-DASAR-LAMA.
002250     IF BKC-TUTUP-BERJALAN
002260         MOVE BKC-DASAR-BARU TO JT-DASAR-BARU
002270         SUBTRACT JT-DASAR-LAMA FROM JT-DASAR-BARU
002280             GIVING JT-JML-PINDAH
002290         MOVE SPACES TO RPT-LINE
002300         WRITE RPT-LINE FROM RPT-ULANG-LINE
002310         DISPLAY "MELANJUTKAN PENUTUPAN JURNAL, TAHAP "
002320             BKC-TUTUP-STATUS
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360*
002370*    ---------------------------------------------------------
002380*    2000-SIAPKAN - CARI GENERASI AKTIF TERTUA, HITUNG JUMLAH
002390*    RECORD YANG DIPINDAH, PERIKSA MHSJRN CUKUP PANJANG, CATAT
002400*    JUMLAH AWAL MHSJRNH, LALU PASANG STATUS "T".
002410*    ---------------------------------------------------------
002420*
002430 2000-SIAPKAN.
002440     MOVE ZERO TO JT-GENERASI.
002450     MOVE "N" TO JT-EOF-SWITCH.
002460     MOVE 1 TO BKC-GENERASI.
002470     START MHSBKCAT-FILE KEY IS NOT LESS THAN BKC-GENERASI
002480         INVALID KEY
002490             MOVE "Y" TO JT-EOF-SWITCH
002500     END-START.
002510     PERFORM 2100-CARI-TERTUA THRU 2100-EXIT
002520         UNTIL JT-END-OF-FILE.
002530     IF JT-GENERASI = ZERO
002540         MOVE JT-DASAR-LAMA TO JT-DASAR-BARU
002550         MOVE "TIDAK ADA GENERASI AKTIF - JURNAL TIDAK DITUTUP"
002560             TO RPT-P-PESAN
002570         PERFORM 8000-PESAN THRU 8000-EXIT
002580         SET JT-SELESAI TO TRUE
002590         GO TO 2000-EXIT
002600     END-IF.
002610     MOVE JT-GENERASI TO RPT-H-GENERASI.
002620     MOVE SPACES TO RPT-LINE.
002630     WRITE RPT-LINE FROM RPT-GENERASI-LINE.
002640     IF JT-DASAR-BARU NOT > JT-DASAR-LAMA
002650         MOVE JT-DASAR-LAMA TO JT-DASAR-BARU
002660         MOVE "TIDAK ADA RECORD JURNAL YANG PERLU DIPINDAH"
002670             TO RPT-P-PESAN
002680         PERFORM 8000-PESAN THRU 8000-EXIT
002690         SET JT-SELESAI TO TRUE
002700         GO TO 2000-EXIT
002710     END-IF.
002720     SUBTRACT JT-DASAR-LAMA FROM JT-DASAR-BARU
002730         GIVING JT-JML-PINDAH.
002740
002750     PERFORM 2200-HITUNG-JURNAL THRU 2200-EXIT.
002760     IF JT-JRN-COUNT < JT-JML-PINDAH
002770         MOVE "MHSJRN LEBIH PENDEK DARI POSISI GENERASI - PERIKSA"
002780             TO RPT-P-PESAN
002790         PERFORM 8000-PESAN THRU 8000-EXIT
002800         SET JT-GAGAL TO TRUE
002810         GO TO 2000-EXIT
002820     END-IF.
002830     PERFORM 2300-HITUNG-HISTORI THRU 2300-EXIT.
002840
002850     MOVE ZERO TO BKC-GENERASI.
002860     READ MHSBKCAT-FILE
002870         INVALID KEY
002880             SET JT-GAGAL TO TRUE
002890             GO TO 2000-EXIT
002900     END-READ.
002910     MOVE "T" TO BKC-TUTUP-STATUS.
002920     MOVE JT-DASAR-BARU TO BKC-DASAR-BARU.
002930     SUBTRACT JT-JML-PINDAH FROM JT-JRN-COUNT GIVING BKC-SISA-JRN.
002940     MOVE JT-HIST-COUNT TO BKC-JRNH-AWAL.
002950     REWRITE BKC-RECORD.
002960     IF NOT MHSBKCAT-OK
002970         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
002980             MHSBKCAT-STATUS
002990         SET JT-GAGAL TO TRUE
003000     END-IF.
003010 2000-EXIT.
003020     EXIT.
003030*
003040 2100-CARI-TERTUA.
003050     READ MHSBKCAT-FILE NEXT RECORD
003060         AT END
003070             MOVE "Y" TO JT-EOF-SWITCH
003080             GO TO 2100-EXIT
003090     END-READ.
003100     IF BKC-AKTIF
003110         MOVE BKC-GENERASI TO JT-GENERASI
003120         MOVE BKC-POSISI-JRN TO JT-DASAR-BARU
003130         MOVE "Y" TO JT-EOF-SWITCH
003140     END-IF.
003150 2100-EXIT.
003160     EXIT.
003170*
003180 2200-HITUNG-JURNAL.
003190     MOVE ZERO TO JT-JRN-COUNT.
003200     OPEN INPUT MHSJRN-FILE.
003210     IF NOT MHSJRN-OK
003220         GO TO 2200-EXIT
003230     END-IF.
003240     MOVE "N" TO JT-EOF-SWITCH.
003250     PERFORM 2210-HITUNG-ONE THRU 2210-EXIT
003260         UNTIL JT-END-OF-FILE.
003270     CLOSE MHSJRN-FILE.
003280 2200-EXIT.
003290     EXIT.
003300*
003310 2210-HITUNG-ONE.
003320     READ MHSJRN-FILE
003330         AT END
003340             MOVE "Y" TO JT-EOF-SWITCH
003350         NOT AT END
003360             ADD 1 TO JT-JRN-COUNT
003370     END-READ.
003380 2210-EXIT.
003390     EXIT.
003400*
003410*    JUMLAH RECORD MHSJRNH SAAT INI; FILE YANG BELUM ADA = NOL.
003420*
003430 2300-HITUNG-HISTORI.
003440     MOVE ZERO TO JT-HIST-COUNT.
003450     OPEN INPUT MHSJRNH-FILE.
003460     IF NOT MHSJRNH-OK
003470         GO TO 2300-EXIT
003480     END-IF.
003490     MOVE "N" TO JT-EOF-SWITCH.
003500     PERFORM 2310-HITUNG-ONE THRU 2310-EXIT
003510         UNTIL JT-END-OF-FILE.
003520     CLOSE MHSJRNH-FILE.
003530 2300-EXIT.
003540     EXIT.
003550*
003560 2310-HITUNG-ONE.
003570     READ MHSJRNH-FILE
003580         AT END
003590             MOVE "Y" TO JT-EOF-SWITCH
003600         NOT AT END
003610             ADD 1 TO JT-HIST-COUNT
003620     END-READ.
003630 2310-EXIT.
003640     EXIT.
003650*
003660*    ---------------------------------------------------------
003670*    3000-PINDAH-HISTORI - TAHAP "T": TAMBAHKAN RECORD LAMA KE
003680*    MHSJRNH (KECUALI SUDAH TERTULIS PADA RUN SEBELUMNYA), TULIS
003690*    SISA MHSJRN KE JTUPKERJ, LALU PASANG STATUS "K".
003700*    ---------------------------------------------------------
003710*
003720 3000-PINDAH-HISTORI.
003730     PERFORM 2300-HITUNG-HISTORI THRU 2300-EXIT.
003740     ADD BKC-JRNH-AWAL JT-JML-PINDAH GIVING JT-HIST-TARGET.
003750     IF JT-HIST-COUNT NOT = BKC-JRNH-AWAL
003760         AND JT-HIST-COUNT NOT = JT-HIST-TARGET
003770         MOVE "MHSJRNH TIDAK LENGKAP - PULIHKAN SEBELUM RERUN"
003780             TO RPT-P-PESAN
003790         PERFORM 8000-PESAN THRU 8000-EXIT
003800         DISPLAY "MHSJRNH BERISI " JT-HIST-COUNT
003810             " RECORD, SEHARUSNYA " BKC-JRNH-AWAL " ATAU "
003820             JT-HIST-TARGET
003830         SET JT-GAGAL TO TRUE
003840         GO TO 3000-EXIT
003850     END-IF.
003860     IF JT-HIST-COUNT = JT-HIST-TARGET
003870         MOVE "MHSJRNH SUDAH TERTULIS PADA RUN SEBELUMNYA"
003880             TO RPT-P-PESAN
003890         PERFORM 8000-PESAN THRU 8000-EXIT
003900     END-IF.
003910
003920     OPEN INPUT MHSJRN-FILE.
003930     IF NOT MHSJRN-OK
003940         DISPLAY "ERROR BUKA FILE JURNAL MHSJRN, STATUS = "
003950             MHSJRN-STATUS
003960         SET JT-GAGAL TO TRUE
003970         GO TO 3000-EXIT
003980     END-IF.
003990     IF JT-HIST-COUNT = BKC-JRNH-AWAL
004000         OPEN EXTEND MHSJRNH-FILE
004010         IF NOT MHSJRNH-OK
004020             OPEN OUTPUT MHSJRNH-FILE
004030         END-IF
004040         IF NOT MHSJRNH-OK
004050             DISPLAY "ERROR BUKA FILE HISTORI MHSJRNH, STATUS = "
004060                 MHSJRNH-STATUS
004070             CLOSE MHSJRN-FILE
004080             SET JT-GAGAL TO TRUE
004090             GO TO 3000-EXIT
004100         END-IF
004110     END-IF.
004120     OPEN OUTPUT JTUPKERJ-FILE.
004130     IF NOT JTUPKERJ-OK
004140         DISPLAY "ERROR BUKA FILE KERJA JTUPKERJ, STATUS = "
004150             JTUPKERJ-STATUS
004160         CLOSE MHSJRN-FILE
004170         IF JT-HIST-COUNT = BKC-JRNH-AWAL
004180             CLOSE MHSJRNH-FILE
004190         END-IF
004200         SET JT-GAGAL TO TRUE
004210         GO TO 3000-EXIT
004220     END-IF.
004230
004240     MOVE ZERO TO JT-READ-COUNT.
004250     MOVE ZERO TO JT-SISA-COUNT.
004260     MOVE "N" TO JT-EOF-SWITCH.
004270     PERFORM 3100-PINDAH-ONE THRU 3100-EXIT
004280         UNTIL JT-END-OF-FILE.
004290     CLOSE MHSJRN-FILE.
004300     CLOSE JTUPKERJ-FILE.
004310     IF JT-HIST-COUNT = BKC-JRNH-AWAL
004320         CLOSE MHSJRNH-FILE
004330     END-IF.
004340     IF JT-READ-COUNT < JT-JML-PINDAH
004350         MOVE "MHSJRN LEBIH PENDEK DARI POSISI GENERASI - PERIKSA"
004360             TO RPT-P-PESAN
004370         PERFORM 8000-PESAN THRU 8000-EXIT
004380         SET JT-GAGAL TO TRUE
004390         GO TO 3000-EXIT
004400     END-IF.
004410
004420     MOVE ZERO TO BKC-GENERASI.
004430     READ MHSBKCAT-FILE
004440         INVALID KEY
004450             SET JT-GAGAL TO TRUE
004460             GO TO 3000-EXIT
004470     END-READ.
004480     MOVE "K" TO BKC-TUTUP-STATUS.
004490     MOVE JT-SISA-COUNT TO BKC-SISA-JRN.
004500     REWRITE BKC-RECORD.
004510     IF NOT MHSBKCAT-OK
004520         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
004530             MHSBKCAT-STATUS
004540         SET JT-GAGAL TO TRUE
004550     END-IF.
004560 3000-EXIT.
004570     EXIT.
004580*
004590 3100-PINDAH-ONE.
004600     READ MHSJRN-FILE
004610         AT END
004620             MOVE "Y" TO JT-EOF-SWITCH
004630             GO TO 3100-EXIT
004640     END-READ.
004650     ADD 1 TO JT-READ-COUNT.
004660     IF JT-READ-COUNT > JT-JML-PINDAH
004670         WRITE JTUPKERJ-RECORD FROM JRN-RECORD
004680         ADD 1 TO JT-SISA-COUNT
004690         GO TO 3100-EXIT
004700     END-IF.
004710     IF JT-HIST-COUNT = BKC-JRNH-AWAL
004720         WRITE MHSJRNH-RECORD FROM JRN-RECORD
004730         ADD 1 TO JT-PINDAH-COUNT
004740     END-IF.
004750 3100-EXIT.
004760     EXIT.
004770*
004780*    ---------------------------------------------------------
004790*    4000-SALIN-BALIK - TAHAP "K": PERIKSA JTUPKERJ LENGKAP DAN
004800*    MHSJRN TIDAK BERUBAH SEJAK TAHAP "T", PASANG STATUS "S",
004810*    BANGUN ULANG MHSJRN DARI JTUPKERJ, LALU NAIKKAN
004820*    BKC-JRN-DASAR, CATAT TANGGAL PENUTUPAN DAN HAPUS STATUS
004830*    PENUTUPAN.
004840*    ---------------------------------------------------------
004850*
004860 4000-SALIN-BALIK.
004870     MOVE ZERO TO JT-SISA-COUNT.
004880     OPEN INPUT JTUPKERJ-FILE.
004890     IF NOT JTUPKERJ-OK
004900         DISPLAY "ERROR BUKA FILE KERJA JTUPKERJ, STATUS = "
004910             JTUPKERJ-STATUS
004920         SET JT-GAGAL TO TRUE
004930         GO TO 4000-EXIT
004940     END-IF.
004950     MOVE "N" TO JT-EOF-SWITCH.
004960     PERFORM 4100-HITUNG-ONE THRU 4100-EXIT
004970         UNTIL JT-END-OF-FILE.
004980     CLOSE JTUPKERJ-FILE.
004990     IF JT-SISA-COUNT NOT = BKC-SISA-JRN
005000         MOVE "JTUPKERJ TIDAK LENGKAP - MHSJRN TIDAK DIUBAH"
005010             TO RPT-P-PESAN
005020         PERFORM 8000-PESAN THRU 8000-EXIT
005030         SET JT-GAGAL TO TRUE
005040         GO TO 4000-EXIT
005050     END-IF.
005060     IF NOT BKC-TUTUP-BANGUN
005070         PERFORM 4300-PERIKSA-JURNAL THRU 4300-EXIT
005080         IF JT-GAGAL
005090             GO TO 4000-EXIT
005100         END-IF
005110     END-IF.
005120
005130     OPEN INPUT JTUPKERJ-FILE.
005140     IF NOT JTUPKERJ-OK
005150         DISPLAY "ERROR BUKA FILE KERJA JTUPKERJ, STATUS = "
005160             JTUPKERJ-STATUS
005170         SET JT-GAGAL TO TRUE
005180         GO TO 4000-EXIT
005190     END-IF.
005200     OPEN OUTPUT MHSJRN-FILE.
005210     IF NOT MHSJRN-OK
005220         DISPLAY "ERROR BUKA FILE JURNAL MHSJRN, STATUS = "
005230             MHSJRN-STATUS
005240         CLOSE JTUPKERJ-FILE
005250         SET JT-GAGAL TO TRUE
005260         GO TO 4000-EXIT
005270     END-IF.
005280     MOVE ZERO TO JT-SALIN-COUNT.
005290     MOVE "N" TO JT-EOF-SWITCH.
005300     PERFORM 4200-SALIN-ONE THRU 4200-EXIT
005310         UNTIL JT-END-OF-FILE.
005320     CLOSE JTUPKERJ-FILE.
005330     CLOSE MHSJRN-FILE.
005340     IF JT-SALIN-COUNT NOT = JT-SISA-COUNT
005350         MOVE "SALIN BALIK MHSJRN TIDAK LENGKAP - JALANKAN ULANG"
005360             TO RPT-P-PESAN
005370         PERFORM 8000-PESAN THRU 8000-EXIT
005380         SET JT-GAGAL TO TRUE
005390         GO TO 4000-EXIT
005400     END-IF.
005410
005420     MOVE ZERO TO BKC-GENERASI.
005430     READ MHSBKCAT-FILE
005440         INVALID KEY
005450             SET JT-GAGAL TO TRUE
005460             GO TO 4000-EXIT
005470     END-READ.
005480     MOVE BKC-DASAR-BARU TO BKC-JRN-DASAR.
005490     MOVE JT-TANGGAL TO BKC-TANGGAL-TUTUP.
005500     MOVE SPACE TO BKC-TUTUP-STATUS.
005510     MOVE ZERO TO BKC-DASAR-BARU.
005520     MOVE ZERO TO BKC-SISA-JRN.
005530     REWRITE BKC-RECORD.
005540     IF NOT MHSBKCAT-OK
005550         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
005560             MHSBKCAT-STATUS
005570         SET JT-GAGAL TO TRUE
005580         GO TO 4000-EXIT
005590     END-IF.
005600     SET JT-SELESAI TO TRUE.
005610 4000-EXIT.
005620     EXIT.
005630*
005640 4100-HITUNG-ONE.
005650     READ JTUPKERJ-FILE
005660         AT END
005670             MOVE "Y" TO JT-EOF-SWITCH
005680         NOT AT END
005690             ADD 1 TO JT-SISA-COUNT
005700     END-READ.
005710 4100-EXIT.
005720     EXIT.
005730*
005740 4200-SALIN-ONE.
005750     READ JTUPKERJ-FILE
005760         AT END
005770             MOVE "Y" TO JT-EOF-SWITCH
005780         NOT AT END
005790             WRITE JRN-RECORD FROM JTUPKERJ-RECORD
005800             ADD 1 TO JT-SALIN-COUNT
005810     END-READ.
005820 4200-EXIT.
005830     EXIT.
005840*
005850*    ---------------------------------------------------------
005860*    4300-PERIKSA-JURNAL - HITUNG MHSJRN SEBELUM DITIMPA. HARUS
005870*    SAMA DENGAN JUMLAH SAAT TAHAP "T" (JUMLAH PINDAH +
005880*    BKC-SISA-JRN). BILA LEBIH, ADA PROGRAM YANG MENULIS
005890*    MHSJRN SEJAK TAHAP "T" DAN TAHAP "T" DIULANG PADA RUN
005900*    BERIKUTNYA; BILA KURANG, PENUTUPAN DITOLAK. BILA SAMA,
005910*    STATUS "S" DIPASANG SEBELUM MHSJRN DIBUKA OUTPUT.
005920*    ---------------------------------------------------------
005930*
005940 4300-PERIKSA-JURNAL.
005950     PERFORM 2200-HITUNG-JURNAL THRU 2200-EXIT.
005960     ADD JT-JML-PINDAH BKC-SISA-JRN GIVING JT-JRN-HARUS.
005970     IF JT-JRN-COUNT > JT-JRN-HARUS
005980         PERFORM 4310-ULANG-TAHAP-T THRU 4310-EXIT
005990         SET JT-GAGAL TO TRUE
006000         GO TO 4300-EXIT
006010     END-IF.
006020     IF JT-JRN-COUNT < JT-JRN-HARUS
006030         MOVE "MHSJRN BERKURANG SEJAK TAHAP T - TIDAK DIUBAH"
006040             TO RPT-P-PESAN
006050         PERFORM 8000-PESAN THRU 8000-EXIT
006060         DISPLAY "MHSJRN BERISI " JT-JRN-COUNT
006070             " RECORD, SEHARUSNYA " JT-JRN-HARUS
006080         SET JT-GAGAL TO TRUE
006090         GO TO 4300-EXIT
006100     END-IF.
006110     MOVE ZERO TO BKC-GENERASI.
006120     READ MHSBKCAT-FILE
006130         INVALID KEY
006140             SET JT-GAGAL TO TRUE
006150             GO TO 4300-EXIT
006160     END-READ.
006170     MOVE "S" TO BKC-TUTUP-STATUS.
006180     REWRITE BKC-RECORD.
006190     IF NOT MHSBKCAT-OK
006200         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
006210             MHSBKCAT-STATUS
006220         SET JT-GAGAL TO TRUE
006230     END-IF.
006240 4300-EXIT.
006250     EXIT.
006260*
006270*    ---------------------------------------------------------
006280*    4310-ULANG-TAHAP-T - MHSJRN BERTAMBAH SESUDAH TAHAP "T".
006290*    STATUS DIKEMBALIKAN KE "T" SUPAYA RUN BERIKUTNYA MENULIS
006300*    ULANG JTUPKERJ DAN BKC-SISA-JRN DARI MHSJRN YANG SEKARANG.
006310*    ---------------------------------------------------------
006320*
006330 4310-ULANG-TAHAP-T.
006340     MOVE "MHSJRN BERTAMBAH SEJAK TAHAP T - TAHAP T DIULANG"
006350         TO RPT-P-PESAN.
006360     PERFORM 8000-PESAN THRU 8000-EXIT.
006370     DISPLAY "MHSJRN BERISI " JT-JRN-COUNT
006380         " RECORD, SAAT TAHAP T " JT-JRN-HARUS.
006390     MOVE ZERO TO BKC-GENERASI.
006400     READ MHSBKCAT-FILE
006410         INVALID KEY
006420             GO TO 4310-EXIT
006430     END-READ.
006440     MOVE "T" TO BKC-TUTUP-STATUS.
006450     REWRITE BKC-RECORD.
006460     IF NOT MHSBKCAT-OK
006470         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
006480             MHSBKCAT-STATUS
006490         GO TO 4310-EXIT
006500     END-IF.
006510     MOVE "JALANKAN MHSJTUP ULANG UNTUK MENYELESAIKAN PENUTUPAN"
006520         TO RPT-P-PESAN.
006530     PERFORM 8000-PESAN THRU 8000-EXIT.
006540 4310-EXIT.
006550     EXIT.
006560*
006570*    ---------------------------------------------------------
006580*    5000-PRINT-TOTALS - CETAK DASAR JURNAL SEBELUM/SESUDAH DAN
006590*    JUMLAH RECORD YANG DIPINDAH DAN TERSISA.
006600*    ---------------------------------------------------------
006610*
006620 5000-PRINT-TOTALS.
006630     MOVE SPACES TO RPT-LINE.
006640     WRITE RPT-LINE.
006650     MOVE JT-DASAR-LAMA TO RPT-T-DASAR-LAMA.
006660     MOVE SPACES TO RPT-LINE.
006670     WRITE RPT-LINE FROM RPT-DASAR-LAMA-LINE.
006680     IF JT-GAGAL
006690         MOVE JT-DASAR-LAMA TO RPT-T-DASAR-BARU
006700     ELSE
006710         MOVE JT-DASAR-BARU TO RPT-T-DASAR-BARU
006720     END-IF.
006730     MOVE SPACES TO RPT-LINE.
006740     WRITE RPT-LINE FROM RPT-DASAR-BARU-LINE.
006750     MOVE JT-PINDAH-COUNT TO RPT-T-PINDAH.
006760     MOVE SPACES TO RPT-LINE.
006770     WRITE RPT-LINE FROM RPT-PINDAH-LINE.
006780     MOVE JT-SISA-COUNT TO RPT-T-SISA.
006790     MOVE SPACES TO RPT-LINE.
006800     WRITE RPT-LINE FROM RPT-SISA-LINE.
006810     MOVE SPACES TO RPT-LINE.
006820     WRITE RPT-LINE.
006830     IF JT-GAGAL
006840         MOVE "PENUTUPAN JURNAL BELUM SELESAI - LIHAT PESAN"
006850             TO RPT-P-PESAN
006860         PERFORM 8000-PESAN THRU 8000-EXIT
006870     ELSE
006880         IF JT-PINDAH-COUNT > ZERO OR JT-SISA-COUNT > ZERO
006890             MOVE "PENUTUPAN JURNAL SELESAI" TO RPT-P-PESAN
006900             PERFORM 8000-PESAN THRU 8000-EXIT
006910         END-IF
006920     END-IF.
006930 5000-EXIT.
006940     EXIT.
006950*
006960 8000-PESAN.
006970     MOVE SPACES TO RPT-LINE.
006980     WRITE RPT-LINE FROM RPT-PESAN-LINE.
006990     DISPLAY RPT-P-PESAN.
007000 8000-EXIT.
007010     EXIT.
007020*
007030 9000-TERMINATE.
007040     IF JT-CAT-OPEN
007050         CLOSE MHSBKCAT-FILE
007060     END-IF.
007070     CLOSE JTUPRPT-FILE.
007080 9000-EXIT.
007090     EXIT.

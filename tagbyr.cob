000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAGBYR.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - POSTING FILE PEMBAYARAN
000210*                     HARIAN BANK (BANKBYR, COPYBOOK BYRR) KE
000220*                     TAGIHAN MHSTAGIH, DICOCOKKAN PER NPM, DENGAN
000230*                     LAPORAN PEMBAYARAN TIDAK COCOK, GANDA DAN
000240*                     SEBAGIAN SERTA CONTROL TOTAL.
000250*    ---------------------------------------------------------
000260*
000270*    SETIAP PEMBAYARAN DIBUKUKAN KE TAGIHAN TERBUKA (BELUM
000280*    LUNAS) YANG PALING LAMA MILIK NPM ITU. KATEGORI LAPORAN:
000290*      LUNAS    - PEMBAYARAN MENUTUP SISA TAGIHAN (KELEBIHAN
000300*                 DICATAT SEBAGAI LEBIH BAYAR, TETAP DIBUKUKAN).
000310*      SEBAGIAN - PEMBAYARAN LEBIH KECIL DARI SISA TAGIHAN.
000320*      TDKCOCOK - NPM TIDAK PUNYA TAGIHAN TERBUKA; TIDAK
000330*                 DIBUKUKAN, DIKEMBALIKAN KE BAGIAN KEUANGAN.
000340*      GANDA    - NOMOR REFERENSI BANK SUDAH PERNAH DIBUKUKAN
000350*                 (ADA DI MHSBYRH); TIDAK DIBUKUKAN LAGI.
000360*    FILE BANK YANG SAMA BOLEH DIJALANKAN ULANG: SEMUA
000370*    PEMBAYARAN YANG SUDAH MASUK AKAN TERTOLAK SEBAGAI GANDA.
000380*    RIWAYAT MHSBYRH DITULIS LEBIH DULU; TAGIHAN BARU DIUBAH
000390*    BILA RIWAYAT TERCATAT. GAGAL TULIS RIWAYAT ATAU GAGAL UBAH
000400*    TAGIHAN MEMBUAT PEMBAYARAN DITOLAK SEBAGAI TDKCOCOK.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BANKBYR-FILE ASSIGN TO BANKBYR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BANKBYR-STATUS.
000480
000490     SELECT MHSTAGIH-FILE ASSIGN TO MHSTAGIH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TAG-KEY
000530         FILE STATUS IS MHSTAGIH-STATUS.
000540
000550     SELECT MHSBYRH-FILE ASSIGN TO MHSBYRH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS BYH-REFERENSI
000590         FILE STATUS IS MHSBYRH-STATUS.
000600
000610     SELECT BYRRPT-FILE ASSIGN TO BYRRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS BYRRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BANKBYR-FILE.
000680     COPY BYRR.
000690
000700 FD  MHSTAGIH-FILE.
000710     COPY TAGR.
000720
000730 FD  MHSBYRH-FILE.
000740     COPY BYHR.
000750
000760 FD  BYRRPT-FILE.
000770 01  RPT-LINE                     PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800 77  BANKBYR-STATUS               PIC XX    VALUE SPACES.
000810     88  BANKBYR-OK                   VALUE "00".
000820 77  MHSTAGIH-STATUS              PIC XX    VALUE SPACES.
000830     88  MHSTAGIH-OK                  VALUE "00".
000840 77  MHSBYRH-STATUS               PIC XX    VALUE SPACES.
000850     88  MHSBYRH-OK                   VALUE "00".
000860 77  BYRRPT-STATUS                PIC XX    VALUE SPACES.
000870 77  BY-INIT-SWITCH               PIC X(01) VALUE "N".
000880     88  BY-INIT-OK                   VALUE "Y".
000890 77  BY-EOF-SWITCH                PIC X(01) VALUE "N".
000900     88  BY-END-OF-FILE               VALUE "Y".
000910 77  BY-TAG-EOF-SWITCH            PIC X(01) VALUE "N".
000920     88  BY-TAG-END-OF-FILE           VALUE "Y".
000930 77  BY-ADA-TAGIHAN-SWITCH        PIC X(01) VALUE "N".
000940     88  BY-ADA-TAGIHAN               VALUE "Y".
000950 77  BY-TERBUKA-SWITCH            PIC X(01) VALUE "N".
000960     88  BY-ADA-TERBUKA               VALUE "Y".
000970 77  BY-RUN-DATE                  PIC 9(08) VALUE ZERO.
000980 77  BY-SISA                      PIC 9(09) VALUE ZERO.
000990 77  BY-SELISIH                   PIC 9(09) VALUE ZERO.
001000 77  BY-RUPIAH-TAMPIL             PIC ZZZ,ZZZ,ZZ9.
001010 77  BY-ALASAN                    PIC X(30) VALUE SPACES.
001020 77  BY-READ-COUNT                PIC 9(05) VALUE ZERO.
001030 77  BY-LUNAS-COUNT               PIC 9(05) VALUE ZERO.
001040 77  BY-SEBAGIAN-COUNT            PIC 9(05) VALUE ZERO.
001050 77  BY-LEBIH-COUNT               PIC 9(05) VALUE ZERO.
001060 77  BY-TDKCOCOK-COUNT            PIC 9(05) VALUE ZERO.
001070 77  BY-GANDA-COUNT               PIC 9(05) VALUE ZERO.
001080 77  BY-TOTAL-DIBACA              PIC 9(12) VALUE ZERO.
001090 77  BY-TOTAL-POSTING             PIC 9(12) VALUE ZERO.
001100
001110 01  RPT-TITLE-LINE               PIC X(50) VALUE
001120     "LAPORAN POSTING PEMBAYARAN BANK KE TAGIHAN".
001130 01  RPT-DETAIL-LINE.
001140     05  RPT-D-REFERENSI         PIC X(12).
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  RPT-D-NPM               PIC X(08).
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  RPT-D-SEMESTER          PIC X(05).
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  RPT-D-JUMLAH            PIC ZZZ,ZZZ,ZZ9.
001210     05  FILLER                  PIC X(01) VALUE SPACES.
001220     05  RPT-D-STATUS            PIC X(08).
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  RPT-D-ALASAN            PIC X(30).
001250 01  RPT-TOTAL-READ-LINE.
001260     05  FILLER                  PIC X(25) VALUE
001270         "PEMBAYARAN DIBACA     : ".
001280     05  RPT-T-READ              PIC ZZZZ9.
001290 01  RPT-TOTAL-LUNAS-LINE.
001300     05  FILLER                  PIC X(25) VALUE
001310         "LUNAS                 : ".
001320     05  RPT-T-LUNAS             PIC ZZZZ9.
001330 01  RPT-TOTAL-LEBIH-LINE.
001340     05  FILLER                  PIC X(25) VALUE
001350         "  DI ANTARANYA LEBIH  : ".
001360     05  RPT-T-LEBIH             PIC ZZZZ9.
001370 01  RPT-TOTAL-SEBAGIAN-LINE.
001380     05  FILLER                  PIC X(25) VALUE
001390         "SEBAGIAN              : ".
001400     05  RPT-T-SEBAGIAN          PIC ZZZZ9.
001410 01  RPT-TOTAL-TDKCOCOK-LINE.
001420     05  FILLER                  PIC X(25) VALUE
001430         "TIDAK COCOK           : ".
001440     05  RPT-T-TDKCOCOK          PIC ZZZZ9.
001450 01  RPT-TOTAL-GANDA-LINE.
001460     05  FILLER                  PIC X(25) VALUE
001470         "GANDA                 : ".
001480     05  RPT-T-GANDA             PIC ZZZZ9.
001490 01  RPT-TOTAL-DIBACA-LINE.
001500     05  FILLER                  PIC X(25) VALUE
001510         "RUPIAH DIBACA         : ".
001520     05  RPT-T-DIBACA            PIC ZZZ,ZZZ,ZZZ,ZZ9.
001530 01  RPT-TOTAL-POSTING-LINE.
001540     05  FILLER                  PIC X(25) VALUE
001550         "RUPIAH DIBUKUKAN      : ".
001560     05  RPT-T-POSTING           PIC ZZZ,ZZZ,ZZZ,ZZ9.
001570
001580 PROCEDURE DIVISION.
001590*
001600*    ===========================================================
001610*    0000-MAINLINE - BUKA FILE, BUKUKAN SEMUA PEMBAYARAN BANK,
001620*    CETAK CONTROL TOTAL, TUTUP FILE.
001630*    ===========================================================
001640*
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     IF BY-INIT-OK
001680         PERFORM 2000-PROCESS-BAYAR THRU 2000-EXIT
001690             UNTIL BY-END-OF-FILE
001700         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001710     END-IF.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     STOP RUN.
001740*
001750*    ---------------------------------------------------------
001760*    1000-INITIALIZE - BUKA FILE BANK, TAGIHAN, RIWAYAT
001770*    PEMBAYARAN (BUAT BILA BELUM ADA) DAN LAPORAN.
001780*    ---------------------------------------------------------
001790*
001800 1000-INITIALIZE.
001810     OPEN INPUT BANKBYR-FILE.
001820     IF NOT BANKBYR-OK
001830         DISPLAY "ERROR BUKA FILE BANK BANKBYR, STATUS = "
001840             BANKBYR-STATUS
001850         GO TO 1000-EXIT
001860     END-IF.
001870     OPEN I-O MHSTAGIH-FILE.
001880     IF NOT MHSTAGIH-OK
001890         DISPLAY "ERROR BUKA FILE TAGIHAN, STATUS = "
001900             MHSTAGIH-STATUS
001910         GO TO 1000-EXIT
001920     END-IF.
001930     OPEN I-O MHSBYRH-FILE.
001940     IF MHSBYRH-STATUS = "35"
001950         OPEN OUTPUT MHSBYRH-FILE
001960         CLOSE MHSBYRH-FILE
001970         OPEN I-O MHSBYRH-FILE
001980     END-IF.
001990     IF NOT MHSBYRH-OK
002000         DISPLAY "ERROR BUKA FILE RIWAYAT BAYAR, STATUS = "
002010             MHSBYRH-STATUS
002020         GO TO 1000-EXIT
002030     END-IF.
002040
002050     OPEN OUTPUT BYRRPT-FILE.
002060     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002070     MOVE SPACES TO RPT-LINE.
002080     WRITE RPT-LINE.
002090     ACCEPT BY-RUN-DATE FROM DATE YYYYMMDD.
002100     SET BY-INIT-OK TO TRUE.
002110 1000-EXIT.
002120     EXIT.
002130*
002140*    ---------------------------------------------------------
002150*    2000-PROCESS-BAYAR - BACA SATU PEMBAYARAN, TOLAK YANG
002160*    GANDA ATAU TIDAK COCOK, BUKUKAN SISANYA KE TAGIHAN
002170*    TERBUKA TERLAMA NPM ITU.
002180*    ---------------------------------------------------------
002190*
002200 2000-PROCESS-BAYAR.
002210     READ BANKBYR-FILE
002220         AT END
002230             MOVE "Y" TO BY-EOF-SWITCH
002240             GO TO 2000-EXIT
002250     END-READ.
002260     ADD 1 TO BY-READ-COUNT.
002270     MOVE SPACES TO RPT-D-SEMESTER.
002280
002290     IF BYR-JUMLAH IS NOT NUMERIC OR BYR-JUMLAH = ZERO
002300         MOVE "JUMLAH BAYAR TIDAK VALID" TO BY-ALASAN
002310         PERFORM 2800-WRITE-TDKCOCOK THRU 2800-EXIT
002320         GO TO 2000-EXIT
002330     END-IF.
002340     ADD BYR-JUMLAH TO BY-TOTAL-DIBACA.
002350
002360     MOVE BYR-REFERENSI TO BYH-REFERENSI.
002370     READ MHSBYRH-FILE
002380         INVALID KEY
002390             CONTINUE
002400         NOT INVALID KEY
002410             MOVE "REFERENSI SUDAH DIBUKUKAN" TO BY-ALASAN
002420             PERFORM 2850-WRITE-GANDA THRU 2850-EXIT
002430             GO TO 2000-EXIT
002440     END-READ.
002450
002460     PERFORM 2500-CARI-TAGIHAN THRU 2500-EXIT.
002470     IF NOT BY-ADA-TAGIHAN
002480         MOVE "NPM TIDAK PUNYA TAGIHAN" TO BY-ALASAN
002490         PERFORM 2800-WRITE-TDKCOCOK THRU 2800-EXIT
002500         GO TO 2000-EXIT
002510     END-IF.
002520     IF NOT BY-ADA-TERBUKA
002530         MOVE "SEMUA TAGIHAN SUDAH LUNAS" TO BY-ALASAN
002540         PERFORM 2800-WRITE-TDKCOCOK THRU 2800-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002570
002580     PERFORM 2600-BUKUKAN THRU 2600-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*
002620*    ---------------------------------------------------------
002630*    2500-CARI-TAGIHAN - CARI TAGIHAN TERBUKA TERLAMA MILIK
002640*    BYR-NPM LEWAT KEY NPM + SEMESTER. BILA KETEMU, TAG-RECORD
002650*    BERISI TAGIHAN ITU UNTUK DI-REWRITE.
002660*    ---------------------------------------------------------
002670*
002680 2500-CARI-TAGIHAN.
002690     MOVE "N" TO BY-ADA-TAGIHAN-SWITCH BY-TERBUKA-SWITCH.
002700     MOVE BYR-NPM TO TAG-NPM.
002710     MOVE ZERO TO TAG-SEMESTER.
002720     MOVE "N" TO BY-TAG-EOF-SWITCH.
002730     START MHSTAGIH-FILE KEY NOT < TAG-KEY
002740         INVALID KEY
002750             GO TO 2500-EXIT
002760     END-START.
002770     PERFORM 2510-CARI-ONE THRU 2510-EXIT
002780         UNTIL BY-TAG-END-OF-FILE OR BY-ADA-TERBUKA.
002790 2500-EXIT.
002800     EXIT.
002810
002820 2510-CARI-ONE.
002830     READ MHSTAGIH-FILE NEXT RECORD
002840         AT END
002850             MOVE "Y" TO BY-TAG-EOF-SWITCH
002860             GO TO 2510-EXIT
002870     END-READ.
002880     IF TAG-NPM NOT = BYR-NPM
002890         MOVE "Y" TO BY-TAG-EOF-SWITCH
002900         GO TO 2510-EXIT
002910     END-IF.
002920     MOVE "Y" TO BY-ADA-TAGIHAN-SWITCH.
002930     IF NOT TAG-LUNAS
002940         MOVE "Y" TO BY-TERBUKA-SWITCH
002950     END-IF.
002960 2510-EXIT.
002970     EXIT.
002980*
002990*    ---------------------------------------------------------
003000*    2600-BUKUKAN - TAMBAHKAN PEMBAYARAN KE TAGIHAN, TENTUKAN
003010*    STATUS BARU (SEBAGIAN / LUNAS), REWRITE TAGIHAN DAN CATAT
003020*    REFERENSI BANK DI RIWAYAT PEMBAYARAN.
003030*    ---------------------------------------------------------
003040*
003050 2600-BUKUKAN.
003060     COMPUTE BY-SISA = TAG-JUMLAH - TAG-DIBAYAR.
003070     ADD BYR-JUMLAH TO TAG-DIBAYAR.
003080     MOVE BYR-TANGGAL TO TAG-TGL-BAYAR.
003090     MOVE SPACES TO BY-ALASAN.
003100     IF BYR-JUMLAH < BY-SISA
003110         SET TAG-SEBAGIAN TO TRUE
003120         COMPUTE BY-SELISIH = BY-SISA - BYR-JUMLAH
003130         MOVE BY-SELISIH TO BY-RUPIAH-TAMPIL
003140         STRING "SISA RP " DELIMITED BY SIZE
003150             BY-RUPIAH-TAMPIL DELIMITED BY SIZE
003160             INTO BY-ALASAN
003170     ELSE
003180         SET TAG-LUNAS TO TRUE
003190         IF BYR-JUMLAH > BY-SISA
003200             COMPUTE BY-SELISIH = BYR-JUMLAH - BY-SISA
003210             MOVE BY-SELISIH TO BY-RUPIAH-TAMPIL
003220             STRING "LEBIH BAYAR RP " DELIMITED BY SIZE
003230                 BY-RUPIAH-TAMPIL DELIMITED BY SIZE
003240                 INTO BY-ALASAN
003250         END-IF
003260     END-IF.
003270
003280     MOVE BYR-REFERENSI TO BYH-REFERENSI.
003290     MOVE BYR-TANGGAL TO BYH-TANGGAL.
003300     MOVE BYR-NPM TO BYH-NPM.
003310     MOVE TAG-SEMESTER TO BYH-SEMESTER.
003320     MOVE BYR-JUMLAH TO BYH-JUMLAH.
003330     MOVE BY-RUN-DATE TO BYH-TGL-POSTING.
003340     WRITE BYH-RECORD
003350         INVALID KEY
003360             MOVE "CATAT RIWAYAT BAYAR GAGAL" TO BY-ALASAN
003370             PERFORM 2800-WRITE-TDKCOCOK THRU 2800-EXIT
003380             GO TO 2600-EXIT
003390     END-WRITE.
003400
003410     REWRITE TAG-RECORD
003420         INVALID KEY
003430             DELETE MHSBYRH-FILE RECORD
003440                 INVALID KEY
003450                     CONTINUE
003460             END-DELETE
003470             MOVE "REWRITE TAGIHAN GAGAL" TO BY-ALASAN
003480             PERFORM 2800-WRITE-TDKCOCOK THRU 2800-EXIT
003490             GO TO 2600-EXIT
003500     END-REWRITE.
003510
003520     ADD BYR-JUMLAH TO BY-TOTAL-POSTING.
003530     MOVE TAG-SEMESTER TO RPT-D-SEMESTER.
003540     IF TAG-SEBAGIAN
003550         ADD 1 TO BY-SEBAGIAN-COUNT
003560         MOVE "SEBAGIAN" TO RPT-D-STATUS
003570     ELSE
003580         ADD 1 TO BY-LUNAS-COUNT
003590         MOVE "LUNAS" TO RPT-D-STATUS
003600         IF BY-ALASAN NOT = SPACES
003610             ADD 1 TO BY-LEBIH-COUNT
003620         END-IF
003630     END-IF.
003640     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003650 2600-EXIT.
003660     EXIT.
003670*
003680*    ---------------------------------------------------------
003690*    2800/2850/2950 - CETAK SATU BARIS DETAIL PADA LAPORAN DAN
003700*    TAMBAH COUNTER YANG SESUAI.
003710*    ---------------------------------------------------------
003720*
003730 2800-WRITE-TDKCOCOK.
003740     ADD 1 TO BY-TDKCOCOK-COUNT.
003750     MOVE "TDKCOCOK" TO RPT-D-STATUS.
003760     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003770 2800-EXIT.
003780     EXIT.
003790
003800 2850-WRITE-GANDA.
003810     ADD 1 TO BY-GANDA-COUNT.
003820     MOVE "GANDA" TO RPT-D-STATUS.
003830     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003840 2850-EXIT.
003850     EXIT.
003860
003870 2950-WRITE-DETAIL.
003880     MOVE BYR-REFERENSI TO RPT-D-REFERENSI.
003890     MOVE BYR-NPM TO RPT-D-NPM.
003900     IF BYR-JUMLAH IS NUMERIC
003910         MOVE BYR-JUMLAH TO RPT-D-JUMLAH
003920     ELSE
003930         MOVE ZERO TO RPT-D-JUMLAH
003940     END-IF.
003950     MOVE BY-ALASAN TO RPT-D-ALASAN.
003960     MOVE SPACES TO RPT-LINE.
003970     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003980     MOVE SPACES TO BY-ALASAN.
003990 2950-EXIT.
004000     EXIT.
004010*
004020*    ---------------------------------------------------------
004030*    3000-PRINT-TOTALS - CONTROL TOTAL UNTUK BALANCING DENGAN
004040*    REKAP HARIAN BANK.
004050*    ---------------------------------------------------------
004060*
004070 3000-PRINT-TOTALS.
004080     MOVE SPACES TO RPT-LINE.
004090     WRITE RPT-LINE.
004100     MOVE BY-READ-COUNT TO RPT-T-READ.
004110     MOVE SPACES TO RPT-LINE.
004120     WRITE RPT-LINE FROM RPT-TOTAL-READ-LINE.
004130     MOVE BY-LUNAS-COUNT TO RPT-T-LUNAS.
004140     MOVE SPACES TO RPT-LINE.
004150     WRITE RPT-LINE FROM RPT-TOTAL-LUNAS-LINE.
004160     MOVE BY-LEBIH-COUNT TO RPT-T-LEBIH.
004170     MOVE SPACES TO RPT-LINE.
004180     WRITE RPT-LINE FROM RPT-TOTAL-LEBIH-LINE.
004190     MOVE BY-SEBAGIAN-COUNT TO RPT-T-SEBAGIAN.
004200     MOVE SPACES TO RPT-LINE.
004210     WRITE RPT-LINE FROM RPT-TOTAL-SEBAGIAN-LINE.
004220     MOVE BY-TDKCOCOK-COUNT TO RPT-T-TDKCOCOK.
004230     MOVE SPACES TO RPT-LINE.
004240     WRITE RPT-LINE FROM RPT-TOTAL-TDKCOCOK-LINE.
004250     MOVE BY-GANDA-COUNT TO RPT-T-GANDA.
004260     MOVE SPACES TO RPT-LINE.
004270     WRITE RPT-LINE FROM RPT-TOTAL-GANDA-LINE.
004280     MOVE BY-TOTAL-DIBACA TO RPT-T-DIBACA.
004290     MOVE SPACES TO RPT-LINE.
004300     WRITE RPT-LINE FROM RPT-TOTAL-DIBACA-LINE.
004310     MOVE BY-TOTAL-POSTING TO RPT-T-POSTING.
004320     MOVE SPACES TO RPT-LINE.
004330     WRITE RPT-LINE FROM RPT-TOTAL-POSTING-LINE.
004340     DISPLAY "SELESAI, PEMBAYARAN DIBACA = " BY-READ-COUNT.
004350 3000-EXIT.
004360     EXIT.
004370*
004380 9000-TERMINATE.
004390     CLOSE BANKBYR-FILE.
004400     CLOSE MHSTAGIH-FILE.
004410     CLOSE MHSBYRH-FILE.
004420     CLOSE BYRRPT-FILE.
004430 9000-EXIT.
004440     EXIT.

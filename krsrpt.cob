000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. KRSRPT.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - LAPORAN KRS: DAFTAR
000210*                     PESERTA PER MATA KULIAH SATU SEMESTER DAN
000220*                     CETAK KARTU RENCANA STUDI PER MAHASISWA
000230*                     (SATU NPM ATAU SATU KELAS PENUH).
000240*    ---------------------------------------------------------
000250*
000260*    JENIS LAPORAN DIPILIH OPERATOR:
000270*      "P" = DAFTAR PESERTA. KRSMAST DIBACA URUT SEMESTER +
000280*            KODE MATA KULIAH LEWAT ALTERNATE KEY KRS-SEM-MTK,
000290*            SATU HALAMAN PER MATA KULIAH DENGAN JUMLAH PESERTA
000300*            TERHADAP KAPASITAS, SEPERTI ROSTER RPTKELAS.
000310*      "K" = KARTU RENCANA STUDI. SATU HALAMAN PER MAHASISWA
000320*            (ADVANCING PAGE SEPERTI MHSCERT) BERISI MATA
000330*            KULIAH YANG DIAMBIL PADA SEMESTER TERPILIH DAN
000340*            TOTAL SKS. UNTUK SATU KELAS, HANYA MAHASISWA AKTIF
000350*            YANG DICETAK.
000360*    HASIL DITULIS KE FILE CETAK KRSRPT.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS KRS-KEY
000450         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
000460         FILE STATUS IS KRSMAST-STATUS.
000470
000480     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MHS-NPM
000520         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000530         FILE STATUS IS MHSMAST-STATUS.
000540
000550     SELECT MTKREF-FILE ASSIGN TO MTKREF
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MTK-KODE
000590         FILE STATUS IS MTKREF-STATUS.
000600
000610     SELECT KRSRPT-FILE ASSIGN TO KRSRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS KRSRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  KRSMAST-FILE.
000680     COPY KRSR.
000690
000700 FD  MHSMAST-FILE.
000710     COPY MHSREC.
000720
000730 FD  MTKREF-FILE.
000740     COPY MTKR.
000750
000760 FD  KRSRPT-FILE.
000770 01  RPT-LINE                     PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
000810     88  KRSMAST-OK                   VALUE "00".
000820 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000830     88  MHSMAST-OK                   VALUE "00".
000840 77  MTKREF-STATUS                PIC XX    VALUE SPACES.
000850     88  MTKREF-OK                    VALUE "00".
000860 77  KRSRPT-STATUS                PIC XX    VALUE SPACES.
000870 77  KR-INIT-SWITCH               PIC X(01) VALUE "N".
000880     88  KR-INIT-OK                   VALUE "Y".
000890 77  KR-JENIS                     PIC X(01) VALUE SPACE.
000900     88  KR-JENIS-PESERTA             VALUES "P" "p".
000910     88  KR-JENIS-KARTU               VALUES "K" "k".
000920 77  KR-MODE                      PIC X(01) VALUE SPACE.
000930     88  KR-MODE-NPM                  VALUES "N" "n".
000940     88  KR-MODE-KELAS                VALUES "K" "k".
000950 77  KR-SEMESTER-INPUT            PIC X(05) VALUE SPACES.
000960 77  KR-SEMESTER                  PIC 9(05) VALUE ZERO.
000970 77  KR-PILIH-NPM                 PIC X(08) VALUE SPACES.
000980 77  KR-PILIH-KELAS               PIC A(05) VALUE SPACES.
000990 77  KR-EOF-SWITCH                PIC X(01) VALUE "N".
001000     88  KR-END-OF-FILE               VALUE "Y".
001010 77  KR-KRS-EOF-SWITCH            PIC X(01) VALUE "N".
001020     88  KR-KRS-END-OF-FILE           VALUE "Y".
001030 77  KR-FIRST-GROUP-SWITCH        PIC X(01) VALUE "Y".
001040     88  KR-FIRST-GROUP               VALUE "Y".
001050 77  KR-BREAK-KODE                PIC X(06) VALUE SPACES.
001060 77  KR-PAGE-NO                   PIC 9(03) VALUE ZERO.
001070 77  KR-LINE-COUNT                PIC 9(02) VALUE ZERO.
001080 77  KR-LINES-PER-PAGE            PIC 9(02) VALUE 20.
001090 77  KR-MTK-COUNT                 PIC 9(04) VALUE ZERO.
001100 77  KR-GRAND-TOTAL               PIC 9(05) VALUE ZERO.
001110 77  KR-KARTU-COUNT               PIC 9(05) VALUE ZERO.
001120 77  KR-MTK-DIAMBIL               PIC 9(02) VALUE ZERO.
001130 77  KR-TOTAL-SKS                 PIC 9(03) VALUE ZERO.
001140 77  KR-NPM-CETAK                 PIC X(08) VALUE SPACES.
001150
001160 01  RPT-P-HEADER-1.
001170     05  FILLER                  PIC X(30) VALUE
001180         "DAFTAR PESERTA MATA KULIAH".
001190     05  FILLER                  PIC X(10) VALUE "HALAMAN : ".
001200     05  RPT-H1-PAGE             PIC ZZ9.
001210 01  RPT-P-HEADER-2.
001220     05  FILLER                  PIC X(11) VALUE "SEMESTER : ".
001230     05  RPT-H2-SEMESTER         PIC 9(05).
001240     05  FILLER                  PIC X(17) VALUE
001250         "   MATA KULIAH : ".
001260     05  RPT-H2-KODE             PIC X(06).
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  RPT-H2-NAMA             PIC X(25).
001290 01  RPT-P-HEADER-3.
001300     05  FILLER                  PIC X(06) VALUE "SKS : ".
001310     05  RPT-H3-SKS              PIC 9(01).
001320     05  FILLER                  PIC X(15) VALUE
001330         "   KAPASITAS : ".
001340     05  RPT-H3-KAPASITAS        PIC ZZ9.
001350 01  RPT-P-DETAIL-LINE.
001360     05  FILLER                  PIC X(03) VALUE SPACES.
001370     05  RPT-PD-NPM              PIC X(08).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  RPT-PD-NAMA             PIC A(15).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  RPT-PD-KELAS            PIC A(05).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  RPT-PD-TANGGAL          PIC 9(08).
001440 01  RPT-P-TOTAL-LINE.
001450     05  FILLER                  PIC X(03) VALUE SPACES.
001460     05  FILLER                  PIC X(20) VALUE
001470         "JUMLAH PESERTA   : ".
001480     05  RPT-PT-COUNT            PIC ZZZ9.
001490 01  RPT-P-GRAND-LINE.
001500     05  FILLER                  PIC X(25) VALUE
001510         "TOTAL SELURUH PESERTA : ".
001520     05  RPT-PG-COUNT            PIC ZZZZ9.
001530
001540 01  RPT-K-GARIS-LINE            PIC X(60) VALUE ALL "=".
001550 01  RPT-K-JUDUL-LINE            PIC X(60) VALUE
001560     "                KARTU RENCANA STUDI (KRS)".
001570 01  RPT-K-NPM-LINE.
001580     05  FILLER                  PIC X(16) VALUE
001590         "NPM           : ".
001600     05  RPT-K-NPM               PIC X(08).
001610 01  RPT-K-NAMA-LINE.
001620     05  FILLER                  PIC X(16) VALUE
001630         "NAMA          : ".
001640     05  RPT-K-NAMA              PIC A(15).
001650 01  RPT-K-KELAS-LINE.
001660     05  FILLER                  PIC X(16) VALUE
001670         "KELAS         : ".
001680     05  RPT-K-KELAS             PIC A(05).
001690 01  RPT-K-SEMESTER-LINE.
001700     05  FILLER                  PIC X(16) VALUE
001710         "SEMESTER      : ".
001720     05  RPT-K-SEMESTER          PIC 9(05).
001730 01  RPT-K-KOLOM-LINE            PIC X(60) VALUE
001740     "   KODE    NAMA MATA KULIAH           SKS".
001750 01  RPT-K-DETAIL-LINE.
001760     05  FILLER                  PIC X(03) VALUE SPACES.
001770     05  RPT-KD-KODE             PIC X(06).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  RPT-KD-NAMA             PIC X(25).
001800     05  FILLER                  PIC X(03) VALUE SPACES.
001810     05  RPT-KD-SKS              PIC 9(01).
001820 01  RPT-K-KOSONG-LINE           PIC X(60) VALUE
001830     "   BELUM ADA MATA KULIAH YANG DIAMBIL PADA SEMESTER INI.".
001840 01  RPT-K-TOTAL-LINE.
001850     05  FILLER                  PIC X(38) VALUE
001860         "   TOTAL SKS".
001870     05  RPT-KT-SKS              PIC ZZ9.
001880
001890 PROCEDURE DIVISION.
001900*
001910*    ===========================================================
001920*    0000-MAINLINE - BUKA FILE, TERIMA JENIS LAPORAN, CETAK
001930*    DAFTAR PESERTA ATAU KARTU RENCANA STUDI, TUTUP FILE.
001940*    ===========================================================
001950*
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     IF KR-INIT-OK
001990         IF KR-JENIS-PESERTA
002000             PERFORM 2000-DAFTAR-PESERTA THRU 2000-EXIT
002010         ELSE
002020             IF KR-MODE-NPM
002030                 MOVE KR-PILIH-NPM TO KR-NPM-CETAK
002040                 PERFORM 3000-KARTU-SATU-NPM THRU 3000-EXIT
002050             ELSE
002060                 PERFORM 3500-KARTU-SATU-KELAS THRU 3500-EXIT
002070             END-IF
002080         END-IF
002090     END-IF.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002110     STOP RUN.
002120*
002130*    ---------------------------------------------------------
002140*    1000-INITIALIZE - BUKA FILE KRS, MASTER DAN REFERENSI
002150*    MATA KULIAH, LALU TERIMA JENIS LAPORAN, SEMESTER DAN
002160*    PILIHAN NPM/KELAS DARI OPERATOR.
002170*    ---------------------------------------------------------
002180*
002190 1000-INITIALIZE.
002200     OPEN INPUT KRSMAST-FILE.
002210     IF NOT KRSMAST-OK
002220         DISPLAY "ERROR BUKA FILE KRS, STATUS = "
002230             KRSMAST-STATUS
002240         GO TO 1000-EXIT
002250     END-IF.
002260     OPEN INPUT MHSMAST-FILE.
002270     IF NOT MHSMAST-OK
002280         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002290             MHSMAST-STATUS
002300         GO TO 1000-EXIT
002310     END-IF.
002320     OPEN INPUT MTKREF-FILE.
002330     IF NOT MTKREF-OK
002340         DISPLAY "ERROR BUKA FILE MATA KULIAH, STATUS = "
002350             MTKREF-STATUS
002360         GO TO 1000-EXIT
002370     END-IF.
002380
002390     DISPLAY "JENIS LAPORAN (P=PESERTA PER MATA KULIAH, "
002400         "K=KARTU RENCANA STUDI): ".
002410     ACCEPT KR-JENIS.
002420     IF NOT KR-JENIS-PESERTA AND NOT KR-JENIS-KARTU
002430         DISPLAY "JENIS TIDAK DIKENAL, PROSES DIBATALKAN."
002440         GO TO 1000-EXIT
002450     END-IF.
002460     DISPLAY "MASUKKAN SEMESTER (YYYYS, MIS. 20261): ".
002470     ACCEPT KR-SEMESTER-INPUT.
002480     IF KR-SEMESTER-INPUT IS NOT NUMERIC
002490         DISPLAY "SEMESTER HARUS ANGKA 5 DIGIT, DIBATALKAN."
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE KR-SEMESTER-INPUT TO KR-SEMESTER.
002530     IF KR-JENIS-KARTU
002540         DISPLAY "MODE CETAK (N=SATU NPM, K=SATU KELAS): "
002550         ACCEPT KR-MODE
002560         IF KR-MODE-NPM
002570             DISPLAY "MASUKKAN NPM: "
002580             ACCEPT KR-PILIH-NPM
002590         ELSE
002600             IF KR-MODE-KELAS
002610                 DISPLAY "MASUKKAN KELAS: "
002620                 ACCEPT KR-PILIH-KELAS
002630                 IF KR-PILIH-KELAS = SPACES
002640                     DISPLAY "KELAS TIDAK BOLEH KOSONG, "
002650                         "DIBATALKAN."
002660                     GO TO 1000-EXIT
002670                 END-IF
002680             ELSE
002690                 DISPLAY "MODE TIDAK DIKENAL, PROSES DIBATALKAN."
002700                 GO TO 1000-EXIT
002710             END-IF
002720         END-IF
002730     END-IF.
002740
002750     OPEN OUTPUT KRSRPT-FILE.
002760     SET KR-INIT-OK TO TRUE.
002770 1000-EXIT.
002780     EXIT.
002790*
002800*    ---------------------------------------------------------
002810*    2000-DAFTAR-PESERTA - BACA KRS SEMESTER TERPILIH URUT KODE
002820*    MATA KULIAH (ALTERNATE KEY) DENGAN BREAK PER MATA KULIAH.
002830*    ---------------------------------------------------------
002840*
002850 2000-DAFTAR-PESERTA.
002860     MOVE KR-SEMESTER TO KRS-SEMESTER.
002870     MOVE LOW-VALUES TO KRS-KODE-MTK.
002880     START KRSMAST-FILE KEY NOT < KRS-SEM-MTK
002890         INVALID KEY
002900             MOVE "Y" TO KR-EOF-SWITCH
002910     END-START.
002920     PERFORM 2100-PESERTA-ONE THRU 2100-EXIT
002930         UNTIL KR-END-OF-FILE.
002940     IF KR-FIRST-GROUP
002950         DISPLAY "TIDAK ADA KRS PADA SEMESTER " KR-SEMESTER "."
002960     ELSE
002970         PERFORM 2900-MTK-TOTAL THRU 2900-EXIT
002980     END-IF.
002990     MOVE KR-GRAND-TOTAL TO RPT-PG-COUNT.
003000     MOVE SPACES TO RPT-LINE.
003010     WRITE RPT-LINE FROM RPT-P-GRAND-LINE.
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-PESERTA-ONE.
003060     READ KRSMAST-FILE NEXT RECORD
003070         AT END
003080             MOVE "Y" TO KR-EOF-SWITCH
003090             GO TO 2100-EXIT
003100     END-READ.
003110     IF KRS-SEMESTER NOT = KR-SEMESTER
003120         MOVE "Y" TO KR-EOF-SWITCH
003130         GO TO 2100-EXIT
003140     END-IF.
003150
003160     IF KR-FIRST-GROUP
003170         MOVE "N" TO KR-FIRST-GROUP-SWITCH
003180         MOVE KRS-KODE-MTK TO KR-BREAK-KODE
003190         PERFORM 2200-NEW-PAGE THRU 2200-EXIT
003200     ELSE
003210         IF KRS-KODE-MTK NOT = KR-BREAK-KODE
003220             PERFORM 2900-MTK-TOTAL THRU 2900-EXIT
003230             MOVE KRS-KODE-MTK TO KR-BREAK-KODE
003240             PERFORM 2200-NEW-PAGE THRU 2200-EXIT
003250         END-IF
003260     END-IF.
003270     IF KR-LINE-COUNT >= KR-LINES-PER-PAGE
003280         PERFORM 2200-NEW-PAGE THRU 2200-EXIT
003290     END-IF.
003300     PERFORM 2300-WRITE-PESERTA THRU 2300-EXIT.
003310 2100-EXIT.
003320     EXIT.
003330
003340 2200-NEW-PAGE.
003350     MOVE KR-BREAK-KODE TO MTK-KODE.
003360     READ MTKREF-FILE
003370         INVALID KEY
003380             MOVE "(TIDAK ADA DI MTKREF)" TO MTK-NAMA
003390             MOVE ZERO TO MTK-SKS MTK-KAPASITAS
003400     END-READ.
003410     ADD 1 TO KR-PAGE-NO.
003420     MOVE KR-PAGE-NO TO RPT-H1-PAGE.
003430     IF KR-PAGE-NO > 1
003440         MOVE SPACES TO RPT-LINE
003450         WRITE RPT-LINE AFTER ADVANCING PAGE
003460     END-IF.
003470     MOVE SPACES TO RPT-LINE.
003480     WRITE RPT-LINE FROM RPT-P-HEADER-1.
003490     MOVE KR-SEMESTER TO RPT-H2-SEMESTER.
003500     MOVE KR-BREAK-KODE TO RPT-H2-KODE.
003510     MOVE MTK-NAMA TO RPT-H2-NAMA.
003520     MOVE SPACES TO RPT-LINE.
003530     WRITE RPT-LINE FROM RPT-P-HEADER-2.
003540     MOVE MTK-SKS TO RPT-H3-SKS.
003550     MOVE MTK-KAPASITAS TO RPT-H3-KAPASITAS.
003560     MOVE SPACES TO RPT-LINE.
003570     WRITE RPT-LINE FROM RPT-P-HEADER-3.
003580     MOVE SPACES TO RPT-LINE.
003590     WRITE RPT-LINE.
003600     MOVE ZERO TO KR-LINE-COUNT.
003610 2200-EXIT.
003620     EXIT.
003630
003640 2300-WRITE-PESERTA.
003650     MOVE KRS-NPM TO MHS-NPM.
003660     READ MHSMAST-FILE
003670         INVALID KEY
003680             MOVE SPACES TO MHS-NAMA MHS-KELAS
003690     END-READ.
003700     MOVE KRS-NPM TO RPT-PD-NPM.
003710     MOVE MHS-NAMA TO RPT-PD-NAMA.
003720     MOVE MHS-KELAS TO RPT-PD-KELAS.
003730     MOVE KRS-TANGGAL TO RPT-PD-TANGGAL.
003740     MOVE SPACES TO RPT-LINE.
003750     WRITE RPT-LINE FROM RPT-P-DETAIL-LINE.
003760     ADD 1 TO KR-LINE-COUNT.
003770     ADD 1 TO KR-MTK-COUNT.
003780     ADD 1 TO KR-GRAND-TOTAL.
003790 2300-EXIT.
003800     EXIT.
003810
003820 2900-MTK-TOTAL.
003830     MOVE KR-MTK-COUNT TO RPT-PT-COUNT.
003840     MOVE SPACES TO RPT-LINE.
003850     WRITE RPT-LINE FROM RPT-P-TOTAL-LINE.
003860     MOVE SPACES TO RPT-LINE.
003870     WRITE RPT-LINE.
003880     MOVE ZERO TO KR-MTK-COUNT.
003890 2900-EXIT.
003900     EXIT.
003910*
003920*    ---------------------------------------------------------
003930*    3000-KARTU-SATU-NPM - CETAK KRS SATU MAHASISWA. NPM
003940*    DIAMBIL DARI KR-NPM-CETAK.
003950*    ---------------------------------------------------------
003960*
003970 3000-KARTU-SATU-NPM.
003980     MOVE KR-NPM-CETAK TO MHS-NPM.
003990     READ MHSMAST-FILE
004000         INVALID KEY
004010             DISPLAY "NPM " KR-NPM-CETAK " TIDAK DITEMUKAN."
004020             GO TO 3000-EXIT
004030     END-READ.
004040     PERFORM 4000-PRINT-KARTU THRU 4000-EXIT.
004050 3000-EXIT.
004060     EXIT.
004070*
004080*    ---------------------------------------------------------
004090*    3500-KARTU-SATU-KELAS - BACA MASTER LEWAT ALTERNATE KEY
004100*    MHS-KELAS DAN CETAK KRS SETIAP MAHASISWA AKTIF KELAS
004110*    TERPILIH.
004120*    ---------------------------------------------------------
004130*
004140 3500-KARTU-SATU-KELAS.
004150     MOVE KR-PILIH-KELAS TO MHS-KELAS.
004160     START MHSMAST-FILE KEY NOT < MHS-KELAS
004170         INVALID KEY
004180             MOVE "Y" TO KR-EOF-SWITCH
004190     END-START.
004200     PERFORM 3510-KARTU-ONE THRU 3510-EXIT
004210         UNTIL KR-END-OF-FILE.
004220     DISPLAY "KRS DICETAK: " KR-KARTU-COUNT.
004230 3500-EXIT.
004240     EXIT.
004250
004260 3510-KARTU-ONE.
004270     READ MHSMAST-FILE NEXT RECORD
004280         AT END
004290             MOVE "Y" TO KR-EOF-SWITCH
004300             GO TO 3510-EXIT
004310     END-READ.
004320     IF MHS-KELAS NOT = KR-PILIH-KELAS
004330         MOVE "Y" TO KR-EOF-SWITCH
004340         GO TO 3510-EXIT
004350     END-IF.
004360     IF MHS-AKTIF
004370         PERFORM 4000-PRINT-KARTU THRU 4000-EXIT
004380     END-IF.
004390 3510-EXIT.
004400     EXIT.
004410*
004420*    ---------------------------------------------------------
004430*    4000-PRINT-KARTU - CETAK SATU HALAMAN KRS UNTUK MAHASISWA
004440*    PADA MHS-RECORD: IDENTITAS, MATA KULIAH SEMESTER
004450*    TERPILIH (START PADA KEY UTAMA NPM + SEMESTER) DAN TOTAL
004460*    SKS.
004470*    ---------------------------------------------------------
004480*
004490 4000-PRINT-KARTU.
004500     IF KR-KARTU-COUNT > ZERO
004510         MOVE SPACES TO RPT-LINE
004520         WRITE RPT-LINE AFTER ADVANCING PAGE
004530     END-IF.
004540     ADD 1 TO KR-KARTU-COUNT.
004550     MOVE SPACES TO RPT-LINE.
004560     WRITE RPT-LINE FROM RPT-K-GARIS-LINE.
004570     MOVE SPACES TO RPT-LINE.
004580     WRITE RPT-LINE FROM RPT-K-JUDUL-LINE.
004590     MOVE SPACES TO RPT-LINE.
004600     WRITE RPT-LINE FROM RPT-K-GARIS-LINE.
004610     MOVE MHS-NPM TO RPT-K-NPM.
004620     MOVE SPACES TO RPT-LINE.
004630     WRITE RPT-LINE FROM RPT-K-NPM-LINE.
004640     MOVE MHS-NAMA TO RPT-K-NAMA.
004650     MOVE SPACES TO RPT-LINE.
004660     WRITE RPT-LINE FROM RPT-K-NAMA-LINE.
004670     MOVE MHS-KELAS TO RPT-K-KELAS.
004680     MOVE SPACES TO RPT-LINE.
004690     WRITE RPT-LINE FROM RPT-K-KELAS-LINE.
004700     MOVE KR-SEMESTER TO RPT-K-SEMESTER.
004710     MOVE SPACES TO RPT-LINE.
004720     WRITE RPT-LINE FROM RPT-K-SEMESTER-LINE.
004730     MOVE SPACES TO RPT-LINE.
004740     WRITE RPT-LINE.
004750     MOVE SPACES TO RPT-LINE.
004760     WRITE RPT-LINE FROM RPT-K-KOLOM-LINE.
004770
004780     MOVE ZERO TO KR-MTK-DIAMBIL KR-TOTAL-SKS.
004790     MOVE MHS-NPM TO KRS-NPM.
004800     MOVE KR-SEMESTER TO KRS-SEMESTER.
004810     MOVE LOW-VALUES TO KRS-KODE-MTK.
004820     MOVE "N" TO KR-KRS-EOF-SWITCH.
004830     START KRSMAST-FILE KEY NOT < KRS-KEY
004840         INVALID KEY
004850             MOVE "Y" TO KR-KRS-EOF-SWITCH
004860     END-START.
004870     PERFORM 4100-KARTU-MTK THRU 4100-EXIT
004880         UNTIL KR-KRS-END-OF-FILE.
004890
004900     IF KR-MTK-DIAMBIL = ZERO
004910         MOVE SPACES TO RPT-LINE
004920         WRITE RPT-LINE FROM RPT-K-KOSONG-LINE
004930     END-IF.
004940     MOVE KR-TOTAL-SKS TO RPT-KT-SKS.
004950     MOVE SPACES TO RPT-LINE.
004960     WRITE RPT-LINE FROM RPT-K-TOTAL-LINE.
004970     MOVE SPACES TO RPT-LINE.
004980     WRITE RPT-LINE FROM RPT-K-GARIS-LINE.
004990 4000-EXIT.
005000     EXIT.
005010
005020 4100-KARTU-MTK.
005030     READ KRSMAST-FILE NEXT RECORD
005040         AT END
005050             MOVE "Y" TO KR-KRS-EOF-SWITCH
005060             GO TO 4100-EXIT
005070     END-READ.
005080     IF KRS-NPM NOT = MHS-NPM
005090         OR KRS-SEMESTER NOT = KR-SEMESTER
005100         MOVE "Y" TO KR-KRS-EOF-SWITCH
005110         GO TO 4100-EXIT
005120     END-IF.
005130     MOVE KRS-KODE-MTK TO MTK-KODE.
005140     READ MTKREF-FILE
005150         INVALID KEY
005160             MOVE "(TIDAK ADA DI MTKREF)" TO MTK-NAMA
005170     END-READ.
005180     MOVE KRS-KODE-MTK TO RPT-KD-KODE.
005190     MOVE MTK-NAMA TO RPT-KD-NAMA.
005200     MOVE KRS-SKS TO RPT-KD-SKS.
005210     MOVE SPACES TO RPT-LINE.
005220     WRITE RPT-LINE FROM RPT-K-DETAIL-LINE.
005230     ADD 1 TO KR-MTK-DIAMBIL.
005240     ADD KRS-SKS TO KR-TOTAL-SKS.
005250 4100-EXIT.
005260     EXIT.
005270*
005280 9000-TERMINATE.
005290     CLOSE KRSMAST-FILE.
005300     CLOSE MHSMAST-FILE.
005310     CLOSE MTKREF-FILE.
005320     IF KR-INIT-OK
005330         CLOSE KRSRPT-FILE
005340     END-IF.
005350 9000-EXIT.
005360     EXIT.

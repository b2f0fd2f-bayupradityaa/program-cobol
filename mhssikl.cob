000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MHSSIKL.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - SIKLUS BATCH: BUKA
000210*                     SIKLUS MALAM ATAU SIKLUS AKHIR TAHUN DI FILE
000220*                     KONTROL RUN MHSRUN DAN CETAK LAPORAN STATUS
000230*                     SIKLUS SIKLRPT (YANG SUDAH JALAN, GAGAL,
000240*                     DITOLAK DAN YANG MASIH HARUS DIJALANKAN).
000250*    ---------------------------------------------------------
000260*
000270*    SETIAP PROGRAM BATCH MHSMAST MENCATAT MULAI, AKHIR, KODE
000280*    SELESAI DAN JUMLAH RECORD RUN-NYA DI MHSRUN (COPYBOOK
000290*    RUNCTLR), DITANDAI DENGAN SIKLUS YANG BERLAKU SAAT MULAI.
000300*    PILIHAN:
000310*      B      - BUKA SIKLUS MALAM BARU (TANGGAL YYYYMMDD, KOSONG =
000320*               HARI INI). TANGGAL TIDAK BOLEH LEBIH AWAL DARI
000330*               SIKLUS BERJALAN.
000340*      T      - BUKA SIKLUS AKHIR TAHUN (TAHUN YYYY, KOSONG =
000350*               TAHUN INI). DITOLAK BILA TAHUN ITU SUDAH
000360*               DITUTUP. SIKLUS DITUTUP OLEH MHSPROMO YANG SUKSES.
000370*               URUTAN AKHIR TAHUN: MHSSIKL T, MHSUNLD, MHSARCH,
000380*               MHSUNLD, MHSPROMO.
000390*      KOSONG - LAPORAN SAJA.
000400*    LAPORAN DICETAK SETELAH PILIHAN DIPROSES. PROGRAM HARIAN
000410*    (MHSINTAK, MHSRECON, MHSAUDIT, MHSCSV, MHSUNLD) MASIH HARUS
000420*    DIJALANKAN BILA BELUM SELESAI DI SIKLUS MALAM BERJALAN;
000430*    MHSARCH DAN MHSPROMO BILA SIKLUS AKHIR TAHUN BUKA DAN
000440*    KEDUANYA BELUM SELESAI DI SIKLUS ITU. MHSDUPE DAN MHSCOMP
000450*    DIJALANKAN BILA PERLU DAN TIDAK PERNAH DITAGIH.
000460*    RETURN CODE: 00 SEMUA SELESAI, 04 MASIH ADA LANGKAH YANG
000470*    BELUM SELESAI, 08 PILIHAN DITOLAK ATAU MHSRUN TIDAK DAPAT
000480*    DIBUKA.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RUN-PROGRAM
000570         FILE STATUS IS MHSRUN-STATUS.
000580
000590     SELECT SIKLRPT-FILE ASSIGN TO SIKLRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SIKLRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  MHSRUN-FILE.
000660     COPY RUNCTLR.
000670
000680 FD  SIKLRPT-FILE.
000690 01  RPT-LINE                     PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
000730     88  MHSRUN-OK                    VALUE "00".
000740 77  SIKLRPT-STATUS               PIC XX    VALUE SPACES.
000750 77  SK-GAGAL-SWITCH              PIC X(01) VALUE "N".
000760     88  SK-GAGAL                     VALUE "Y".
000770 77  SK-RUN-SWITCH                PIC X(01) VALUE "N".
000780     88  SK-RUN-OPEN                  VALUE "Y".
000790 77  SK-ADA-SWITCH                PIC X(01) VALUE "N".
000800     88  SK-ADA                       VALUE "Y".
000810 77  SK-DALAM-SWITCH              PIC X(01) VALUE "N".
000820     88  SK-DALAM-SIKLUS              VALUE "Y".
000830 77  SK-PILIHAN                   PIC X(01) VALUE SPACE.
000840     88  SK-PIL-HARIAN                VALUE "B".
000850     88  SK-PIL-TAHUN                 VALUE "T".
000860     88  SK-PIL-LAPORAN               VALUE SPACE.
000870 77  SK-KATEGORI                  PIC X(01) VALUE SPACE.
000880     88  SK-KAT-BELUM                 VALUE "B".
000890     88  SK-KAT-JALAN                 VALUE "J".
000900     88  SK-KAT-SELESAI               VALUE "S".
000910     88  SK-KAT-GAGAL                 VALUE "G".
000920     88  SK-KAT-TOLAK                 VALUE "T".
000930 77  SK-TEKS                      PIC X(20) VALUE SPACES.
000940 77  SK-KODE                      PIC 9(02) VALUE ZERO.
000950 77  SK-JAM                       PIC 9(08) VALUE ZERO.
000960 77  SK-INPUT-TGL-X               PIC X(08) VALUE SPACES.
000970 77  SK-INPUT-TGL                 PIC 9(08) VALUE ZERO.
000980 77  SK-INPUT-THN-X               PIC X(04) VALUE SPACES.
000990 77  SK-INPUT-THN                 PIC 9(04) VALUE ZERO.
001000 77  SK-SIKLUS                    PIC 9(08) VALUE ZERO.
001010 77  SK-BUKA-TGL                  PIC 9(08) VALUE ZERO.
001020 77  SK-BUKA-JAM                  PIC 9(08) VALUE ZERO.
001030 77  SK-TAHUN                     PIC 9(04) VALUE ZERO.
001040 77  SK-TAHUN-STATUS              PIC X(01) VALUE SPACE.
001050     88  SK-TAHUN-BUKA                VALUE "B".
001060     88  SK-TAHUN-SELESAI             VALUE "S".
001070 77  SK-TAHUN-TUTUP               PIC 9(08) VALUE ZERO.
001080 77  SK-IDX                       PIC 9(02) VALUE ZERO.
001090 77  SK-SELESAI-COUNT             PIC 9(03) VALUE ZERO.
001100 77  SK-GAGAL-COUNT               PIC 9(03) VALUE ZERO.
001110 77  SK-TOLAK-COUNT               PIC 9(03) VALUE ZERO.
001120 77  SK-JALAN-COUNT               PIC 9(03) VALUE ZERO.
001130 77  SK-BELUM-COUNT               PIC 9(03) VALUE ZERO.
001140 77  SK-SISA-COUNT                PIC 9(03) VALUE ZERO.
001150
001160 01  SK-HARI-INI.
001170     05  SK-HI-TAHUN              PIC 9(04).
001180     05  SK-HI-BULAN              PIC 9(02).
001190     05  SK-HI-HARI               PIC 9(02).
001200 01  SK-TAHUN-WAKTU.
001210     05  SK-TW-TANGGAL            PIC 9(08) VALUE ZERO.
001220     05  SK-TW-JAM                PIC 9(08) VALUE ZERO.
001230 01  SK-RUN-WAKTU.
001240     05  SK-RW-TANGGAL            PIC 9(08) VALUE ZERO.
001250     05  SK-RW-JAM                PIC 9(08) VALUE ZERO.
001260 01  SK-JAM-KERJA.
001270     05  SK-JK-HH                 PIC X(02).
001280     05  SK-JK-MM                 PIC X(02).
001290     05  FILLER                   PIC X(04).
001300
001310*
001320*    PROGRAM BATCH DALAM URUTAN MALAM. JENIS: H = HARIAN,
001330*    P = BILA PERLU, T = SIKLUS AKHIR TAHUN.
001340*
001350 01  SK-PROGRAM-VALUES.
001360     05  FILLER                   PIC X(09) VALUE "MHSINTAKH".
001370     05  FILLER                   PIC X(09) VALUE "MHSRECONH".
001380     05  FILLER                   PIC X(09) VALUE "MHSAUDITH".
001390     05  FILLER                   PIC X(09) VALUE "MHSDUPE P".
001400     05  FILLER                   PIC X(09) VALUE "MHSCOMP P".
001410     05  FILLER                   PIC X(09) VALUE "MHSCSV  H".
001420     05  FILLER                   PIC X(09) VALUE "MHSUNLD H".
001430     05  FILLER                   PIC X(09) VALUE "MHSARCH T".
001440     05  FILLER                   PIC X(09) VALUE "MHSPROMOT".
001450 01  SK-PROGRAM-TABLE REDEFINES SK-PROGRAM-VALUES.
001460     05  SK-PROGRAM-ENTRY OCCURS 9 TIMES.
001470         10  SK-T-PROGRAM         PIC X(08).
001480         10  SK-T-JENIS           PIC X(01).
001490             88  SK-T-HARIAN          VALUE "H".
001500             88  SK-T-BILA-PERLU      VALUE "P".
001510             88  SK-T-AKHIR-TAHUN     VALUE "T".
001520 01  SK-HASIL-TABLE.
001530     05  SK-HASIL-ENTRY OCCURS 9 TIMES.
001540         10  SK-H-TEKS            PIC X(20).
001550         10  SK-H-SISA            PIC X(01).
001560             88  SK-H-BELUM-SELESAI   VALUE "Y".
001570
001580 01  RPT-TITLE-LINE              PIC X(50) VALUE
001590     "LAPORAN STATUS SIKLUS BATCH MHSMAST".
001600 01  RPT-TANGGAL-LINE.
001610     05  FILLER                  PIC X(25) VALUE
001620         "TANGGAL LAPORAN       : ".
001630     05  RPT-H-TANGGAL           PIC 9(08).
001640 01  RPT-SIKLUS-LINE.
001650     05  FILLER                  PIC X(25) VALUE
001660         "SIKLUS MALAM          : ".
001670     05  RPT-S-SIKLUS            PIC 9(08).
001680     05  FILLER                  PIC X(09) VALUE "  DIBUKA ".
001690     05  RPT-S-TANGGAL           PIC 9(08).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  RPT-S-HH                PIC X(02).
001720     05  FILLER                  PIC X(01) VALUE ":".
001730     05  RPT-S-MM                PIC X(02).
001740 01  RPT-TAHUN-LINE.
001750     05  FILLER                  PIC X(25) VALUE
001760         "SIKLUS AKHIR TAHUN    : ".
001770     05  RPT-Y-TAHUN             PIC X(04).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  RPT-Y-TEKS              PIC X(30).
001800 01  RPT-BAGIAN-1-LINE           PIC X(50) VALUE
001810     "STATUS PROGRAM BATCH".
001820 01  RPT-BAGIAN-2-LINE           PIC X(50) VALUE
001830     "LANGKAH YANG BELUM SELESAI".
001840 01  RPT-PROGRAM-LINE.
001850     05  RPT-P-PROGRAM           PIC X(08).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  RPT-P-JENIS             PIC X(10).
001880     05  RPT-P-STATUS            PIC X(20).
001890     05  FILLER                  PIC X(06) VALUE "KODE: ".
001900     05  RPT-P-KODE              PIC X(02).
001910     05  FILLER                  PIC X(10) VALUE "  SIKLUS: ".
001920     05  RPT-P-SIKLUS            PIC X(08).
001930 01  RPT-WAKTU-LINE.
001940     05  FILLER                  PIC X(10) VALUE SPACES.
001950     05  FILLER                  PIC X(09) VALUE "MULAI  : ".
001960     05  RPT-W-TGL-MULAI         PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  RPT-W-HH-MULAI          PIC X(02).
001990     05  FILLER                  PIC X(01) VALUE ":".
002000     05  RPT-W-MM-MULAI          PIC X(02).
002010     05  FILLER                  PIC X(11) VALUE "  SELESAI: ".
002020     05  RPT-W-TGL-SELESAI       PIC X(08).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  RPT-W-HH-SELESAI        PIC X(02).
002050     05  RPT-W-TITIK             PIC X(01).
002060     05  RPT-W-MM-SELESAI        PIC X(02).
002070 01  RPT-JUMLAH-LINE.
002080     05  FILLER                  PIC X(10) VALUE SPACES.
002090     05  FILLER                  PIC X(09) VALUE "BACA   : ".
002100     05  RPT-J-BACA              PIC ZZZZZZ9.
002110     05  FILLER                  PIC X(10) VALUE "  PROSES: ".
002120     05  RPT-J-PROSES            PIC ZZZZZZ9.
002130     05  FILLER                  PIC X(09) VALUE "  TOLAK: ".
002140     05  RPT-J-TOLAK             PIC ZZZZZZ9.
002150 01  RPT-KET-LINE.
002160     05  FILLER                  PIC X(10) VALUE SPACES.
002170     05  FILLER                  PIC X(09) VALUE "KET    : ".
002180     05  RPT-K-KETERANGAN        PIC X(40).
002190 01  RPT-SISA-LINE.
002200     05  FILLER                  PIC X(04) VALUE SPACES.
002210     05  RPT-R-PROGRAM           PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-R-STATUS            PIC X(20).
002240 01  RPT-TUNTAS-LINE             PIC X(50) VALUE
002250     "    TIDAK ADA - SEMUA LANGKAH SELESAI".
002260 01  RPT-SELESAI-LINE.
002270     05  FILLER                  PIC X(25) VALUE
002280         "PROGRAM SELESAI       : ".
002290     05  RPT-T-SELESAI           PIC ZZ9.
002300 01  RPT-GAGAL-LINE.
002310     05  FILLER                  PIC X(25) VALUE
002320         "PROGRAM GAGAL         : ".
002330     05  RPT-T-GAGAL             PIC ZZ9.
002340 01  RPT-TOLAK-LINE.
002350     05  FILLER                  PIC X(25) VALUE
002360         "PROGRAM DITOLAK       : ".
002370     05  RPT-T-TOLAK             PIC ZZ9.
002380 01  RPT-JALAN-LINE.
002390     05  FILLER                  PIC X(25) VALUE
002400         "BERJALAN/TERHENTI     : ".
002410     05  RPT-T-JALAN             PIC ZZ9.
002420 01  RPT-BELUM-LINE.
002430     05  FILLER                  PIC X(25) VALUE
002440         "BELUM JALAN           : ".
002450     05  RPT-T-BELUM             PIC ZZ9.
002460 01  RPT-SISA-TOTAL-LINE.
002470     05  FILLER                  PIC X(25) VALUE
002480         "BELUM SELESAI         : ".
002490     05  RPT-T-SISA              PIC ZZ9.
002500 01  RPT-PESAN-LINE.
002510     05  FILLER                  PIC X(04) VALUE "*** ".
002520     05  RPT-P-PESAN             PIC X(60).
002530
002540 PROCEDURE DIVISION.
002550*
002560*    ===========================================================
002570*    0000-MAINLINE - PROSES PILIHAN BUKA SIKLUS, LALU CETAK
002580*    STATUS SIKLUS DAN LANGKAH YANG BELUM SELESAI.
002590*    ===========================================================
002600*
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     IF NOT SK-GAGAL AND SK-PIL-HARIAN
002640         PERFORM 2000-BUKA-MALAM THRU 2000-EXIT
002650     END-IF.
002660     IF NOT SK-GAGAL AND SK-PIL-TAHUN
002670         PERFORM 3000-BUKA-TAHUN THRU 3000-EXIT
002680     END-IF.
002690     IF NOT SK-GAGAL
002700         PERFORM 4000-CETAK-SIKLUS THRU 4000-EXIT
002710         PERFORM 5000-CETAK-PROGRAM THRU 5000-EXIT
002720         PERFORM 6000-CETAK-SISA THRU 6000-EXIT
002730         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002740     END-IF.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760     STOP RUN.
002770*
002780*    ---------------------------------------------------------
002790*    1000-INITIALIZE - TERIMA PILIHAN, BUKA LAPORAN DAN MHSRUN
002800*    (DIBUAT BILA BELUM ADA), BACA RECORD KONTROL SIKLUS.
002810*    ---------------------------------------------------------
002820*
002830 1000-INITIALIZE.
002840     ACCEPT SK-HARI-INI FROM DATE YYYYMMDD.
002850     ACCEPT SK-JAM FROM TIME.
002860     OPEN OUTPUT SIKLRPT-FILE.
002870     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002880     MOVE SK-HARI-INI TO RPT-H-TANGGAL.
002890     MOVE SPACES TO RPT-LINE.
002900     WRITE RPT-LINE FROM RPT-TANGGAL-LINE.
002910     MOVE SPACES TO RPT-LINE.
002920     WRITE RPT-LINE.
002930
002940     DISPLAY "PILIHAN (B=BUKA SIKLUS MALAM, T=BUKA SIKLUS AKHIR".
002950     DISPLAY "TAHUN, KOSONGKAN UNTUK LAPORAN SAJA): ".
002960     ACCEPT SK-PILIHAN.
002970     IF NOT SK-PIL-HARIAN AND NOT SK-PIL-TAHUN
002980         AND NOT SK-PIL-LAPORAN
002990         MOVE "PILIHAN TIDAK DIKENAL, PROSES DIBATALKAN"
003000             TO RPT-P-PESAN
003010         PERFORM 8000-PESAN THRU 8000-EXIT
003020         MOVE 08 TO SK-KODE
003030         SET SK-GAGAL TO TRUE
003040         GO TO 1000-EXIT
003050     END-IF.
003060
003070     OPEN I-O MHSRUN-FILE.
003080     IF MHSRUN-STATUS = "35"
003090         OPEN OUTPUT MHSRUN-FILE
003100         CLOSE MHSRUN-FILE
003110         OPEN I-O MHSRUN-FILE
003120     END-IF.
003130     IF NOT MHSRUN-OK
003140         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
003150             MHSRUN-STATUS
003160         MOVE "FILE KONTROL RUN MHSRUN TIDAK DAPAT DIBUKA"
003170             TO RPT-P-PESAN
003180         PERFORM 8000-PESAN THRU 8000-EXIT
003190         MOVE 08 TO SK-KODE
003200         SET SK-GAGAL TO TRUE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     SET SK-RUN-OPEN TO TRUE.
003240     PERFORM 1100-BACA-SIKLUS THRU 1100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*
003280*    RECORD KONTROL "*SIKLUS*"; BILA BELUM ADA DIBUAT SEPERTI
003290*    PADA PROGRAM BATCH: SIKLUS MALAM = HARI INI, TANPA SIKLUS
003300*    AKHIR TAHUN. ISINYA DISIMPAN KARENA AREA RECORD DIPAKAI
003310*    ULANG SAAT MEMBACA RECORD PROGRAM.
003320*
003330 1100-BACA-SIKLUS.
003340     MOVE "*SIKLUS*" TO RUN-PROGRAM.
003350     READ MHSRUN-FILE
003360         INVALID KEY
003370             MOVE SPACES TO RUN-KONTROL
003380             MOVE SK-HARI-INI TO RUN-C-SIKLUS
003390             MOVE SK-HARI-INI TO RUN-C-BUKA-TGL
003400             MOVE SK-JAM TO RUN-C-BUKA-JAM
003410             MOVE ZERO TO RUN-C-TAHUN
003420             MOVE ZERO TO RUN-C-TAHUN-TGL
003430             MOVE ZERO TO RUN-C-TAHUN-JAM
003440             MOVE ZERO TO RUN-C-TAHUN-TUTUP
003450             WRITE RUN-RECORD
003460             IF NOT MHSRUN-OK
003470                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
003480                     MHSRUN-STATUS
003490                 MOVE "RECORD KONTROL SIKLUS TIDAK DAPAT DIBUAT"
003500                     TO RPT-P-PESAN
003510                 PERFORM 8000-PESAN THRU 8000-EXIT
003520                 MOVE 08 TO SK-KODE
003530                 SET SK-GAGAL TO TRUE
003540                 GO TO 1100-EXIT
003550             END-IF
003560     END-READ.
003570     MOVE RUN-C-SIKLUS TO SK-SIKLUS.
003580     MOVE RUN-C-BUKA-TGL TO SK-BUKA-TGL.
003590     MOVE RUN-C-BUKA-JAM TO SK-BUKA-JAM.
003600     MOVE RUN-C-TAHUN TO SK-TAHUN.
003610     MOVE RUN-C-TAHUN-STATUS TO SK-TAHUN-STATUS.
003620     MOVE RUN-C-TAHUN-TGL TO SK-TW-TANGGAL.
003630     MOVE RUN-C-TAHUN-JAM TO SK-TW-JAM.
003640     MOVE RUN-C-TAHUN-TUTUP TO SK-TAHUN-TUTUP.
003650 1100-EXIT.
003660     EXIT.
003670*
003680*    ---------------------------------------------------------
003690*    2000-BUKA-MALAM - PILIHAN B: GANTI SIKLUS MALAM. RUN YANG
003700*    DIMULAI SESUDAHNYA DICATAT PADA SIKLUS BARU.
003710*    ---------------------------------------------------------
003720*
003730 2000-BUKA-MALAM.
003740     DISPLAY "MASUKKAN TANGGAL SIKLUS MALAM (YYYYMMDD,".
003750     DISPLAY "KOSONGKAN UNTUK HARI INI): ".
003760     ACCEPT SK-INPUT-TGL-X.
003770     MOVE SK-HARI-INI TO SK-INPUT-TGL.
003780     IF SK-INPUT-TGL-X IS NUMERIC
003790         AND SK-INPUT-TGL-X NOT = "00000000"
003800         MOVE SK-INPUT-TGL-X TO SK-INPUT-TGL
003810     END-IF.
003820     IF SK-INPUT-TGL < SK-SIKLUS
003830         MOVE "TANGGAL LEBIH AWAL DARI SIKLUS BERJALAN - DITOLAK"
003840             TO RPT-P-PESAN
003850         PERFORM 8000-PESAN THRU 8000-EXIT
003860         MOVE 08 TO SK-KODE
003870         GO TO 2000-EXIT
003880     END-IF.
003890     IF SK-INPUT-TGL = SK-SIKLUS
003900         MOVE "SIKLUS MALAM TANGGAL ITU SUDAH BERJALAN"
003910             TO RPT-P-PESAN
003920         PERFORM 8000-PESAN THRU 8000-EXIT
003930         GO TO 2000-EXIT
003940     END-IF.
003950
003960     MOVE "*SIKLUS*" TO RUN-PROGRAM.
003970     READ MHSRUN-FILE
003980         INVALID KEY
003990             DISPLAY "RECORD KONTROL SIKLUS MHSRUN TIDAK ADA"
004000             MOVE 08 TO SK-KODE
004010             GO TO 2000-EXIT
004020     END-READ.
004030     MOVE SK-INPUT-TGL TO RUN-C-SIKLUS.
004040     MOVE SK-HARI-INI TO RUN-C-BUKA-TGL.
004050     MOVE SK-JAM TO RUN-C-BUKA-JAM.
004060     REWRITE RUN-RECORD.
004070     IF NOT MHSRUN-OK
004080         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004090         MOVE 08 TO SK-KODE
004100         GO TO 2000-EXIT
004110     END-IF.
004120     PERFORM 1100-BACA-SIKLUS THRU 1100-EXIT.
004130     MOVE "SIKLUS MALAM BARU DIBUKA" TO RPT-P-PESAN.
004140     PERFORM 8000-PESAN THRU 8000-EXIT.
004150 2000-EXIT.
004160     EXIT.
004170*
004180*    ---------------------------------------------------------
004190*    3000-BUKA-TAHUN - PILIHAN T: BUKA SIKLUS AKHIR TAHUN. TAHUN
004200*    YANG SUDAH DITUTUP MHSPROMO TIDAK BISA DIBUKA LAGI, SUPAYA
004210*    SATU ANGKATAN TIDAK DINAIKKAN DUA KALI.
004220*    ---------------------------------------------------------
004230*
004240 3000-BUKA-TAHUN.
004250     DISPLAY "MASUKKAN TAHUN SIKLUS AKHIR TAHUN (YYYY,".
004260     DISPLAY "KOSONGKAN UNTUK TAHUN INI): ".
004270     ACCEPT SK-INPUT-THN-X.
004280     MOVE SK-HI-TAHUN TO SK-INPUT-THN.
004290     IF SK-INPUT-THN-X IS NUMERIC
004300         AND SK-INPUT-THN-X NOT = "0000"
004310         MOVE SK-INPUT-THN-X TO SK-INPUT-THN
004320     END-IF.
004330     IF SK-TAHUN-SELESAI AND SK-INPUT-THN NOT > SK-TAHUN
004340         MOVE "SIKLUS AKHIR TAHUN ITU SUDAH DITUTUP - DITOLAK"
004350             TO RPT-P-PESAN
004360         PERFORM 8000-PESAN THRU 8000-EXIT
004370         MOVE 08 TO SK-KODE
004380         GO TO 3000-EXIT
004390     END-IF.
004400     IF SK-TAHUN-BUKA AND SK-INPUT-THN = SK-TAHUN
004410         MOVE "SIKLUS AKHIR TAHUN ITU SUDAH BUKA"
004420             TO RPT-P-PESAN
004430         PERFORM 8000-PESAN THRU 8000-EXIT
004440         GO TO 3000-EXIT
004450     END-IF.
004460     IF SK-TAHUN-BUKA
004470         MOVE "SIKLUS AKHIR TAHUN LAMA BELUM DITUTUP - DIGANTI"
004480             TO RPT-P-PESAN
004490         PERFORM 8000-PESAN THRU 8000-EXIT
004500     END-IF.
004510
004520     MOVE "*SIKLUS*" TO RUN-PROGRAM.
004530     READ MHSRUN-FILE
004540         INVALID KEY
004550             DISPLAY "RECORD KONTROL SIKLUS MHSRUN TIDAK ADA"
004560             MOVE 08 TO SK-KODE
004570             GO TO 3000-EXIT
004580     END-READ.
004590     MOVE SK-INPUT-THN TO RUN-C-TAHUN.
004600     MOVE "B" TO RUN-C-TAHUN-STATUS.
004610     MOVE SK-HARI-INI TO RUN-C-TAHUN-TGL.
004620     MOVE SK-JAM TO RUN-C-TAHUN-JAM.
004630     MOVE ZERO TO RUN-C-TAHUN-TUTUP.
004640     REWRITE RUN-RECORD.
004650     IF NOT MHSRUN-OK
004660         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004670         MOVE 08 TO SK-KODE
004680         GO TO 3000-EXIT
004690     END-IF.
004700     PERFORM 1100-BACA-SIKLUS THRU 1100-EXIT.
004710     MOVE "SIKLUS AKHIR TAHUN BARU DIBUKA" TO RPT-P-PESAN.
004720     PERFORM 8000-PESAN THRU 8000-EXIT.
004730 3000-EXIT.
004740     EXIT.
004750*
004760*    ---------------------------------------------------------
004770*    4000-CETAK-SIKLUS - CETAK SIKLUS MALAM DAN SIKLUS AKHIR
004780*    TAHUN YANG BERLAKU.
004790*    ---------------------------------------------------------
004800*
004810 4000-CETAK-SIKLUS.
004820     MOVE SK-SIKLUS TO RPT-S-SIKLUS.
004830     MOVE SK-BUKA-TGL TO RPT-S-TANGGAL.
004840     MOVE SK-BUKA-JAM TO SK-JAM-KERJA.
004850     MOVE SK-JK-HH TO RPT-S-HH.
004860     MOVE SK-JK-MM TO RPT-S-MM.
004870     MOVE SPACES TO RPT-LINE.
004880     WRITE RPT-LINE FROM RPT-SIKLUS-LINE.
004890     MOVE SPACES TO RPT-Y-TAHUN.
004900     MOVE SPACES TO RPT-Y-TEKS.
004910     IF SK-TAHUN = ZERO
004920         MOVE "TIDAK ADA" TO RPT-Y-TEKS
004930     ELSE
004940         MOVE SK-TAHUN TO RPT-Y-TAHUN
004950     END-IF.
004960     IF SK-TAHUN-BUKA
004970         STRING "BUKA SEJAK " DELIMITED BY SIZE
004980             SK-TW-TANGGAL DELIMITED BY SIZE
004990             INTO RPT-Y-TEKS
005000     END-IF.
005010     IF SK-TAHUN-SELESAI
005020         STRING "DITUTUP " DELIMITED BY SIZE
005030             SK-TAHUN-TUTUP DELIMITED BY SIZE
005040             INTO RPT-Y-TEKS
005050     END-IF.
005060     MOVE SPACES TO RPT-LINE.
005070     WRITE RPT-LINE FROM RPT-TAHUN-LINE.
005080     MOVE SPACES TO RPT-LINE.
005090     WRITE RPT-LINE.
005100 4000-EXIT.
005110     EXIT.
005120*
005130*    ---------------------------------------------------------
005140*    5000-CETAK-PROGRAM - SATU BLOK PER PROGRAM BATCH: STATUS
005150*    TERHADAP SIKLUSNYA, WAKTU, JUMLAH RECORD, KETERANGAN.
005160*    ---------------------------------------------------------
005170*
005180 5000-CETAK-PROGRAM.
005190     MOVE SPACES TO RPT-LINE.
005200     WRITE RPT-LINE FROM RPT-BAGIAN-1-LINE.
005210     PERFORM 5100-CETAK-ONE THRU 5100-EXIT
005220         VARYING SK-IDX FROM 1 BY 1
005230         UNTIL SK-IDX > 9.
005240 5000-EXIT.
005250     EXIT.
005260*
005270 5100-CETAK-ONE.
005280     MOVE SK-T-PROGRAM (SK-IDX) TO RUN-PROGRAM.
005290     MOVE "Y" TO SK-ADA-SWITCH.
005300     READ MHSRUN-FILE
005310         INVALID KEY
005320             MOVE "N" TO SK-ADA-SWITCH
005330     END-READ.
005340     PERFORM 5200-TENTUKAN-STATUS THRU 5200-EXIT.
005350
005360     EVALUATE TRUE
005370         WHEN SK-KAT-SELESAI
005380             ADD 1 TO SK-SELESAI-COUNT
005390         WHEN SK-KAT-GAGAL
005400             ADD 1 TO SK-GAGAL-COUNT
005410         WHEN SK-KAT-TOLAK
005420             ADD 1 TO SK-TOLAK-COUNT
005430         WHEN SK-KAT-JALAN
005440             ADD 1 TO SK-JALAN-COUNT
005450         WHEN OTHER
005460             ADD 1 TO SK-BELUM-COUNT
005470     END-EVALUATE.
005480     MOVE SK-TEKS TO SK-H-TEKS (SK-IDX).
005490     MOVE "N" TO SK-H-SISA (SK-IDX).
005500     IF NOT SK-KAT-SELESAI
005510         IF SK-T-HARIAN (SK-IDX)
005520             OR (SK-T-AKHIR-TAHUN (SK-IDX) AND SK-TAHUN-BUKA)
005530             MOVE "Y" TO SK-H-SISA (SK-IDX)
005540             ADD 1 TO SK-SISA-COUNT
005550         END-IF
005560     END-IF.
005570
005580     MOVE SK-T-PROGRAM (SK-IDX) TO RPT-P-PROGRAM.
005590     EVALUATE TRUE
005600         WHEN SK-T-HARIAN (SK-IDX)
005610             MOVE "HARIAN" TO RPT-P-JENIS
005620         WHEN SK-T-BILA-PERLU (SK-IDX)
005630             MOVE "BILA PERLU" TO RPT-P-JENIS
005640         WHEN OTHER
005650             MOVE "AKHIR THN" TO RPT-P-JENIS
005660     END-EVALUATE.
005670     MOVE SK-TEKS TO RPT-P-STATUS.
005680     IF NOT SK-ADA
005690         MOVE "--" TO RPT-P-KODE
005700         MOVE SPACES TO RPT-P-SIKLUS
005710         MOVE SPACES TO RPT-LINE
005720         WRITE RPT-LINE FROM RPT-PROGRAM-LINE
005730         GO TO 5100-EXIT
005740     END-IF.
005750     MOVE RUN-KODE TO RPT-P-KODE.
005760     MOVE RUN-SIKLUS TO RPT-P-SIKLUS.
005770     MOVE SPACES TO RPT-LINE.
005780     WRITE RPT-LINE FROM RPT-PROGRAM-LINE.
005790
005800     MOVE RUN-TGL-MULAI TO RPT-W-TGL-MULAI.
005810     MOVE RUN-JAM-MULAI TO SK-JAM-KERJA.
005820     MOVE SK-JK-HH TO RPT-W-HH-MULAI.
005830     MOVE SK-JK-MM TO RPT-W-MM-MULAI.
005840     IF RUN-TGL-SELESAI = ZERO
005850         MOVE SPACES TO RPT-W-TGL-SELESAI
005860         MOVE SPACES TO RPT-W-HH-SELESAI
005870         MOVE SPACE TO RPT-W-TITIK
005880         MOVE SPACES TO RPT-W-MM-SELESAI
005890     ELSE
005900         MOVE RUN-TGL-SELESAI TO RPT-W-TGL-SELESAI
005910         MOVE RUN-JAM-SELESAI TO SK-JAM-KERJA
005920         MOVE SK-JK-HH TO RPT-W-HH-SELESAI
005930         MOVE ":" TO RPT-W-TITIK
005940         MOVE SK-JK-MM TO RPT-W-MM-SELESAI
005950     END-IF.
005960     MOVE SPACES TO RPT-LINE.
005970     WRITE RPT-LINE FROM RPT-WAKTU-LINE.
005980     MOVE RUN-JML-BACA TO RPT-J-BACA.
005990     MOVE RUN-JML-PROSES TO RPT-J-PROSES.
006000     MOVE RUN-JML-TOLAK TO RPT-J-TOLAK.
006010     MOVE SPACES TO RPT-LINE.
006020     WRITE RPT-LINE FROM RPT-JUMLAH-LINE.
006030     IF RUN-KETERANGAN NOT = SPACES
006040         MOVE RUN-KETERANGAN TO RPT-K-KETERANGAN
006050         MOVE SPACES TO RPT-LINE
006060         WRITE RPT-LINE FROM RPT-KET-LINE
006070     END-IF.
006080 5100-EXIT.
006090     EXIT.
006100*
006110*    STATUS RUN TERAKHIR DINILAI TERHADAP SIKLUSNYA: PROGRAM
006120*    HARIAN DAN BILA PERLU TERHADAP SIKLUS MALAM, PROGRAM AKHIR
006130*    TAHUN TERHADAP SIKLUS AKHIR TAHUN (TAHUN SAMA DAN MULAI
006140*    SESUDAH SIKLUS ITU DIBUKA). RUN DARI SIKLUS LAIN = BELUM
006150*    JALAN.
006160*
006170 5200-TENTUKAN-STATUS.
006180     IF NOT SK-ADA
006190         MOVE "B" TO SK-KATEGORI
006200         MOVE "BELUM PERNAH JALAN" TO SK-TEKS
006210         GO TO 5200-EXIT
006220     END-IF.
006230     MOVE "Y" TO SK-DALAM-SWITCH.
006240     IF SK-T-AKHIR-TAHUN (SK-IDX)
006250         MOVE RUN-TGL-MULAI TO SK-RW-TANGGAL
006260         MOVE RUN-JAM-MULAI TO SK-RW-JAM
006270         IF SK-TAHUN = ZERO
006280             OR RUN-SIKLUS-TAHUN NOT = SK-TAHUN
006290             OR SK-RUN-WAKTU < SK-TAHUN-WAKTU
006300             MOVE "N" TO SK-DALAM-SWITCH
006310         END-IF
006320     ELSE
006330         IF RUN-SIKLUS NOT = SK-SIKLUS
006340             MOVE "N" TO SK-DALAM-SWITCH
006350         END-IF
006360     END-IF.
006370     IF NOT SK-DALAM-SIKLUS
006380         MOVE "B" TO SK-KATEGORI
006390         MOVE "BELUM JALAN" TO SK-TEKS
006400         GO TO 5200-EXIT
006410     END-IF.
006420     EVALUATE TRUE
006430         WHEN RUN-SELESAI
006440             MOVE "S" TO SK-KATEGORI
006450             IF RUN-KODE = ZERO
006460                 MOVE "SELESAI" TO SK-TEKS
006470             ELSE
006480                 MOVE "SELESAI + PERINGATAN" TO SK-TEKS
006490             END-IF
006500         WHEN RUN-GAGAL
006510             MOVE "G" TO SK-KATEGORI
006520             MOVE "GAGAL" TO SK-TEKS
006530         WHEN RUN-DITOLAK
006540             MOVE "T" TO SK-KATEGORI
006550             MOVE "DITOLAK" TO SK-TEKS
006560         WHEN RUN-JALAN
006570             MOVE "J" TO SK-KATEGORI
006580             MOVE "BERJALAN/TERHENTI" TO SK-TEKS
006590         WHEN OTHER
006600             MOVE "B" TO SK-KATEGORI
006610             MOVE "BELUM JALAN" TO SK-TEKS
006620     END-EVALUATE.
006630 5200-EXIT.
006640     EXIT.
006650*
006660*    ---------------------------------------------------------
006670*    6000-CETAK-SISA - DAFTAR LANGKAH YANG MASIH HARUS
006680*    DIJALANKAN (ATAU DIULANG) DI SIKLUS INI.
006690*    ---------------------------------------------------------
006700*
006710 6000-CETAK-SISA.
006720     MOVE SPACES TO RPT-LINE.
006730     WRITE RPT-LINE.
006740     WRITE RPT-LINE FROM RPT-BAGIAN-2-LINE.
006750     IF SK-SISA-COUNT = ZERO
006760         MOVE SPACES TO RPT-LINE
006770         WRITE RPT-LINE FROM RPT-TUNTAS-LINE
006780         GO TO 6000-EXIT
006790     END-IF.
006800     PERFORM 6100-CETAK-SISA-ONE THRU 6100-EXIT
006810         VARYING SK-IDX FROM 1 BY 1
006820         UNTIL SK-IDX > 9.
006830 6000-EXIT.
006840     EXIT.
006850*
006860 6100-CETAK-SISA-ONE.
006870     IF NOT SK-H-BELUM-SELESAI (SK-IDX)
006880         GO TO 6100-EXIT
006890     END-IF.
006900     MOVE SK-T-PROGRAM (SK-IDX) TO RPT-R-PROGRAM.
006910     MOVE SK-H-TEKS (SK-IDX) TO RPT-R-STATUS.
006920     MOVE SPACES TO RPT-LINE.
006930     WRITE RPT-LINE FROM RPT-SISA-LINE.
006940 6100-EXIT.
006950     EXIT.
006960*
006970*    ---------------------------------------------------------
006980*    7000-PRINT-TOTALS
006990*    ---------------------------------------------------------
007000*
007010 7000-PRINT-TOTALS.
007020     MOVE SK-SELESAI-COUNT TO RPT-T-SELESAI.
007030     MOVE SK-GAGAL-COUNT TO RPT-T-GAGAL.
007040     MOVE SK-TOLAK-COUNT TO RPT-T-TOLAK.
007050     MOVE SK-JALAN-COUNT TO RPT-T-JALAN.
007060     MOVE SK-BELUM-COUNT TO RPT-T-BELUM.
007070     MOVE SK-SISA-COUNT TO RPT-T-SISA.
007080     MOVE SPACES TO RPT-LINE.
007090     WRITE RPT-LINE.
007100     WRITE RPT-LINE FROM RPT-SELESAI-LINE.
007110     MOVE SPACES TO RPT-LINE.
007120     WRITE RPT-LINE FROM RPT-GAGAL-LINE.
007130     MOVE SPACES TO RPT-LINE.
007140     WRITE RPT-LINE FROM RPT-TOLAK-LINE.
007150     MOVE SPACES TO RPT-LINE.
007160     WRITE RPT-LINE FROM RPT-JALAN-LINE.
007170     MOVE SPACES TO RPT-LINE.
007180     WRITE RPT-LINE FROM RPT-BELUM-LINE.
007190     MOVE SPACES TO RPT-LINE.
007200     WRITE RPT-LINE FROM RPT-SISA-TOTAL-LINE.
007210     IF SK-SISA-COUNT > ZERO AND SK-KODE < 04
007220         MOVE 04 TO SK-KODE
007230     END-IF.
007240 7000-EXIT.
007250     EXIT.
007260*
007270 8000-PESAN.
007280     MOVE SPACES TO RPT-LINE.
007290     WRITE RPT-LINE FROM RPT-PESAN-LINE.
007300     DISPLAY RPT-P-PESAN.
007310 8000-EXIT.
007320     EXIT.
007330*
007340*    ---------------------------------------------------------
007350*    9000-TERMINATE
007360*    ---------------------------------------------------------
007370*
007380 9000-TERMINATE.
007390     IF SK-RUN-OPEN
007400         CLOSE MHSRUN-FILE
007410     END-IF.
007420     CLOSE SIKLRPT-FILE.
007430     MOVE SK-KODE TO RETURN-CODE.
007440 9000-EXIT.
007450     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. KTKLOAD.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - BATCH LOAD KONTAK DAN
000210*                     WALI MAHASISWA DARI BAGIAN REGISTRASI
000220*                     (FILE KTKTRAN, COPYBOOK KTKTRNR) KE FILE
000230*                     MHSKONT, DENGAN BALANCING HEADER/TRAILER,
000240*                     LAPORAN TERIMA/TOLAK DAN CONTROL TOTAL
000250*                     SEPERTI KRSLOAD.
000260*    ---------------------------------------------------------
000270*
000280*    BATCH JOB INI MEMBACA FILE TRANSAKSI KTKTRAN (SATU RECORD
000290*    PER MAHASISWA, KODE AKSI T=TAMBAH U=UBAH H=HAPUS DIIKUTI
000300*    NPM DAN DATA KONTAK) DAN MENERAPKANNYA KE MHSKONT:
000310*      - TAMBAH: NPM HARUS ADA DI MHSMAST, BELUM PUNYA RECORD
000320*        KONTAK, ALAMAT BARIS 1 DAN KOTA TIDAK KOSONG;
000330*      - UBAH  : RECORD KONTAK HARUS ADA. HANYA FIELD YANG TIDAK
000340*        KOSONG YANG MENGGANTI ISI LAMA (SAMA DENGAN UBAH PADA
000350*        MHSINTAK);
000360*      - HAPUS : RECORD KONTAK HARUS ADA.
000370*    KODE HUBUNGAN WALI YANG DIISI HARUS A (AYAH), I (IBU) ATAU
000380*    L (LAINNYA). SETIAP TRANSAKSI DICETAK PADA LAPORAN KTKLRPT
000390*    DENGAN STATUS TERIMA ATAU TOLAK BESERTA ALASANNYA.
000400*
000410*    TIDAK ADA CHECKPOINT RESTART: RERUN BATCH YANG SAMA HANYA
000420*    MENOLAK TAMBAH YANG SUDAH ADA ("KONTAK SUDAH ADA") DAN
000430*    HAPUS YANG SUDAH TERHAPUS; UBAH DITERAPKAN ULANG DENGAN
000440*    HASIL YANG SAMA.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT KTKTRAN-FILE ASSIGN TO KTKTRAN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS KTKTRAN-STATUS.
000520
000530     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MHS-NPM
000570         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000580         FILE STATUS IS MHSMAST-STATUS.
000590
000600     SELECT MHSKONT-FILE ASSIGN TO MHSKONT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS KTK-NPM
000640         FILE STATUS IS MHSKONT-STATUS.
000650
000660     SELECT KTKLRPT-FILE ASSIGN TO KTKLRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS KTKLRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  KTKTRAN-FILE.
000730     COPY KTKTRNR.
000740
000750 FD  MHSMAST-FILE.
000760     COPY MHSREC.
000770
000780 FD  MHSKONT-FILE.
000790     COPY KONTAKR.
000800
000810 FD  KTKLRPT-FILE.
000820 01  RPT-LINE                     PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 77  KTKTRAN-STATUS               PIC XX    VALUE SPACES.
000860     88  KTKTRAN-OK                   VALUE "00".
000870 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000880     88  MHSMAST-OK                   VALUE "00".
000890 77  MHSKONT-STATUS               PIC XX    VALUE SPACES.
000900     88  MHSKONT-OK                   VALUE "00".
000910 77  KTKLRPT-STATUS               PIC XX    VALUE SPACES.
000920 77  KK-EOF-SWITCH                PIC X(01) VALUE "N".
000930     88  KK-END-OF-FILE               VALUE "Y".
000940 77  KK-FOUND-SWITCH              PIC X(01) VALUE "N".
000950     88  KK-RECORD-FOUND              VALUE "Y".
000960 77  KK-READ-COUNT                PIC 9(05) VALUE ZERO.
000970 77  KK-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
000980 77  KK-REJECT-COUNT              PIC 9(05) VALUE ZERO.
000990 77  KK-ALASAN                    PIC X(30) VALUE SPACES.
001000 77  KK-RUN-DATE                  PIC 9(08) VALUE ZERO.
001010*
001020*    VERIFIKASI BATCH: JUMLAH PER KODE AKSI DIHITUNG PADA PASS
001030*    PERTAMA DAN DIBANDINGKAN DENGAN TRAILER SEBELUM SATU
001040*    TRANSAKSI PUN DITERAPKAN, SAMA SEPERTI MHSINTAK.
001050*
001060 77  KK-VEOF-SWITCH               PIC X(01) VALUE "N".
001070     88  KK-V-END-OF-FILE             VALUE "Y".
001080 77  KK-HDR-SWITCH                PIC X(01) VALUE "N".
001090     88  KK-HDR-SEEN                  VALUE "Y".
001100 77  KK-TRL-SWITCH                PIC X(01) VALUE "N".
001110     88  KK-TRL-SEEN                  VALUE "Y".
001120 77  KK-BATCH-OK-SWITCH           PIC X(01) VALUE "N".
001130     88  KK-BATCH-OK                  VALUE "Y".
001140 77  KK-BATCH-TANGGAL             PIC 9(08) VALUE ZERO.
001150 77  KK-V-TAMBAH                  PIC 9(05) VALUE ZERO.
001160 77  KK-V-UBAH                    PIC 9(05) VALUE ZERO.
001170 77  KK-V-HAPUS                   PIC 9(05) VALUE ZERO.
001180 77  KK-EXP-TAMBAH                PIC 9(05) VALUE ZERO.
001190 77  KK-EXP-UBAH                  PIC 9(05) VALUE ZERO.
001200 77  KK-EXP-HAPUS                 PIC 9(05) VALUE ZERO.
001210
001220 01  RPT-TITLE-LINE               PIC X(45) VALUE
001230     "LAPORAN LOAD KONTAK DAN WALI KE MHSKONT".
001240 01  RPT-DETAIL-LINE.
001250     05  FILLER                  PIC X(03) VALUE SPACES.
001260     05  RPT-D-AKSI              PIC X(01).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  RPT-D-NPM               PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  RPT-D-KOTA              PIC X(20).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  RPT-D-STATUS            PIC X(07).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  RPT-D-ALASAN            PIC X(30).
001350 01  RPT-TOTAL-READ-LINE.
001360     05  FILLER                  PIC X(25) VALUE
001370         "TRANSAKSI DIBACA      : ".
001380     05  RPT-T-READ              PIC ZZZZ9.
001390 01  RPT-TOTAL-APPLIED-LINE.
001400     05  FILLER                  PIC X(25) VALUE
001410         "TRANSAKSI DITERAPKAN  : ".
001420     05  RPT-T-APPLIED           PIC ZZZZ9.
001430 01  RPT-TOTAL-REJECT-LINE.
001440     05  FILLER                  PIC X(25) VALUE
001450         "TRANSAKSI DITOLAK     : ".
001460     05  RPT-T-REJECT            PIC ZZZZ9.
001470 01  RPT-BATCH-LINE.
001480     05  FILLER                  PIC X(25) VALUE
001490         "TANGGAL BATCH         : ".
001500     05  RPT-T-BATCH             PIC 9(08).
001510 01  RPT-REFUSE-HDR-LINE          PIC X(60) VALUE
001520     "*** BATCH DITOLAK: HEADER/TRAILER BATCH TIDAK ADA ***".
001530 01  RPT-REFUSE-SELISIH-LINE      PIC X(60) VALUE
001540     "*** BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK ***".
001550 01  RPT-V-LINE.
001560     05  RPT-V-AKSI              PIC X(07).
001570     05  FILLER                  PIC X(11) VALUE " TRAILER = ".
001580     05  RPT-V-EXP               PIC ZZZZ9.
001590     05  FILLER                  PIC X(09) VALUE "  DATA = ".
001600     05  RPT-V-ACT               PIC ZZZZ9.
001610
001620 PROCEDURE DIVISION.
001630*
001640*    ===========================================================
001650*    0000-MAINLINE - BUKA FILE, TERAPKAN SEMUA TRANSAKSI KONTAK,
001660*    CETAK CONTROL TOTAL, TUTUP FILE.
001670*    ===========================================================
001680*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001720         UNTIL KK-END-OF-FILE.
001730     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     STOP RUN.
001760*
001770*    ---------------------------------------------------------
001780*    1000-INITIALIZE - BUKA FILE TRANSAKSI DAN LAPORAN,
001790*    VERIFIKASI BATCH, LALU BUKA MASTER DAN FILE KONTAK. FILE
001800*    KONTAK DIBUAT KOSONG JIKA BELUM ADA.
001810*    ---------------------------------------------------------
001820*
001830 1000-INITIALIZE.
001840     OPEN INPUT KTKTRAN-FILE.
001850     IF NOT KTKTRAN-OK
001860         DISPLAY "ERROR BUKA FILE TRANSAKSI KTKTRAN, STATUS = "
001870             KTKTRAN-STATUS
001880         MOVE "Y" TO KK-EOF-SWITCH
001890         GO TO 1000-EXIT
001900     END-IF.
001910
001920     OPEN OUTPUT KTKLRPT-FILE.
001930     WRITE RPT-LINE FROM RPT-TITLE-LINE.
001940     MOVE SPACES TO RPT-LINE.
001950     WRITE RPT-LINE.
001960
001970     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT.
001980     CLOSE KTKTRAN-FILE.
001990     IF NOT KK-BATCH-OK
002000         MOVE "Y" TO KK-EOF-SWITCH
002010         GO TO 1000-EXIT
002020     END-IF.
002030     OPEN INPUT KTKTRAN-FILE.
002040
002050     OPEN INPUT MHSMAST-FILE.
002060     IF NOT MHSMAST-OK
002070         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002080             MHSMAST-STATUS
002090         MOVE "Y" TO KK-EOF-SWITCH
002100         GO TO 1000-EXIT
002110     END-IF.
002120
002130     OPEN I-O MHSKONT-FILE.
002140     IF MHSKONT-STATUS = "35"
002150         OPEN OUTPUT MHSKONT-FILE
002160         CLOSE MHSKONT-FILE
002170         OPEN I-O MHSKONT-FILE
002180     END-IF.
002190     IF NOT MHSKONT-OK
002200         DISPLAY "ERROR BUKA FILE KONTAK, STATUS = "
002210             MHSKONT-STATUS
002220         MOVE "Y" TO KK-EOF-SWITCH
002230         GO TO 1000-EXIT
002240     END-IF.
002250
002260     ACCEPT KK-RUN-DATE FROM DATE YYYYMMDD.
002270     MOVE "N" TO KK-EOF-SWITCH.
002280 1000-EXIT.
002290     EXIT.
002300*
002310*    ---------------------------------------------------------
002320*    1500-VERIFY-BATCH - PASS PERTAMA: HITUNG RECORD DATA PER
002330*    KODE AKSI DAN BANDINGKAN DENGAN TRAILER. HEADER/TRAILER
002340*    YANG HILANG ATAU JUMLAH YANG TIDAK COCOK MENOLAK SELURUH
002350*    BATCH.
002360*    ---------------------------------------------------------
002370*
002380 1500-VERIFY-BATCH.
002390     MOVE "N" TO KK-VEOF-SWITCH KK-HDR-SWITCH KK-TRL-SWITCH.
002400     MOVE ZERO TO KK-V-TAMBAH KK-V-UBAH KK-V-HAPUS.
002410     PERFORM 1510-VERIFY-ONE THRU 1510-EXIT
002420         UNTIL KK-V-END-OF-FILE.
002430
002440     IF NOT KK-HDR-SEEN OR NOT KK-TRL-SEEN
002450         WRITE RPT-LINE FROM RPT-REFUSE-HDR-LINE
002460         DISPLAY "BATCH DITOLAK: HEADER/TRAILER TIDAK ADA."
002470         GO TO 1500-EXIT
002480     END-IF.
002490     IF KK-V-TAMBAH NOT = KK-EXP-TAMBAH
002500         OR KK-V-UBAH NOT = KK-EXP-UBAH
002510         OR KK-V-HAPUS NOT = KK-EXP-HAPUS
002520         WRITE RPT-LINE FROM RPT-REFUSE-SELISIH-LINE
002530         PERFORM 1520-PRINT-SELISIH THRU 1520-EXIT
002540         DISPLAY "BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK."
002550         GO TO 1500-EXIT
002560     END-IF.
002570     SET KK-BATCH-OK TO TRUE.
002580 1500-EXIT.
002590     EXIT.
002600
002610 1510-VERIFY-ONE.
002620     READ KTKTRAN-FILE
002630         AT END
002640             MOVE "Y" TO KK-VEOF-SWITCH
002650             GO TO 1510-EXIT
002660     END-READ.
002670     EVALUATE TRUE
002680         WHEN KKT-HEADER
002690             SET KK-HDR-SEEN TO TRUE
002700             MOVE KKT-BATCH-TANGGAL TO KK-BATCH-TANGGAL
002710         WHEN KKT-TRAILER
002720             SET KK-TRL-SEEN TO TRUE
002730             MOVE KKT-JML-TAMBAH TO KK-EXP-TAMBAH
002740             MOVE KKT-JML-UBAH TO KK-EXP-UBAH
002750             MOVE KKT-JML-HAPUS TO KK-EXP-HAPUS
002760         WHEN KKT-TAMBAH
002770             ADD 1 TO KK-V-TAMBAH
002780         WHEN KKT-UBAH
002790             ADD 1 TO KK-V-UBAH
002800         WHEN KKT-HAPUS
002810             ADD 1 TO KK-V-HAPUS
002820         WHEN OTHER
002830             CONTINUE
002840     END-EVALUATE.
002850 1510-EXIT.
002860     EXIT.
002870
002880 1520-PRINT-SELISIH.
002890     MOVE "TAMBAH" TO RPT-V-AKSI.
002900     MOVE KK-EXP-TAMBAH TO RPT-V-EXP.
002910     MOVE KK-V-TAMBAH TO RPT-V-ACT.
002920     MOVE SPACES TO RPT-LINE.
002930     WRITE RPT-LINE FROM RPT-V-LINE.
002940     MOVE "UBAH" TO RPT-V-AKSI.
002950     MOVE KK-EXP-UBAH TO RPT-V-EXP.
002960     MOVE KK-V-UBAH TO RPT-V-ACT.
002970     MOVE SPACES TO RPT-LINE.
002980     WRITE RPT-LINE FROM RPT-V-LINE.
002990     MOVE "HAPUS" TO RPT-V-AKSI.
003000     MOVE KK-EXP-HAPUS TO RPT-V-EXP.
003010     MOVE KK-V-HAPUS TO RPT-V-ACT.
003020     MOVE SPACES TO RPT-LINE.
003030     WRITE RPT-LINE FROM RPT-V-LINE.
003040 1520-EXIT.
003050     EXIT.
003060*
003070*    ---------------------------------------------------------
003080*    2000-PROCESS-TRAN - BACA SATU TRANSAKSI DAN TERAPKAN
003090*    MENURUT KODE AKSINYA. KODE YANG TIDAK DIKENAL DITOLAK.
003100*    ---------------------------------------------------------
003110*
003120 2000-PROCESS-TRAN.
003130     READ KTKTRAN-FILE
003140         AT END
003150             MOVE "Y" TO KK-EOF-SWITCH
003160             GO TO 2000-EXIT
003170     END-READ.
003180     IF KKT-HEADER OR KKT-TRAILER
003190         GO TO 2000-EXIT
003200     END-IF.
003210     ADD 1 TO KK-READ-COUNT.
003220
003230     IF KKT-WALI-HUBUNGAN NOT = SPACE
003240         AND KKT-WALI-HUBUNGAN NOT = "A"
003250         AND KKT-WALI-HUBUNGAN NOT = "I"
003260         AND KKT-WALI-HUBUNGAN NOT = "L"
003270         MOVE "HUBUNGAN WALI HARUS A/I/L" TO KK-ALASAN
003280         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003290         GO TO 2000-EXIT
003300     END-IF.
003310
003320     EVALUATE TRUE
003330         WHEN KKT-TAMBAH
003340             PERFORM 2100-APPLY-TAMBAH THRU 2100-EXIT
003350         WHEN KKT-UBAH
003360             PERFORM 2200-APPLY-UBAH THRU 2200-EXIT
003370         WHEN KKT-HAPUS
003380             PERFORM 2300-APPLY-HAPUS THRU 2300-EXIT
003390         WHEN OTHER
003400             MOVE "KODE AKSI TIDAK DIKENAL" TO KK-ALASAN
003410             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003420     END-EVALUATE.
003430 2000-EXIT.
003440     EXIT.
003450*
003460*    ---------------------------------------------------------
003470*    2100-APPLY-TAMBAH - BUAT RECORD KONTAK BARU. NPM HARUS
003480*    TERDAFTAR DI MHSMAST.
003490*    ---------------------------------------------------------
003500*
003510 2100-APPLY-TAMBAH.
003520     MOVE KKT-NPM TO MHS-NPM.
003530     READ MHSMAST-FILE
003540         INVALID KEY
003550             MOVE "NPM TIDAK DITEMUKAN" TO KK-ALASAN
003560             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003570             GO TO 2100-EXIT
003580     END-READ.
003590     IF KKT-ALAMAT-1 = SPACES OR KKT-KOTA = SPACES
003600         MOVE "ALAMAT/KOTA KOSONG" TO KK-ALASAN
003610         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003620         GO TO 2100-EXIT
003630     END-IF.
003640     MOVE KKT-NPM TO KTK-NPM.
003650     PERFORM 2600-READ-KONTAK THRU 2600-EXIT.
003660     IF KK-RECORD-FOUND
003670         MOVE "KONTAK SUDAH ADA" TO KK-ALASAN
003680         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003690         GO TO 2100-EXIT
003700     END-IF.
003710
003720     MOVE KKT-NPM TO KTK-NPM.
003730     MOVE KKT-ALAMAT-1 TO KTK-ALAMAT-1.
003740     MOVE KKT-ALAMAT-2 TO KTK-ALAMAT-2.
003750     MOVE KKT-KOTA TO KTK-KOTA.
003760     MOVE KKT-KODE-POS TO KTK-KODE-POS.
003770     MOVE KKT-TELEPON TO KTK-TELEPON.
003780     MOVE KKT-EMAIL TO KTK-EMAIL.
003790     MOVE KKT-WALI-NAMA TO KTK-WALI-NAMA.
003800     MOVE KKT-WALI-HUBUNGAN TO KTK-WALI-HUBUNGAN.
003810     MOVE KKT-WALI-TELEPON TO KTK-WALI-TELEPON.
003820     MOVE KK-RUN-DATE TO KTK-TANGGAL-UBAH.
003830     WRITE KTK-RECORD
003840         INVALID KEY
003850             MOVE "WRITE KONTAK GAGAL" TO KK-ALASAN
003860             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003870         NOT INVALID KEY
003880             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
003890     END-WRITE.
003900 2100-EXIT.
003910     EXIT.
003920*
003930*    ---------------------------------------------------------
003940*    2200-APPLY-UBAH - GANTI FIELD KONTAK YANG DIISI PADA
003950*    TRANSAKSI. FIELD KOSONG BERARTI TIDAK BERUBAH.
003960*    ---------------------------------------------------------
003970*
003980 2200-APPLY-UBAH.
003990     MOVE KKT-NPM TO KTK-NPM.
004000     PERFORM 2600-READ-KONTAK THRU 2600-EXIT.
004010     IF NOT KK-RECORD-FOUND
004020         MOVE "KONTAK TIDAK DITEMUKAN" TO KK-ALASAN
004030         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004040         GO TO 2200-EXIT
004050     END-IF.
004060
004070     IF KKT-ALAMAT-1 NOT = SPACES
004080         MOVE KKT-ALAMAT-1 TO KTK-ALAMAT-1
004090     END-IF.
004100     IF KKT-ALAMAT-2 NOT = SPACES
004110         MOVE KKT-ALAMAT-2 TO KTK-ALAMAT-2
004120     END-IF.
004130     IF KKT-KOTA NOT = SPACES
004140         MOVE KKT-KOTA TO KTK-KOTA
004150     END-IF.
004160     IF KKT-KODE-POS NOT = SPACES
004170         MOVE KKT-KODE-POS TO KTK-KODE-POS
004180     END-IF.
004190     IF KKT-TELEPON NOT = SPACES
004200         MOVE KKT-TELEPON TO KTK-TELEPON
004210     END-IF.
004220     IF KKT-EMAIL NOT = SPACES
004230         MOVE KKT-EMAIL TO KTK-EMAIL
004240     END-IF.
004250     IF KKT-WALI-NAMA NOT = SPACES
004260         MOVE KKT-WALI-NAMA TO KTK-WALI-NAMA
004270     END-IF.
004280     IF KKT-WALI-HUBUNGAN NOT = SPACE
004290         MOVE KKT-WALI-HUBUNGAN TO KTK-WALI-HUBUNGAN
004300     END-IF.
004310     IF KKT-WALI-TELEPON NOT = SPACES
004320         MOVE KKT-WALI-TELEPON TO KTK-WALI-TELEPON
004330     END-IF.
004340     MOVE KK-RUN-DATE TO KTK-TANGGAL-UBAH.
004350     REWRITE KTK-RECORD
004360         INVALID KEY
004370             MOVE "REWRITE KONTAK GAGAL" TO KK-ALASAN
004380             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004390         NOT INVALID KEY
004400             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
004410     END-REWRITE.
004420 2200-EXIT.
004430     EXIT.
004440*
004450*    ---------------------------------------------------------
004460*    2300-APPLY-HAPUS - HAPUS RECORD KONTAK SATU MAHASISWA.
004470*    ---------------------------------------------------------
004480*
004490 2300-APPLY-HAPUS.
004500     MOVE KKT-NPM TO KTK-NPM.
004510     PERFORM 2600-READ-KONTAK THRU 2600-EXIT.
004520     IF NOT KK-RECORD-FOUND
004530         MOVE "KONTAK TIDAK DITEMUKAN" TO KK-ALASAN
004540         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004550         GO TO 2300-EXIT
004560     END-IF.
004570
004580     DELETE MHSKONT-FILE
004590         INVALID KEY
004600             MOVE "DELETE KONTAK GAGAL" TO KK-ALASAN
004610             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004620         NOT INVALID KEY
004630             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
004640     END-DELETE.
004650 2300-EXIT.
004660     EXIT.
004670*
004680 2600-READ-KONTAK.
004690     READ MHSKONT-FILE
004700         INVALID KEY
004710             MOVE "N" TO KK-FOUND-SWITCH
004720         NOT INVALID KEY
004730             MOVE "Y" TO KK-FOUND-SWITCH
004740     END-READ.
004750 2600-EXIT.
004760     EXIT.
004770*
004780*    ---------------------------------------------------------
004790*    2800/2900 - CETAK SATU BARIS DETAIL TOLAK ATAU TERIMA
004800*    PADA LAPORAN DAN TAMBAH COUNTER YANG SESUAI.
004810*    ---------------------------------------------------------
004820*
004830 2800-WRITE-TOLAK.
004840     ADD 1 TO KK-REJECT-COUNT.
004850     MOVE "TOLAK" TO RPT-D-STATUS.
004860     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
004870 2800-EXIT.
004880     EXIT.
004890
004900 2900-WRITE-TERIMA.
004910     ADD 1 TO KK-APPLIED-COUNT.
004920     MOVE "TERIMA" TO RPT-D-STATUS.
004930     MOVE SPACES TO KK-ALASAN.
004940     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
004950 2900-EXIT.
004960     EXIT.
004970
004980 2950-WRITE-DETAIL.
004990     MOVE KKT-AKSI TO RPT-D-AKSI.
005000     MOVE KKT-NPM TO RPT-D-NPM.
005010     MOVE KKT-KOTA TO RPT-D-KOTA.
005020     MOVE KK-ALASAN TO RPT-D-ALASAN.
005030     MOVE SPACES TO RPT-LINE.
005040     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
005050     MOVE SPACES TO KK-ALASAN.
005060 2950-EXIT.
005070     EXIT.
005080*
005090*    ---------------------------------------------------------
005100*    3000-PRINT-TOTALS - CETAK CONTROL TOTAL UNTUK BALANCING
005110*    TERHADAP DAFTAR KIRIMAN BAGIAN REGISTRASI.
005120*    ---------------------------------------------------------
005130*
005140 3000-PRINT-TOTALS.
005150     MOVE SPACES TO RPT-LINE.
005160     WRITE RPT-LINE.
005170     IF KK-BATCH-OK
005180         MOVE KK-BATCH-TANGGAL TO RPT-T-BATCH
005190         MOVE SPACES TO RPT-LINE
005200         WRITE RPT-LINE FROM RPT-BATCH-LINE
005210     END-IF.
005220     MOVE KK-READ-COUNT TO RPT-T-READ.
005230     MOVE SPACES TO RPT-LINE.
005240     WRITE RPT-LINE FROM RPT-TOTAL-READ-LINE.
005250     MOVE KK-APPLIED-COUNT TO RPT-T-APPLIED.
005260     MOVE SPACES TO RPT-LINE.
005270     WRITE RPT-LINE FROM RPT-TOTAL-APPLIED-LINE.
005280     MOVE KK-REJECT-COUNT TO RPT-T-REJECT.
005290     MOVE SPACES TO RPT-LINE.
005300     WRITE RPT-LINE FROM RPT-TOTAL-REJECT-LINE.
005310 3000-EXIT.
005320     EXIT.
005330*
005340 9000-TERMINATE.
005350     CLOSE KTKTRAN-FILE.
005360     CLOSE MHSMAST-FILE.
005370     CLOSE MHSKONT-FILE.
005380     CLOSE KTKLRPT-FILE.
005390 9000-EXIT.
005400     EXIT.

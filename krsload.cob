000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. KRSLOAD.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - BATCH LOAD KRS DARI
000210*                     BAGIAN AKADEMIK (FILE KRSTRAN, COPYBOOK
000220*                     KRSTRNR) KE FILE KRS KRSMAST, DENGAN
000230*                     BALANCING HEADER/TRAILER, LAPORAN
000240*                     TERIMA/TOLAK DAN CONTROL TOTAL SEPERTI
000250*                     MHSINTAK. KRS BARU DISIMPAN TANPA NILAI
000252*                     (KRS-NILAI SPASI); HAPUS DITOLAK BILA MATA
000254*                     KULIAH SUDAH MENDAPAT NILAI DARI NILPOST.
000260*    ---------------------------------------------------------
000270*
000280*    BATCH JOB INI MEMBACA FILE TRANSAKSI KRSTRAN (SATU RECORD
000290*    PER MAHASISWA PER MATA KULIAH, KODE AKSI T=TAMBAH H=HAPUS
000300*    DIIKUTI NPM, SEMESTER DAN KODE MATA KULIAH) DAN
000310*    MENERAPKANNYA KE KRSMAST. PEMERIKSAAN PADA TAMBAH SAMA
000320*    DENGAN ENTRI KRS PADA TUGAS1AP3:
000330*      - NPM ADA DI MHSMAST DAN BERSTATUS AKTIF;
000340*      - MATA KULIAH ADA DI MTKREF DAN KELAS MAHASISWA TERMASUK
000350*        KELAS YANG DIIZINKAN;
000360*      - BELUM TERDAFTAR PADA MATA KULIAH YANG SAMA;
000370*      - JUMLAH PESERTA BELUM MENCAPAI MTK-KAPASITAS;
000380*      - TOTAL SKS SEMESTER TIDAK MELEBIHI KL-MAX-SKS.
000390*    SETIAP TRANSAKSI DICETAK PADA LAPORAN KRSLRPT DENGAN
000400*    STATUS TERIMA ATAU TOLAK BESERTA ALASANNYA.
000410*
000420*    TIDAK ADA CHECKPOINT RESTART: RERUN BATCH YANG SAMA HANYA
000430*    MENOLAK TAMBAH YANG SUDAH TERDAFTAR ("SUDAH TERDAFTAR")
000440*    DAN HAPUS YANG SUDAH TERHAPUS ("KRS TIDAK DITEMUKAN").
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT KRSTRAN-FILE ASSIGN TO KRSTRAN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS KRSTRAN-STATUS.
000520
000530     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MHS-NPM
000570         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000580         FILE STATUS IS MHSMAST-STATUS.
000590
000600     SELECT MTKREF-FILE ASSIGN TO MTKREF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MTK-KODE
000640         FILE STATUS IS MTKREF-STATUS.
000650
000660     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS KRS-KEY
000700         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
000710         FILE STATUS IS KRSMAST-STATUS.
000720
000730     SELECT KRSLRPT-FILE ASSIGN TO KRSLRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS KRSLRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  KRSTRAN-FILE.
000800     COPY KRSTRNR.
000810
000820 FD  MHSMAST-FILE.
000830     COPY MHSREC.
000840
000850 FD  MTKREF-FILE.
000860     COPY MTKR.
000870
000880 FD  KRSMAST-FILE.
000890     COPY KRSR.
000900
000910 FD  KRSLRPT-FILE.
000920 01  RPT-LINE                     PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950 77  KRSTRAN-STATUS               PIC XX    VALUE SPACES.
000960     88  KRSTRAN-OK                   VALUE "00".
000970 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000980     88  MHSMAST-OK                   VALUE "00".
000990 77  MTKREF-STATUS                PIC XX    VALUE SPACES.
001000     88  MTKREF-OK                    VALUE "00".
001010 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
001020     88  KRSMAST-OK                   VALUE "00".
001030 77  KRSLRPT-STATUS               PIC XX    VALUE SPACES.
001040 77  KL-EOF-SWITCH                PIC X(01) VALUE "N".
001050     88  KL-END-OF-FILE               VALUE "Y".
001060 77  KL-FOUND-SWITCH              PIC X(01) VALUE "N".
001070     88  KL-RECORD-FOUND              VALUE "Y".
001080 77  KL-VALID-SWITCH              PIC X(01) VALUE "N".
001090     88  KL-DATA-VALID                VALUE "Y".
001100 77  KL-KRS-EOF-SWITCH            PIC X(01) VALUE "N".
001110     88  KL-KRS-END-OF-FILE           VALUE "Y".
001120 77  KL-READ-COUNT                PIC 9(05) VALUE ZERO.
001130 77  KL-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
001140 77  KL-REJECT-COUNT              PIC 9(05) VALUE ZERO.
001150 77  KL-ALASAN                    PIC X(30) VALUE SPACES.
001160 77  KL-KELAS-SUB                 PIC 9(01) VALUE ZERO.
001170 77  KL-ISI-MTK                   PIC 9(03) VALUE ZERO.
001180 77  KL-TOTAL-SKS                 PIC 9(03) VALUE ZERO.
001190 77  KL-MAX-SKS                   PIC 9(02) VALUE 24.
001200 77  KL-RUN-DATE                  PIC 9(08) VALUE ZERO.
001210 01  KL-HITUNG-KEY.
001220     05  KL-HITUNG-NPM            PIC X(08).
001230     05  KL-HITUNG-SEM-MTK.
001240         10  KL-HITUNG-SEMESTER   PIC 9(05).
001250         10  KL-HITUNG-KODE       PIC X(06).
001260*
001270*    SEMESTER DITULIS YYYYS: TAHUN AKADEMIK DAN 1 (GANJIL) ATAU
001280*    2 (GENAP).
001290*
001300 01  KL-PERIKSA-SEMESTER.
001310     05  KL-PERIKSA-TAHUN         PIC 9(04).
001320     05  KL-PERIKSA-KE            PIC 9(01).
001330         88  KL-SEMESTER-KE-VALID     VALUES 1 2.
001340*
001350*    VERIFIKASI BATCH: JUMLAH PER KODE AKSI DIHITUNG PADA PASS
001360*    PERTAMA DAN DIBANDINGKAN DENGAN TRAILER SEBELUM SATU
001370*    TRANSAKSI PUN DITERAPKAN, SAMA SEPERTI MHSINTAK.
001380*
001390 77  KL-VEOF-SWITCH               PIC X(01) VALUE "N".
001400     88  KL-V-END-OF-FILE             VALUE "Y".
001410 77  KL-HDR-SWITCH                PIC X(01) VALUE "N".
001420     88  KL-HDR-SEEN                  VALUE "Y".
001430 77  KL-TRL-SWITCH                PIC X(01) VALUE "N".
001440     88  KL-TRL-SEEN                  VALUE "Y".
001450 77  KL-BATCH-OK-SWITCH           PIC X(01) VALUE "N".
001460     88  KL-BATCH-OK                  VALUE "Y".
001470 77  KL-BATCH-TANGGAL             PIC 9(08) VALUE ZERO.
001480 77  KL-V-TAMBAH                  PIC 9(05) VALUE ZERO.
001490 77  KL-V-HAPUS                   PIC 9(05) VALUE ZERO.
001500 77  KL-EXP-TAMBAH                PIC 9(05) VALUE ZERO.
001510 77  KL-EXP-HAPUS                 PIC 9(05) VALUE ZERO.
001520
001530 01  RPT-TITLE-LINE               PIC X(45) VALUE
001540     "LAPORAN LOAD KRS MATA KULIAH KE KRSMAST".
001550 01  RPT-DETAIL-LINE.
001560     05  FILLER                  PIC X(03) VALUE SPACES.
001570     05  RPT-D-AKSI              PIC X(01).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  RPT-D-NPM               PIC X(08).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  RPT-D-SEMESTER          PIC X(05).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  RPT-D-KODE              PIC X(06).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  RPT-D-STATUS            PIC X(07).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  RPT-D-ALASAN            PIC X(30).
001680 01  RPT-TOTAL-READ-LINE.
001690     05  FILLER                  PIC X(25) VALUE
001700         "TRANSAKSI DIBACA      : ".
001710     05  RPT-T-READ              PIC ZZZZ9.
001720 01  RPT-TOTAL-APPLIED-LINE.
001730     05  FILLER                  PIC X(25) VALUE
001740         "TRANSAKSI DITERAPKAN  : ".
001750     05  RPT-T-APPLIED           PIC ZZZZ9.
001760 01  RPT-TOTAL-REJECT-LINE.
001770     05  FILLER                  PIC X(25) VALUE
001780         "TRANSAKSI DITOLAK     : ".
001790     05  RPT-T-REJECT            PIC ZZZZ9.
001800 01  RPT-BATCH-LINE.
001810     05  FILLER                  PIC X(25) VALUE
001820         "TANGGAL BATCH         : ".
001830     05  RPT-T-BATCH             PIC 9(08).
001840 01  RPT-REFUSE-HDR-LINE          PIC X(60) VALUE
001850     "*** BATCH DITOLAK: HEADER/TRAILER BATCH TIDAK ADA ***".
001860 01  RPT-REFUSE-SELISIH-LINE      PIC X(60) VALUE
001870     "*** BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK ***".
001880 01  RPT-V-LINE.
001890     05  RPT-V-AKSI              PIC X(07).
001900     05  FILLER                  PIC X(11) VALUE " TRAILER = ".
001910     05  RPT-V-EXP               PIC ZZZZ9.
001920     05  FILLER                  PIC X(09) VALUE "  DATA = ".
001930     05  RPT-V-ACT               PIC ZZZZ9.
001940
001950 PROCEDURE DIVISION.
001960*
001970*    ===========================================================
001980*    0000-MAINLINE - BUKA FILE, TERAPKAN SEMUA TRANSAKSI KRS,
001990*    CETAK CONTROL TOTAL, TUTUP FILE.
002000*    ===========================================================
002010*
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002050         UNTIL KL-END-OF-FILE.
002060     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080     STOP RUN.
002090*
002100*    ---------------------------------------------------------
002110*    1000-INITIALIZE - BUKA FILE TRANSAKSI DAN LAPORAN,
002120*    VERIFIKASI BATCH, LALU BUKA MASTER, REFERENSI MATA KULIAH
002130*    DAN FILE KRS. FILE KRS DIBUAT KOSONG JIKA BELUM ADA.
002140*    ---------------------------------------------------------
002150*
002160 1000-INITIALIZE.
002170     OPEN INPUT KRSTRAN-FILE.
002180     IF NOT KRSTRAN-OK
002190         DISPLAY "ERROR BUKA FILE TRANSAKSI KRSTRAN, STATUS = "
002200             KRSTRAN-STATUS
002210         MOVE "Y" TO KL-EOF-SWITCH
002220         GO TO 1000-EXIT
002230     END-IF.
002240
002250     OPEN OUTPUT KRSLRPT-FILE.
002260     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002270     MOVE SPACES TO RPT-LINE.
002280     WRITE RPT-LINE.
002290
002300     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT.
002310     CLOSE KRSTRAN-FILE.
002320     IF NOT KL-BATCH-OK
002330         MOVE "Y" TO KL-EOF-SWITCH
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN INPUT KRSTRAN-FILE.
002370
002380     OPEN INPUT MHSMAST-FILE.
002390     IF NOT MHSMAST-OK
002400         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002410             MHSMAST-STATUS
002420         MOVE "Y" TO KL-EOF-SWITCH
002430         GO TO 1000-EXIT
002440     END-IF.
002450
002460     OPEN INPUT MTKREF-FILE.
002470     IF NOT MTKREF-OK
002480         DISPLAY "ERROR BUKA FILE MATA KULIAH, STATUS = "
002490             MTKREF-STATUS
002500         MOVE "Y" TO KL-EOF-SWITCH
002510         GO TO 1000-EXIT
002520     END-IF.
002530
002540     OPEN I-O KRSMAST-FILE.
002550     IF KRSMAST-STATUS = "35"
002560         OPEN OUTPUT KRSMAST-FILE
002570         CLOSE KRSMAST-FILE
002580         OPEN I-O KRSMAST-FILE
002590     END-IF.
002600     IF NOT KRSMAST-OK
002610         DISPLAY "ERROR BUKA FILE KRS, STATUS = "
002620             KRSMAST-STATUS
002630         MOVE "Y" TO KL-EOF-SWITCH
002640         GO TO 1000-EXIT
002650     END-IF.
002660
002670     ACCEPT KL-RUN-DATE FROM DATE YYYYMMDD.
002680     MOVE "N" TO KL-EOF-SWITCH.
002690 1000-EXIT.
002700     EXIT.
002710*
002720*    ---------------------------------------------------------
002730*    1500-VERIFY-BATCH - PASS PERTAMA: HITUNG RECORD DATA PER
002740*    KODE AKSI DAN BANDINGKAN DENGAN TRAILER. HEADER/TRAILER
002750*    YANG HILANG ATAU JUMLAH YANG TIDAK COCOK MENOLAK SELURUH
002760*    BATCH.
002770*    ---------------------------------------------------------
002780*
002790 1500-VERIFY-BATCH.
002800     MOVE "N" TO KL-VEOF-SWITCH KL-HDR-SWITCH KL-TRL-SWITCH.
002810     MOVE ZERO TO KL-V-TAMBAH KL-V-HAPUS.
002820     PERFORM 1510-VERIFY-ONE THRU 1510-EXIT
002830         UNTIL KL-V-END-OF-FILE.
002840
002850     IF NOT KL-HDR-SEEN OR NOT KL-TRL-SEEN
002860         WRITE RPT-LINE FROM RPT-REFUSE-HDR-LINE
002870         DISPLAY "BATCH DITOLAK: HEADER/TRAILER TIDAK ADA."
002880         GO TO 1500-EXIT
002890     END-IF.
002900     IF KL-V-TAMBAH NOT = KL-EXP-TAMBAH
002910         OR KL-V-HAPUS NOT = KL-EXP-HAPUS
002920         WRITE RPT-LINE FROM RPT-REFUSE-SELISIH-LINE
002930         PERFORM 1520-PRINT-SELISIH THRU 1520-EXIT
002940         DISPLAY "BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK."
002950         GO TO 1500-EXIT
002960     END-IF.
002970     SET KL-BATCH-OK TO TRUE.
002980 1500-EXIT.
002990     EXIT.
003000
003010 1510-VERIFY-ONE.
003020     READ KRSTRAN-FILE
003030         AT END
003040             MOVE "Y" TO KL-VEOF-SWITCH
003050             GO TO 1510-EXIT
003060     END-READ.
003070     EVALUATE TRUE
003080         WHEN KTR-HEADER
003090             SET KL-HDR-SEEN TO TRUE
003100             MOVE KTR-BATCH-TANGGAL TO KL-BATCH-TANGGAL
003110         WHEN KTR-TRAILER
003120             SET KL-TRL-SEEN TO TRUE
003130             MOVE KTR-JML-TAMBAH TO KL-EXP-TAMBAH
003140             MOVE KTR-JML-HAPUS TO KL-EXP-HAPUS
003150         WHEN KTR-TAMBAH
003160             ADD 1 TO KL-V-TAMBAH
003170         WHEN KTR-HAPUS
003180             ADD 1 TO KL-V-HAPUS
003190         WHEN OTHER
003200             CONTINUE
003210     END-EVALUATE.
003220 1510-EXIT.
003230     EXIT.
003240
003250 1520-PRINT-SELISIH.
003260     MOVE "TAMBAH" TO RPT-V-AKSI.
003270     MOVE KL-EXP-TAMBAH TO RPT-V-EXP.
003280     MOVE KL-V-TAMBAH TO RPT-V-ACT.
003290     MOVE SPACES TO RPT-LINE.
003300     WRITE RPT-LINE FROM RPT-V-LINE.
003310     MOVE "HAPUS" TO RPT-V-AKSI.
003320     MOVE KL-EXP-HAPUS TO RPT-V-EXP.
003330     MOVE KL-V-HAPUS TO RPT-V-ACT.
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE FROM RPT-V-LINE.
003360 1520-EXIT.
003370     EXIT.
003380*
003390*    ---------------------------------------------------------
003400*    2000-PROCESS-TRAN - BACA SATU TRANSAKSI DAN TERAPKAN
003410*    MENURUT KODE AKSINYA. KODE YANG TIDAK DIKENAL DITOLAK.
003420*    ---------------------------------------------------------
003430*
003440 2000-PROCESS-TRAN.
003450     READ KRSTRAN-FILE
003460         AT END
003470             MOVE "Y" TO KL-EOF-SWITCH
003480             GO TO 2000-EXIT
003490     END-READ.
003500     IF KTR-HEADER OR KTR-TRAILER
003510         GO TO 2000-EXIT
003520     END-IF.
003530     ADD 1 TO KL-READ-COUNT.
003540
003550     MOVE KTR-SEMESTER TO KL-PERIKSA-SEMESTER.
003560     IF KL-PERIKSA-SEMESTER IS NOT NUMERIC
003570         OR NOT KL-SEMESTER-KE-VALID
003580         MOVE "SEMESTER TIDAK VALID (YYYYS)" TO KL-ALASAN
003590         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003600         GO TO 2000-EXIT
003610     END-IF.
003620
003630     EVALUATE TRUE
003640         WHEN KTR-TAMBAH
003650             PERFORM 2100-APPLY-TAMBAH THRU 2100-EXIT
003660         WHEN KTR-HAPUS
003670             PERFORM 2300-APPLY-HAPUS THRU 2300-EXIT
003680         WHEN OTHER
003690             MOVE "KODE AKSI TIDAK DIKENAL" TO KL-ALASAN
003700             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003710     END-EVALUATE.
003720 2000-EXIT.
003730     EXIT.
003740*
003750*    ---------------------------------------------------------
003760*    2100-APPLY-TAMBAH - DAFTARKAN MAHASISWA PADA SATU MATA
003770*    KULIAH. URUTAN PEMERIKSAAN SAMA DENGAN ENTRI KRS PADA
003780*    TUGAS1AP3 SUPAYA ALASAN TOLAK KEDUANYA SAMA.
003790*    ---------------------------------------------------------
003800*
003810 2100-APPLY-TAMBAH.
003820     MOVE KTR-NPM TO MHS-NPM.
003830     READ MHSMAST-FILE
003840         INVALID KEY
003850             MOVE "NPM TIDAK DITEMUKAN" TO KL-ALASAN
003860             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003870             GO TO 2100-EXIT
003880     END-READ.
003890     IF NOT MHS-AKTIF
003900         MOVE "MAHASISWA TIDAK AKTIF" TO KL-ALASAN
003910         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003920         GO TO 2100-EXIT
003930     END-IF.
003940
003950     MOVE KTR-KODE-MTK TO MTK-KODE.
003960     READ MTKREF-FILE
003970         INVALID KEY
003980             MOVE "MATA KULIAH TIDAK ADA DI MTKREF" TO KL-ALASAN
003990             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004000             GO TO 2100-EXIT
004010     END-READ.
004020     PERFORM 2500-PERIKSA-KELAS THRU 2500-EXIT.
004030     IF NOT KL-DATA-VALID
004040         MOVE "KELAS TIDAK DIIZINKAN" TO KL-ALASAN
004050         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004060         GO TO 2100-EXIT
004070     END-IF.
004080
004090     MOVE KTR-NPM TO KL-HITUNG-NPM.
004100     MOVE KL-PERIKSA-SEMESTER TO KL-HITUNG-SEMESTER.
004110     MOVE KTR-KODE-MTK TO KL-HITUNG-KODE.
004120     MOVE KL-HITUNG-KEY TO KRS-KEY.
004130     PERFORM 2600-READ-KRS THRU 2600-EXIT.
004140     IF KL-RECORD-FOUND
004150         MOVE "SUDAH TERDAFTAR" TO KL-ALASAN
004160         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004170         GO TO 2100-EXIT
004180     END-IF.
004190
004200     PERFORM 2400-HITUNG-ISI-MTK THRU 2400-EXIT.
004210     IF KL-ISI-MTK >= MTK-KAPASITAS
004220         MOVE "MATA KULIAH PENUH" TO KL-ALASAN
004230         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004240         GO TO 2100-EXIT
004250     END-IF.
004260     PERFORM 2450-HITUNG-SKS THRU 2450-EXIT.
004270     IF KL-TOTAL-SKS + MTK-SKS > KL-MAX-SKS
004280         MOVE "MELEBIHI BATAS SKS SEMESTER" TO KL-ALASAN
004290         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004300         GO TO 2100-EXIT
004310     END-IF.
004320
004330     MOVE KL-HITUNG-KEY TO KRS-KEY.
004340     MOVE MTK-SKS TO KRS-SKS.
004350     MOVE KL-RUN-DATE TO KRS-TANGGAL.
004360     MOVE "KRSLOAD" TO KRS-SUMBER.
004362     MOVE SPACE TO KRS-NILAI.
004370     WRITE KRS-RECORD
004380         INVALID KEY
004390             MOVE "WRITE KRS GAGAL" TO KL-ALASAN
004400             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004410         NOT INVALID KEY
004420             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
004430     END-WRITE.
004440 2100-EXIT.
004450     EXIT.
004460*
004470*    ---------------------------------------------------------
004480*    2300-APPLY-HAPUS - BATALKAN SATU MATA KULIAH DARI KRS.
004490*    ---------------------------------------------------------
004500*
004510 2300-APPLY-HAPUS.
004520     MOVE KTR-NPM TO KL-HITUNG-NPM.
004530     MOVE KL-PERIKSA-SEMESTER TO KL-HITUNG-SEMESTER.
004540     MOVE KTR-KODE-MTK TO KL-HITUNG-KODE.
004550     MOVE KL-HITUNG-KEY TO KRS-KEY.
004560     PERFORM 2600-READ-KRS THRU 2600-EXIT.
004570     IF NOT KL-RECORD-FOUND
004580         MOVE "KRS TIDAK DITEMUKAN" TO KL-ALASAN
004590         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004600         GO TO 2300-EXIT
004610     END-IF.
004611     IF NOT KRS-BELUM-NILAI
004612         MOVE "SUDAH ADA NILAI, TIDAK DIHAPUS" TO KL-ALASAN
004613         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004614         GO TO 2300-EXIT
004615     END-IF.
004620
004630     DELETE KRSMAST-FILE
004640         INVALID KEY
004650             MOVE "DELETE KRS GAGAL" TO KL-ALASAN
004660             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004670         NOT INVALID KEY
004680             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
004690     END-DELETE.
004700 2300-EXIT.
004710     EXIT.
004720*
004730*    ---------------------------------------------------------
004740*    2400-HITUNG-ISI-MTK - HITUNG PESERTA MATA KULIAH PADA
004750*    SEMESTER TRANSAKSI LEWAT ALTERNATE KEY KRS-SEM-MTK, UNTUK
004760*    PEMERIKSAAN KAPASITAS.
004770*    ---------------------------------------------------------
004780*
004790 2400-HITUNG-ISI-MTK.
004800     MOVE ZERO TO KL-ISI-MTK.
004810     MOVE KL-HITUNG-SEM-MTK TO KRS-SEM-MTK.
004820     START KRSMAST-FILE KEY NOT < KRS-SEM-MTK
004830         INVALID KEY
004840             GO TO 2400-EXIT
004850     END-START.
004860     MOVE "N" TO KL-KRS-EOF-SWITCH.
004870     PERFORM 2410-HITUNG-ONE THRU 2410-EXIT
004880         UNTIL KL-KRS-END-OF-FILE.
004890 2400-EXIT.
004900     EXIT.
004910
004920 2410-HITUNG-ONE.
004930     READ KRSMAST-FILE NEXT RECORD
004940         AT END
004950             MOVE "Y" TO KL-KRS-EOF-SWITCH
004960             GO TO 2410-EXIT
004970     END-READ.
004980     IF KRS-SEM-MTK = KL-HITUNG-SEM-MTK
004990         ADD 1 TO KL-ISI-MTK
005000     ELSE
005010         MOVE "Y" TO KL-KRS-EOF-SWITCH
005020     END-IF.
005030 2410-EXIT.
005040     EXIT.
005050*
005060*    ---------------------------------------------------------
005070*    2450-HITUNG-SKS - JUMLAHKAN SKS YANG SUDAH DIAMBIL
005080*    MAHASISWA PADA SEMESTER TRANSAKSI (START PADA KEY UTAMA
005090*    NPM + SEMESTER).
005100*    ---------------------------------------------------------
005110*
005120 2450-HITUNG-SKS.
005130     MOVE ZERO TO KL-TOTAL-SKS.
005140     MOVE KL-HITUNG-NPM TO KRS-NPM.
005150     MOVE KL-HITUNG-SEMESTER TO KRS-SEMESTER.
005160     MOVE LOW-VALUES TO KRS-KODE-MTK.
005170     START KRSMAST-FILE KEY NOT < KRS-KEY
005180         INVALID KEY
005190             GO TO 2450-EXIT
005200     END-START.
005210     MOVE "N" TO KL-KRS-EOF-SWITCH.
005220     PERFORM 2460-SKS-ONE THRU 2460-EXIT
005230         UNTIL KL-KRS-END-OF-FILE.
005240 2450-EXIT.
005250     EXIT.
005260
005270 2460-SKS-ONE.
005280     READ KRSMAST-FILE NEXT RECORD
005290         AT END
005300             MOVE "Y" TO KL-KRS-EOF-SWITCH
005310             GO TO 2460-EXIT
005320     END-READ.
005330     IF KRS-NPM = KL-HITUNG-NPM
005340         AND KRS-SEMESTER = KL-HITUNG-SEMESTER
005350         ADD KRS-SKS TO KL-TOTAL-SKS
005360     ELSE
005370         MOVE "Y" TO KL-KRS-EOF-SWITCH
005380     END-IF.
005390 2460-EXIT.
005400     EXIT.
005410*
005420*    ---------------------------------------------------------
005430*    2500-PERIKSA-KELAS - KELAS MAHASISWA (MHS-KELAS) HARUS
005440*    ADA DI DAFTAR KELAS MATA KULIAH. DAFTAR KOSONG BERARTI
005450*    SEMUA KELAS DIIZINKAN.
005460*    ---------------------------------------------------------
005470*
005480 2500-PERIKSA-KELAS.
005490     IF MTK-KELAS-LIST = SPACES
005500         MOVE "Y" TO KL-VALID-SWITCH
005510         GO TO 2500-EXIT
005520     END-IF.
005530     MOVE "N" TO KL-VALID-SWITCH.
005540     PERFORM 2510-PERIKSA-ONE THRU 2510-EXIT
005550         VARYING KL-KELAS-SUB FROM 1 BY 1
005560         UNTIL KL-KELAS-SUB > 5 OR KL-DATA-VALID.
005570 2500-EXIT.
005580     EXIT.
005590
005600 2510-PERIKSA-ONE.
005610     IF MTK-KELAS-IZIN (KL-KELAS-SUB) = MHS-KELAS
005620         MOVE "Y" TO KL-VALID-SWITCH
005630     END-IF.
005640 2510-EXIT.
005650     EXIT.
005660*
005670 2600-READ-KRS.
005680     READ KRSMAST-FILE
005690         INVALID KEY
005700             MOVE "N" TO KL-FOUND-SWITCH
005710         NOT INVALID KEY
005720             MOVE "Y" TO KL-FOUND-SWITCH
005730     END-READ.
005740 2600-EXIT.
005750     EXIT.
005760*
005770*    ---------------------------------------------------------
005780*    2800/2900 - CETAK SATU BARIS DETAIL TOLAK ATAU TERIMA
005790*    PADA LAPORAN DAN TAMBAH COUNTER YANG SESUAI.
005800*    ---------------------------------------------------------
005810*
005820 2800-WRITE-TOLAK.
005830     ADD 1 TO KL-REJECT-COUNT.
005840     MOVE "TOLAK" TO RPT-D-STATUS.
005850     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
005860 2800-EXIT.
005870     EXIT.
005880
005890 2900-WRITE-TERIMA.
005900     ADD 1 TO KL-APPLIED-COUNT.
005910     MOVE "TERIMA" TO RPT-D-STATUS.
005920     MOVE SPACES TO KL-ALASAN.
005930     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
005940 2900-EXIT.
005950     EXIT.
005960
005970 2950-WRITE-DETAIL.
005980     MOVE KTR-AKSI TO RPT-D-AKSI.
005990     MOVE KTR-NPM TO RPT-D-NPM.
006000     MOVE KTR-SEMESTER TO RPT-D-SEMESTER.
006010     MOVE KTR-KODE-MTK TO RPT-D-KODE.
006020     MOVE KL-ALASAN TO RPT-D-ALASAN.
006030     MOVE SPACES TO RPT-LINE.
006040     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
006050     MOVE SPACES TO KL-ALASAN.
006060 2950-EXIT.
006070     EXIT.
006080*
006090*    ---------------------------------------------------------
006100*    3000-PRINT-TOTALS - CETAK CONTROL TOTAL UNTUK BALANCING
006110*    TERHADAP DAFTAR KIRIMAN BAGIAN AKADEMIK.
006120*    ---------------------------------------------------------
006130*
006140 3000-PRINT-TOTALS.
006150     MOVE SPACES TO RPT-LINE.
006160     WRITE RPT-LINE.
006170     IF KL-BATCH-OK
006180         MOVE KL-BATCH-TANGGAL TO RPT-T-BATCH
006190         MOVE SPACES TO RPT-LINE
006200         WRITE RPT-LINE FROM RPT-BATCH-LINE
006210     END-IF.
006220     MOVE KL-READ-COUNT TO RPT-T-READ.
006230     MOVE SPACES TO RPT-LINE.
006240     WRITE RPT-LINE FROM RPT-TOTAL-READ-LINE.
006250     MOVE KL-APPLIED-COUNT TO RPT-T-APPLIED.
006260     MOVE SPACES TO RPT-LINE.
006270     WRITE RPT-LINE FROM RPT-TOTAL-APPLIED-LINE.
006280     MOVE KL-REJECT-COUNT TO RPT-T-REJECT.
006290     MOVE SPACES TO RPT-LINE.
006300     WRITE RPT-LINE FROM RPT-TOTAL-REJECT-LINE.
006310 3000-EXIT.
006320     EXIT.
006330*
006340 9000-TERMINATE.
006350     CLOSE KRSTRAN-FILE.
006360     CLOSE MHSMAST-FILE.
006370     CLOSE MTKREF-FILE.
006380     CLOSE KRSMAST-FILE.
006390     CLOSE KRSLRPT-FILE.
006400 9000-EXIT.
006410     EXIT.

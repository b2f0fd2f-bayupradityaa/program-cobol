000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NILPOST.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - POSTING NILAI DARI
000210*                     LEMBAR NILAI DOSEN (FILE NILTRAN, COPYBOOK
000220*                     NILTRNR) KE KRS-NILAI PADA KRSMAST, DENGAN
000230*                     BALANCING HEADER/TRAILER, LAPORAN TERIMA/
000240*                     TOLAK DAN CONTROL TOTAL SEPERTI MHSINTAK,
000250*                     LALU HITUNG ULANG IPS/IPK KE FILE MHSIPK.
000260*    ---------------------------------------------------------
000270*
000280*    BATCH JOB INI MEMBACA NILTRAN (SATU RECORD PER MAHASISWA
000290*    PER MATA KULIAH: NPM, SEMESTER, KODE MATA KULIAH, NILAI
000300*    A-E DAN DOSEN) DAN MENULIS NILAINYA KE RECORD KRS YANG
000310*    SAMA. NILAI UNTUK MAHASISWA YANG TIDAK TERDAFTAR PADA
000320*    MATA KULIAH ITU (TIDAK ADA KRS) DITOLAK. NILAI YANG SUDAH
000330*    ADA DITIMPA DAN DICETAK SEBAGAI KOREKSI BESERTA NILAI
000340*    LAMANYA, SUPAYA PERUBAHAN NILAI TERLIHAT DI LAPORAN.
000350*
000360*    SETELAH SEMUA NILAI DIPOSTING, MHSIPK DIBANGUN ULANG DARI
000370*    SELURUH KRSMAST (URUT NPM + SEMESTER): SATU RECORD PER
000380*    MAHASISWA PER SEMESTER YANG PUNYA NILAI, BERISI IPS
000390*    SEMESTER ITU DAN IPK KUMULATIF SAMPAI SEMESTER ITU. BOBOT
000400*    NILAI A=4 B=3 C=2 D=1 E=0; MATA KULIAH TANPA NILAI TIDAK
000410*    DIHITUNG.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT NILTRAN-FILE ASSIGN TO NILTRAN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS NILTRAN-STATUS.
000490
000500     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS KRS-KEY
000540         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
000550         FILE STATUS IS KRSMAST-STATUS.
000560
000570     SELECT MHSIPK-FILE ASSIGN TO MHSIPK
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS IPK-KEY
000610         FILE STATUS IS MHSIPK-STATUS.
000620
000630     SELECT NILRPT-FILE ASSIGN TO NILRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS NILRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  NILTRAN-FILE.
000700     COPY NILTRNR.
000710
000720 FD  KRSMAST-FILE.
000730     COPY KRSR.
000740
000750 FD  MHSIPK-FILE.
000760     COPY IPKR.
000770
000780 FD  NILRPT-FILE.
000790 01  RPT-LINE                     PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820 77  NILTRAN-STATUS               PIC XX    VALUE SPACES.
000830     88  NILTRAN-OK                   VALUE "00".
000840 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
000850     88  KRSMAST-OK                   VALUE "00".
000860 77  MHSIPK-STATUS                PIC XX    VALUE SPACES.
000870     88  MHSIPK-OK                    VALUE "00".
000880 77  NILRPT-STATUS                PIC XX    VALUE SPACES.
000890 77  NP-EOF-SWITCH                PIC X(01) VALUE "N".
000900     88  NP-END-OF-FILE               VALUE "Y".
000910 77  NP-KRS-EOF-SWITCH            PIC X(01) VALUE "N".
000920     88  NP-KRS-END-OF-FILE           VALUE "Y".
000930 77  NP-INIT-SWITCH               PIC X(01) VALUE "N".
000940     88  NP-INIT-OK                   VALUE "Y".
000950 77  NP-READ-COUNT                PIC 9(05) VALUE ZERO.
000960 77  NP-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
000970 77  NP-KOREKSI-COUNT             PIC 9(05) VALUE ZERO.
000980 77  NP-REJECT-COUNT              PIC 9(05) VALUE ZERO.
000990 77  NP-IPK-COUNT                 PIC 9(05) VALUE ZERO.
001000 77  NP-ALASAN                    PIC X(30) VALUE SPACES.
001010 77  NP-NILAI-LAMA                PIC X(01) VALUE SPACE.
001020 77  NP-RUN-DATE                  PIC 9(08) VALUE ZERO.
001030*
001040*    SEMESTER DITULIS YYYYS: TAHUN AKADEMIK DAN 1 (GANJIL) ATAU
001050*    2 (GENAP), SAMA DENGAN KRSLOAD.
001060*
001070 01  NP-PERIKSA-SEMESTER.
001080     05  NP-PERIKSA-TAHUN         PIC 9(04).
001090     05  NP-PERIKSA-KE            PIC 9(01).
001100         88  NP-SEMESTER-KE-VALID     VALUES 1 2.
001110*
001120*    VERIFIKASI BATCH: JUMLAH RECORD NILAI DIHITUNG PADA PASS
001130*    PERTAMA DAN DIBANDINGKAN DENGAN TRAILER SEBELUM SATU NILAI
001140*    PUN DIPOSTING, SAMA SEPERTI MHSINTAK.
001150*
001160 77  NP-VEOF-SWITCH               PIC X(01) VALUE "N".
001170     88  NP-V-END-OF-FILE             VALUE "Y".
001180 77  NP-HDR-SWITCH                PIC X(01) VALUE "N".
001190     88  NP-HDR-SEEN                  VALUE "Y".
001200 77  NP-TRL-SWITCH                PIC X(01) VALUE "N".
001210     88  NP-TRL-SEEN                  VALUE "Y".
001220 77  NP-BATCH-OK-SWITCH           PIC X(01) VALUE "N".
001230     88  NP-BATCH-OK                  VALUE "Y".
001240 77  NP-BATCH-TANGGAL             PIC 9(08) VALUE ZERO.
001250 77  NP-V-NILAI                   PIC 9(05) VALUE ZERO.
001260 77  NP-EXP-NILAI                 PIC 9(05) VALUE ZERO.
001270*
001280*    PERHITUNGAN IPS/IPK: BREAK PER NPM DAN PER SEMESTER PADA
001290*    PEMBACAAN KRSMAST URUT KEY UTAMA.
001300*
001310 77  NP-FIRST-SWITCH              PIC X(01) VALUE "Y".
001320     88  NP-FIRST-RECORD              VALUE "Y".
001330 77  NP-BREAK-NPM                 PIC X(08) VALUE SPACES.
001340 77  NP-BREAK-SEMESTER            PIC 9(05) VALUE ZERO.
001350 77  NP-SKS-SEM                   PIC 9(03) VALUE ZERO.
001360 77  NP-MUTU-SEM                  PIC 9(04) VALUE ZERO.
001370 77  NP-SKS-KUM                   PIC 9(03) VALUE ZERO.
001380 77  NP-MUTU-KUM                  PIC 9(04) VALUE ZERO.
001390 77  NP-BOBOT                     PIC 9(01) VALUE ZERO.
001400
001410 01  RPT-TITLE-LINE               PIC X(45) VALUE
001420     "LAPORAN POSTING NILAI KE KRSMAST".
001430 01  RPT-DETAIL-LINE.
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450     05  RPT-D-NPM               PIC X(08).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RPT-D-SEMESTER          PIC X(05).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RPT-D-KODE              PIC X(06).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  RPT-D-NILAI             PIC X(01).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  RPT-D-DOSEN             PIC X(08).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  RPT-D-STATUS            PIC X(07).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  RPT-D-ALASAN            PIC X(30).
001580 01  RPT-TOTAL-READ-LINE.
001590     05  FILLER                  PIC X(25) VALUE
001600         "NILAI DIBACA          : ".
001610     05  RPT-T-READ              PIC ZZZZ9.
001620 01  RPT-TOTAL-APPLIED-LINE.
001630     05  FILLER                  PIC X(25) VALUE
001640         "NILAI DIPOSTING       : ".
001650     05  RPT-T-APPLIED           PIC ZZZZ9.
001660 01  RPT-TOTAL-KOREKSI-LINE.
001670     05  FILLER                  PIC X(25) VALUE
001680         "  DI ANTARANYA KOREKSI: ".
001690     05  RPT-T-KOREKSI           PIC ZZZZ9.
001700 01  RPT-TOTAL-REJECT-LINE.
001710     05  FILLER                  PIC X(25) VALUE
001720         "NILAI DITOLAK         : ".
001730     05  RPT-T-REJECT            PIC ZZZZ9.
001740 01  RPT-TOTAL-IPK-LINE.
001750     05  FILLER                  PIC X(25) VALUE
001760         "RECORD IPS/IPK DITULIS: ".
001770     05  RPT-T-IPK               PIC ZZZZ9.
001780 01  RPT-BATCH-LINE.
001790     05  FILLER                  PIC X(25) VALUE
001800         "TANGGAL BATCH         : ".
001810     05  RPT-T-BATCH             PIC 9(08).
001820 01  RPT-REFUSE-HDR-LINE          PIC X(60) VALUE
001830     "*** BATCH DITOLAK: HEADER/TRAILER BATCH TIDAK ADA ***".
001840 01  RPT-REFUSE-SELISIH-LINE      PIC X(60) VALUE
001850     "*** BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK ***".
001860 01  RPT-V-LINE.
001870     05  RPT-V-AKSI              PIC X(07).
001880     05  FILLER                  PIC X(11) VALUE " TRAILER = ".
001890     05  RPT-V-EXP               PIC ZZZZ9.
001900     05  FILLER                  PIC X(09) VALUE "  DATA = ".
001910     05  RPT-V-ACT               PIC ZZZZ9.
001920
001930 PROCEDURE DIVISION.
001940*
001950*    ===========================================================
001960*    0000-MAINLINE - BUKA FILE, POSTING SEMUA NILAI, HITUNG
001970*    ULANG IPS/IPK, CETAK CONTROL TOTAL, TUTUP FILE.
001980*    ===========================================================
001990*
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-PROCESS-NILAI THRU 2000-EXIT
002030         UNTIL NP-END-OF-FILE.
002040     IF NP-BATCH-OK AND NP-INIT-OK
002050         PERFORM 4000-HITUNG-IPK THRU 4000-EXIT
002060     END-IF.
002070     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     STOP RUN.
002100*
002110*    ---------------------------------------------------------
002120*    1000-INITIALIZE - BUKA FILE NILAI DAN LAPORAN, VERIFIKASI
002130*    BATCH, LALU BUKA FILE KRS. TANPA KRS TIDAK ADA YANG BISA
002140*    DIPOSTING, JADI FILE KRS YANG BELUM ADA ADALAH ERROR.
002150*    ---------------------------------------------------------
002160*
002170 1000-INITIALIZE.
002180     OPEN INPUT NILTRAN-FILE.
002190     IF NOT NILTRAN-OK
002200         DISPLAY "ERROR BUKA FILE NILAI NILTRAN, STATUS = "
002210             NILTRAN-STATUS
002220         MOVE "Y" TO NP-EOF-SWITCH
002230         GO TO 1000-EXIT
002240     END-IF.
002250
002260     OPEN OUTPUT NILRPT-FILE.
002270     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002280     MOVE SPACES TO RPT-LINE.
002290     WRITE RPT-LINE.
002300
002310     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT.
002320     CLOSE NILTRAN-FILE.
002330     IF NOT NP-BATCH-OK
002340         MOVE "Y" TO NP-EOF-SWITCH
002350         GO TO 1000-EXIT
002360     END-IF.
002370     OPEN INPUT NILTRAN-FILE.
002380
002390     OPEN I-O KRSMAST-FILE.
002400     IF NOT KRSMAST-OK
002410         DISPLAY "ERROR BUKA FILE KRS, STATUS = "
002420             KRSMAST-STATUS
002430         MOVE "Y" TO NP-EOF-SWITCH
002440         GO TO 1000-EXIT
002450     END-IF.
002460
002470     ACCEPT NP-RUN-DATE FROM DATE YYYYMMDD.
002480     SET NP-INIT-OK TO TRUE.
002490     MOVE "N" TO NP-EOF-SWITCH.
002500 1000-EXIT.
002510     EXIT.
002520*
002530*    ---------------------------------------------------------
002540*    1500-VERIFY-BATCH - PASS PERTAMA: HITUNG RECORD NILAI DAN
002550*    BANDINGKAN DENGAN TRAILER. HEADER/TRAILER YANG HILANG ATAU
002560*    JUMLAH YANG TIDAK COCOK MENOLAK SELURUH BATCH.
002570*    ---------------------------------------------------------
002580*
002590 1500-VERIFY-BATCH.
002600     MOVE "N" TO NP-VEOF-SWITCH NP-HDR-SWITCH NP-TRL-SWITCH.
002610     MOVE ZERO TO NP-V-NILAI.
002620     PERFORM 1510-VERIFY-ONE THRU 1510-EXIT
002630         UNTIL NP-V-END-OF-FILE.
002640
002650     IF NOT NP-HDR-SEEN OR NOT NP-TRL-SEEN
002660         WRITE RPT-LINE FROM RPT-REFUSE-HDR-LINE
002670         DISPLAY "BATCH DITOLAK: HEADER/TRAILER TIDAK ADA."
002680         GO TO 1500-EXIT
002690     END-IF.
002700     IF NP-V-NILAI NOT = NP-EXP-NILAI
002710         WRITE RPT-LINE FROM RPT-REFUSE-SELISIH-LINE
002720         MOVE "NILAI" TO RPT-V-AKSI
002730         MOVE NP-EXP-NILAI TO RPT-V-EXP
002740         MOVE NP-V-NILAI TO RPT-V-ACT
002750         MOVE SPACES TO RPT-LINE
002760         WRITE RPT-LINE FROM RPT-V-LINE
002770         DISPLAY "BATCH DITOLAK: JUMLAH TRAILER TIDAK COCOK."
002780         GO TO 1500-EXIT
002790     END-IF.
002800     SET NP-BATCH-OK TO TRUE.
002810 1500-EXIT.
002820     EXIT.
002830
002840 1510-VERIFY-ONE.
002850     READ NILTRAN-FILE
002860         AT END
002870             MOVE "Y" TO NP-VEOF-SWITCH
002880             GO TO 1510-EXIT
002890     END-READ.
002900     EVALUATE TRUE
002910         WHEN NTR-HEADER
002920             SET NP-HDR-SEEN TO TRUE
002930             MOVE NTR-BATCH-TANGGAL TO NP-BATCH-TANGGAL
002940         WHEN NTR-TRAILER
002950             SET NP-TRL-SEEN TO TRUE
002960             MOVE NTR-JML-NILAI TO NP-EXP-NILAI
002970         WHEN NTR-NILAI-REC
002980             ADD 1 TO NP-V-NILAI
002990         WHEN OTHER
003000             CONTINUE
003010     END-EVALUATE.
003020 1510-EXIT.
003030     EXIT.
003040*
003050*    ---------------------------------------------------------
003060*    2000-PROCESS-NILAI - BACA SATU RECORD NILAI, PERIKSA DAN
003070*    TULIS KE RECORD KRS YANG SAMA. NILAI UNTUK NPM/MATA KULIAH
003080*    YANG TIDAK ADA DI KRS DITOLAK.
003090*    ---------------------------------------------------------
003100*
003110 2000-PROCESS-NILAI.
003120     READ NILTRAN-FILE
003130         AT END
003140             MOVE "Y" TO NP-EOF-SWITCH
003150             GO TO 2000-EXIT
003160     END-READ.
003170     IF NTR-HEADER OR NTR-TRAILER
003180         GO TO 2000-EXIT
003190     END-IF.
003200     ADD 1 TO NP-READ-COUNT.
003210
003220     IF NOT NTR-NILAI-REC
003230         MOVE "KODE AKSI TIDAK DIKENAL" TO NP-ALASAN
003240         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003250         GO TO 2000-EXIT
003260     END-IF.
003270     IF NOT NTR-NILAI-VALID
003280         MOVE "NILAI BUKAN A-E" TO NP-ALASAN
003290         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003300         GO TO 2000-EXIT
003310     END-IF.
003320     MOVE NTR-SEMESTER TO NP-PERIKSA-SEMESTER.
003330     IF NP-PERIKSA-SEMESTER IS NOT NUMERIC
003340         OR NOT NP-SEMESTER-KE-VALID
003350         MOVE "SEMESTER TIDAK VALID (YYYYS)" TO NP-ALASAN
003360         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003370         GO TO 2000-EXIT
003380     END-IF.
003390
003400     MOVE NTR-NPM TO KRS-NPM.
003410     MOVE NP-PERIKSA-SEMESTER TO KRS-SEMESTER.
003420     MOVE NTR-KODE-MTK TO KRS-KODE-MTK.
003430     READ KRSMAST-FILE
003440         INVALID KEY
003450             MOVE "TIDAK ADA KRS MATA KULIAH INI" TO NP-ALASAN
003460             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003470             GO TO 2000-EXIT
003480     END-READ.
003490
003500     MOVE KRS-NILAI TO NP-NILAI-LAMA.
003510     MOVE NTR-NILAI TO KRS-NILAI.
003520     REWRITE KRS-RECORD
003530         INVALID KEY
003540             MOVE "REWRITE KRS GAGAL" TO NP-ALASAN
003550             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
003560         NOT INVALID KEY
003570             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
003580     END-REWRITE.
003590 2000-EXIT.
003600     EXIT.
003610*
003620*    ---------------------------------------------------------
003630*    2800/2900 - CETAK SATU BARIS DETAIL TOLAK ATAU TERIMA
003640*    PADA LAPORAN DAN TAMBAH COUNTER YANG SESUAI. NILAI YANG
003650*    MENGGANTI NILAI LAIN DICATAT SEBAGAI KOREKSI.
003660*    ---------------------------------------------------------
003670*
003680 2800-WRITE-TOLAK.
003690     ADD 1 TO NP-REJECT-COUNT.
003700     MOVE "TOLAK" TO RPT-D-STATUS.
003710     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003720 2800-EXIT.
003730     EXIT.
003740
003750 2900-WRITE-TERIMA.
003760     ADD 1 TO NP-APPLIED-COUNT.
003770     MOVE "TERIMA" TO RPT-D-STATUS.
003780     MOVE SPACES TO NP-ALASAN.
003790     IF NP-NILAI-LAMA NOT = SPACE
003800         AND NP-NILAI-LAMA NOT = NTR-NILAI
003810         ADD 1 TO NP-KOREKSI-COUNT
003820         STRING "KOREKSI, NILAI LAMA " DELIMITED BY SIZE
003830             NP-NILAI-LAMA DELIMITED BY SIZE
003840             INTO NP-ALASAN
003850     END-IF.
003860     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003870 2900-EXIT.
003880     EXIT.
003890
003900 2950-WRITE-DETAIL.
003910     MOVE NTR-NPM TO RPT-D-NPM.
003920     MOVE NTR-SEMESTER TO RPT-D-SEMESTER.
003930     MOVE NTR-KODE-MTK TO RPT-D-KODE.
003940     MOVE NTR-NILAI TO RPT-D-NILAI.
003950     MOVE NTR-DOSEN TO RPT-D-DOSEN.
003960     MOVE NP-ALASAN TO RPT-D-ALASAN.
003970     MOVE SPACES TO RPT-LINE.
003980     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003990     MOVE SPACES TO NP-ALASAN.
004000 2950-EXIT.
004010     EXIT.
004020*
004030*    ---------------------------------------------------------
004040*    3000-PRINT-TOTALS - CETAK CONTROL TOTAL UNTUK BALANCING
004050*    TERHADAP JUMLAH LEMBAR NILAI YANG DISERAHKAN DOSEN.
004060*    ---------------------------------------------------------
004070*
004080 3000-PRINT-TOTALS.
004090     MOVE SPACES TO RPT-LINE.
004100     WRITE RPT-LINE.
004110     IF NP-BATCH-OK
004120         MOVE NP-BATCH-TANGGAL TO RPT-T-BATCH
004130         MOVE SPACES TO RPT-LINE
004140         WRITE RPT-LINE FROM RPT-BATCH-LINE
004150     END-IF.
004160     MOVE NP-READ-COUNT TO RPT-T-READ.
004170     MOVE SPACES TO RPT-LINE.
004180     WRITE RPT-LINE FROM RPT-TOTAL-READ-LINE.
004190     MOVE NP-APPLIED-COUNT TO RPT-T-APPLIED.
004200     MOVE SPACES TO RPT-LINE.
004210     WRITE RPT-LINE FROM RPT-TOTAL-APPLIED-LINE.
004220     MOVE NP-KOREKSI-COUNT TO RPT-T-KOREKSI.
004230     MOVE SPACES TO RPT-LINE.
004240     WRITE RPT-LINE FROM RPT-TOTAL-KOREKSI-LINE.
004250     MOVE NP-REJECT-COUNT TO RPT-T-REJECT.
004260     MOVE SPACES TO RPT-LINE.
004270     WRITE RPT-LINE FROM RPT-TOTAL-REJECT-LINE.
004280     MOVE NP-IPK-COUNT TO RPT-T-IPK.
004290     MOVE SPACES TO RPT-LINE.
004300     WRITE RPT-LINE FROM RPT-TOTAL-IPK-LINE.
004310 3000-EXIT.
004320     EXIT.
004330*
004340*    ---------------------------------------------------------
004350*    4000-HITUNG-IPK - BANGUN ULANG MHSIPK DARI SELURUH KRSMAST
004360*    URUT NPM + SEMESTER. SETIAP GANTI SEMESTER DITULIS SATU
004370*    RECORD IPS/IPK; SETIAP GANTI NPM AKUMULASI IPK DIMULAI
004380*    DARI NOL.
004390*    ---------------------------------------------------------
004400*
004410 4000-HITUNG-IPK.
004420     OPEN OUTPUT MHSIPK-FILE.
004430     IF NOT MHSIPK-OK
004440         DISPLAY "ERROR BUKA FILE IPK MHSIPK, STATUS = "
004450             MHSIPK-STATUS
004460         GO TO 4000-EXIT
004470     END-IF.
004480     MOVE LOW-VALUES TO KRS-KEY.
004490     MOVE "N" TO NP-KRS-EOF-SWITCH.
004500     START KRSMAST-FILE KEY NOT < KRS-KEY
004510         INVALID KEY
004520             MOVE "Y" TO NP-KRS-EOF-SWITCH
004530     END-START.
004540     PERFORM 4100-IPK-ONE THRU 4100-EXIT
004550         UNTIL NP-KRS-END-OF-FILE.
004560     IF NOT NP-FIRST-RECORD
004570         PERFORM 4200-TULIS-IPK THRU 4200-EXIT
004580     END-IF.
004590     CLOSE MHSIPK-FILE.
004600 4000-EXIT.
004610     EXIT.
004620
004630 4100-IPK-ONE.
004640     READ KRSMAST-FILE NEXT RECORD
004650         AT END
004660             MOVE "Y" TO NP-KRS-EOF-SWITCH
004670             GO TO 4100-EXIT
004680     END-READ.
004690     IF KRS-BELUM-NILAI
004700         GO TO 4100-EXIT
004710     END-IF.
004720
004730     IF NP-FIRST-RECORD
004740         MOVE "N" TO NP-FIRST-SWITCH
004750         MOVE KRS-NPM TO NP-BREAK-NPM
004760         MOVE KRS-SEMESTER TO NP-BREAK-SEMESTER
004770     ELSE
004780         IF KRS-NPM NOT = NP-BREAK-NPM
004790             OR KRS-SEMESTER NOT = NP-BREAK-SEMESTER
004800             PERFORM 4200-TULIS-IPK THRU 4200-EXIT
004810             IF KRS-NPM NOT = NP-BREAK-NPM
004820                 MOVE ZERO TO NP-SKS-KUM NP-MUTU-KUM
004830             END-IF
004840             MOVE KRS-NPM TO NP-BREAK-NPM
004850             MOVE KRS-SEMESTER TO NP-BREAK-SEMESTER
004860         END-IF
004870     END-IF.
004880
004890     EVALUATE KRS-NILAI
004900         WHEN "A"
004910             MOVE 4 TO NP-BOBOT
004920         WHEN "B"
004930             MOVE 3 TO NP-BOBOT
004940         WHEN "C"
004950             MOVE 2 TO NP-BOBOT
004960         WHEN "D"
004970             MOVE 1 TO NP-BOBOT
004980         WHEN OTHER
004990             MOVE ZERO TO NP-BOBOT
005000     END-EVALUATE.
005010     ADD KRS-SKS TO NP-SKS-SEM.
005020     COMPUTE NP-MUTU-SEM = NP-MUTU-SEM + KRS-SKS * NP-BOBOT.
005030 4100-EXIT.
005040     EXIT.
005050
005060 4200-TULIS-IPK.
005070     ADD NP-SKS-SEM TO NP-SKS-KUM.
005080     ADD NP-MUTU-SEM TO NP-MUTU-KUM.
005090     MOVE NP-BREAK-NPM TO IPK-NPM.
005100     MOVE NP-BREAK-SEMESTER TO IPK-SEMESTER.
005110     MOVE NP-SKS-SEM TO IPK-SKS-SEM.
005120     MOVE NP-MUTU-SEM TO IPK-MUTU-SEM.
005130     MOVE NP-SKS-KUM TO IPK-SKS-KUM.
005140     MOVE NP-MUTU-KUM TO IPK-MUTU-KUM.
005150     MOVE ZERO TO IPK-IPS IPK-IPK.
005160     IF NP-SKS-SEM > ZERO
005170         COMPUTE IPK-IPS ROUNDED = NP-MUTU-SEM / NP-SKS-SEM
005180     END-IF.
005190     IF NP-SKS-KUM > ZERO
005200         COMPUTE IPK-IPK ROUNDED = NP-MUTU-KUM / NP-SKS-KUM
005210     END-IF.
005220     MOVE NP-RUN-DATE TO IPK-TANGGAL.
005230     WRITE IPK-RECORD
005240         INVALID KEY
005250             DISPLAY "PERINGATAN: GAGAL TULIS IPK " IPK-NPM
005260                 " " IPK-SEMESTER
005270         NOT INVALID KEY
005280             ADD 1 TO NP-IPK-COUNT
005290     END-WRITE.
005300     MOVE ZERO TO NP-SKS-SEM NP-MUTU-SEM.
005310 4200-EXIT.
005320     EXIT.
005330*
005340 9000-TERMINATE.
005350     CLOSE NILTRAN-FILE.
005360     CLOSE KRSMAST-FILE.
005370     CLOSE NILRPT-FILE.
005380 9000-EXIT.
005390     EXIT.

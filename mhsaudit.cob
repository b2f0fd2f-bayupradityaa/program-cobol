000240*                     WAJIB KOSONG, DAN DUGAAN ORANG GANDA
000250*                     (NAMA+TANGGAL LAHIR SAMA PADA NPM
000260*                     BERBEDA), DENGAN TOTAL PER JENIS.
000261*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000262*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000263*                     JUMLAH DIPERIKSA DAN TEMUAN) UNTUK LAPORAN
000264*                     SIKLUS MHSSIKL. RUN SUKSES TERAKHIR
000265*                     MENJADI PRASYARAT MHSDUPE.
000270*    ---------------------------------------------------------
000280*
000290*    VALIDASI ENTRI PADA TUGAS1AP3 HANYA MEMERIKSA HARI 1-31
000330*    RELEASE KE SORT, LALU HASIL URUTAN NAMA+TANGGAL DIPAKAI
000340*    MEMBANDINGKAN RECORD BERDEKATAN UNTUK MENEMUKAN DUGAAN
000350*    ORANG YANG TERDAFTAR DUA KALI. LAPORAN KE AUDITRPT.
000351*
000352*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000353*    RUNCTLR). KODE SELESAI 00 = BERSIH, 04 = ADA TEMUAN,
000354*    08 = MASTER TIDAK DAPAT DIBUKA, 12 = RUN DITOLAK KARENA
000355*    MHSRUN TIDAK DAPAT DIBUKA. MHSDUPE HANYA MAU JALAN BILA
000356*    RUN SUKSES TERAKHIR PROGRAM INI LEBIH BARU DARI PERUBAHAN
000357*    MASTER TERAKHIR.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000480     SELECT AUDITRPT-FILE ASSIGN TO AUDITRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AUDITRPT-STATUS.
000501
000502     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS RUN-PROGRAM
000506         FILE STATUS IS MHSRUN-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000660
000670 FD  AUDITRPT-FILE.
000680 01  RPT-LINE                     PIC X(80).
000682
000684 FD  MHSRUN-FILE.
000686     COPY RUNCTLR.
000690
000700 WORKING-STORAGE SECTION.
000710 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000900 77  DQ-SISA-100                  PIC 9(04) VALUE ZERO.
000910 77  DQ-SISA-400                  PIC 9(04) VALUE ZERO.
000920 77  DQ-HASIL-BAGI                PIC 9(04) VALUE ZERO.
000921*
000922*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
000923*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
000924*
000925 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
000926     88  MHSRUN-OK                    VALUE "00".
000927 77  DQ-RUN-SWITCH                PIC X(01) VALUE "Y".
000928     88  DQ-RUN-BOLEH                 VALUE "Y".
000929 77  DQ-RUN-KODE                  PIC 9(02) VALUE ZERO.
000930 77  DQ-RUN-BACA                  PIC 9(07) VALUE ZERO.
000931 77  DQ-RUN-PROSES                PIC 9(07) VALUE ZERO.
000932 77  DQ-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
000933 77  DQ-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
000934 77  DQ-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
000935 77  DQ-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
000936 77  DQ-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
000937 01  DQ-RUN-MULAI.
000938     05  DQ-RM-TANGGAL            PIC 9(08) VALUE ZERO.
000939     05  DQ-RM-JAM                PIC 9(08) VALUE ZERO.
000940*
000941*    RECORD SEBELUMNYA UNTUK PEMBANDINGAN DUPLIKAT PADA
000950*    OUTPUT PROCEDURE (HASIL SORT URUT NAMA+TANGGAL+NPM).
000960*
000970 01  DQ-PREV-RECORD.
001410*    ===========================================================
001420*
001430 0000-MAINLINE.
001432     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001434     IF NOT DQ-RUN-BOLEH
001436         STOP RUN
001438     END-IF.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     SORT SORT-WORK-FILE
001460         ON ASCENDING KEY SORT-NAMA SORT-TANGGAL-LAHIR SORT-NPM
001490             3000-EXIT.
001500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001512     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001514     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001520     STOP RUN.
001530*
001540*    ---------------------------------------------------------
001790     IF MHSMAST-STATUS NOT = "00"
001800         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001810             MHSMAST-STATUS
001812         MOVE 08 TO DQ-RUN-KODE
001820         GO TO 2000-EXIT
001830     END-IF.
001840     MOVE "N" TO DQ-EOF-SWITCH.
003960     CLOSE AUDITRPT-FILE.
003970 9000-EXIT.
003980     EXIT.
003990*
004000*    ---------------------------------------------------------
004010*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
004020*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
004030*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
004040*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
004050*    ---------------------------------------------------------
004060*
004070 8700-RUN-MULAI.
004080     ACCEPT DQ-RM-TANGGAL FROM DATE YYYYMMDD.
004090     ACCEPT DQ-RM-JAM FROM TIME.
004100     OPEN I-O MHSRUN-FILE.
004110     IF MHSRUN-STATUS = "35"
004120         OPEN OUTPUT MHSRUN-FILE
004130         CLOSE MHSRUN-FILE
004140         OPEN I-O MHSRUN-FILE
004150     END-IF.
004160     IF NOT MHSRUN-OK
004170         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004180             MHSRUN-STATUS
004190         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
004200         MOVE "N" TO DQ-RUN-SWITCH
004210         MOVE 12 TO DQ-RUN-KODE
004220         MOVE DQ-RUN-KODE TO RETURN-CODE
004230         GO TO 8700-EXIT
004240     END-IF.
004250     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
004251     IF NOT DQ-RUN-BOLEH
004252         CLOSE MHSRUN-FILE
004253         GO TO 8700-EXIT
004254     END-IF.
004260     MOVE "MHSAUDIT" TO RUN-PROGRAM.
004270     READ MHSRUN-FILE
004280         INVALID KEY
004290             PERFORM 8720-RUN-BARU THRU 8720-EXIT
004300     END-READ.
004310     MOVE DQ-RUN-SIKLUS TO RUN-SIKLUS.
004320     MOVE DQ-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
004330     MOVE DQ-RM-TANGGAL TO RUN-TGL-MULAI.
004340     MOVE DQ-RM-JAM TO RUN-JAM-MULAI.
004350     MOVE ZERO TO RUN-JML-BACA.
004360     MOVE ZERO TO RUN-JML-PROSES.
004370     MOVE ZERO TO RUN-JML-TOLAK.
004380     IF DQ-RUN-BOLEH
004390         MOVE "J" TO RUN-STATUS
004400         MOVE ZERO TO RUN-KODE
004410         MOVE ZERO TO RUN-TGL-SELESAI
004420         MOVE ZERO TO RUN-JAM-SELESAI
004430         MOVE SPACES TO RUN-KETERANGAN
004440     ELSE
004450         MOVE 12 TO DQ-RUN-KODE
004460         MOVE "T" TO RUN-STATUS
004470         MOVE DQ-RUN-KODE TO RUN-KODE
004480         MOVE DQ-RM-TANGGAL TO RUN-TGL-SELESAI
004490         MOVE DQ-RM-JAM TO RUN-JAM-SELESAI
004500         MOVE DQ-RUN-KETERANGAN TO RUN-KETERANGAN
004510         MOVE DQ-RUN-KODE TO RETURN-CODE
004520         DISPLAY "RUN DITOLAK: " DQ-RUN-KETERANGAN
004530     END-IF.
004540     REWRITE RUN-RECORD.
004550     IF NOT MHSRUN-OK
004560         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004570     END-IF.
004580     CLOSE MHSRUN-FILE.
004590 8700-EXIT.
004600     EXIT.
004610*
004620*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
004630*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
004640*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
004650*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
004660*
004670 8710-BACA-SIKLUS.
004680     MOVE "*SIKLUS*" TO RUN-PROGRAM.
004690     READ MHSRUN-FILE
004700         INVALID KEY
004710             MOVE SPACES TO RUN-KONTROL
004720             MOVE DQ-RM-TANGGAL TO RUN-C-SIKLUS
004730             MOVE DQ-RM-TANGGAL TO RUN-C-BUKA-TGL
004740             MOVE DQ-RM-JAM TO RUN-C-BUKA-JAM
004750             MOVE ZERO TO RUN-C-TAHUN
004760             MOVE ZERO TO RUN-C-TAHUN-TGL
004770             MOVE ZERO TO RUN-C-TAHUN-JAM
004780             MOVE ZERO TO RUN-C-TAHUN-TUTUP
004790             WRITE RUN-RECORD
004795             IF NOT MHSRUN-OK
004800                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
004805                     MHSRUN-STATUS
004810                 DISPLAY "RUN DITOLAK: "
004815                     "STATUS RUN TIDAK DAPAT DICATAT"
004820                 MOVE "N" TO DQ-RUN-SWITCH
004825                 MOVE 12 TO DQ-RUN-KODE
004830                 MOVE DQ-RUN-KODE TO RETURN-CODE
004835                 GO TO 8710-EXIT
004840             END-IF
004845     END-READ.
004850     MOVE RUN-C-SIKLUS TO DQ-RUN-SIKLUS.
004855     MOVE RUN-C-TAHUN-STATUS TO DQ-RUN-TAHUN-STATUS.
004860     IF RUN-C-TAHUN-BUKA
004865         MOVE RUN-C-TAHUN TO DQ-RUN-TAHUN
004870     ELSE
004875         MOVE ZERO TO DQ-RUN-TAHUN
004880     END-IF.
004885 8710-EXIT.
004890     EXIT.
004900*
004910 8720-RUN-BARU.
004920     MOVE SPACES TO RUN-DATA.
004930     MOVE ZERO TO RUN-KODE.
004940     MOVE ZERO TO RUN-OK-SIKLUS.
004950     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
004960     MOVE ZERO TO RUN-OK-TGL-MULAI.
004970     MOVE ZERO TO RUN-OK-JAM-MULAI.
004980     MOVE ZERO TO RUN-OK-TGL-SELESAI.
004990     MOVE ZERO TO RUN-OK-JAM-SELESAI.
005000     WRITE RUN-RECORD.
005010 8720-EXIT.
005020     EXIT.
005030*
005040*    ---------------------------------------------------------
005050*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
005060*    RUN UNTUK DICATAT DI MHSRUN.
005070*    ---------------------------------------------------------
005080*
005090 8780-RUN-HASIL.
005100     MOVE DQ-CHECKED-COUNT TO DQ-RUN-BACA.
005110     MOVE DQ-CHECKED-COUNT TO DQ-RUN-PROSES.
005120     COMPUTE DQ-RUN-TOLAK = DQ-BAD-DATE-COUNT
005130         + DQ-BLANK-NAMA-COUNT + DQ-BLANK-KELAS-COUNT
005140         + DQ-DUP-COUNT.
005150     IF DQ-RUN-KODE = ZERO
005160         AND DQ-RUN-TOLAK > ZERO
005170         MOVE 04 TO DQ-RUN-KODE
005180     END-IF.
005190 8780-EXIT.
005200     EXIT.
005210*
005220*    ---------------------------------------------------------
005230*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
005240*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
005250*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
005260*    CODE STEP.
005270*    ---------------------------------------------------------
005280*
005290 8790-RUN-SELESAI.
005300     MOVE DQ-RUN-KODE TO RETURN-CODE.
005310     OPEN I-O MHSRUN-FILE.
005320     IF NOT MHSRUN-OK
005330         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
005340             MHSRUN-STATUS
005350         GO TO 8790-EXIT
005360     END-IF.
005370     MOVE "MHSAUDIT" TO RUN-PROGRAM.
005380     READ MHSRUN-FILE
005390         INVALID KEY
005400             DISPLAY "RECORD RUN MHSAUDIT HILANG DARI MHSRUN"
005410             CLOSE MHSRUN-FILE
005420             GO TO 8790-EXIT
005430     END-READ.
005440     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
005450     ACCEPT RUN-JAM-SELESAI FROM TIME.
005460     MOVE DQ-RUN-KODE TO RUN-KODE.
005470     MOVE DQ-RUN-BACA TO RUN-JML-BACA.
005480     MOVE DQ-RUN-PROSES TO RUN-JML-PROSES.
005490     MOVE DQ-RUN-TOLAK TO RUN-JML-TOLAK.
005500     MOVE DQ-RUN-KETERANGAN TO RUN-KETERANGAN.
005510     IF DQ-RUN-KODE < 8
005520         MOVE "S" TO RUN-STATUS
005530         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
005540         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
005550         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
005560         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
005570         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
005580         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
005590     ELSE
005600         MOVE "G" TO RUN-STATUS
005610     END-IF.
005620     REWRITE RUN-RECORD.
005630     IF NOT MHSRUN-OK
005640         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
005650     END-IF.
005660     CLOSE MHSRUN-FILE.
005670     DISPLAY "MHSAUDIT SELESAI DENGAN KODE " DQ-RUN-KODE.
005680 8790-EXIT.
005690     EXIT.

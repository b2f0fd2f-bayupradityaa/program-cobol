000220*                     MHSMAST, DENGAN SALDO AWAL DIBAWA DARI
000230*                     FILE KONTROL RECONCTL DAN PERINGATAN
000240*                     BILA TIDAK SEIMBANG.
000241*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000242*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000243*                     JUMLAH ENTRI LOG DAN RECORD MASTER) UNTUK
000244*                     LAPORAN SIKLUS MHSSIKL. KODE SELESAI
000245*                     JUGA MENJADI RETURN CODE STEP.
000250*    ---------------------------------------------------------
000260*
000270*    BATCH JOB INI MEMBACA MHSLOG UNTUK SATU LOG-TANGGAL,
000340*    DIBUAT DAN SALDO AWAL DIHITUNG MUNDUR. PEMELIHARAAN MASTER
000350*    DI LUAR TUGAS1AP3 (MISALNYA INTAKE BATCH ATAU RELOAD)
000360*    AKAN TAMPAK SEBAGAI SELISIH - ITU MEMANG DISENGAJA.
000361*
000362*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000363*    RUNCTLR). KODE SELESAI 00 = SEIMBANG, 04 = TIDAK SEIMBANG,
000364*    08 = FILE TIDAK DAPAT DIBUKA, 12 = RUN DITOLAK KARENA
000365*    MHSRUN TIDAK DAPAT DIBUKA.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RECONRPT-STATUS.
000600
000601     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS RUN-PROGRAM
000605         FILE STATUS IS MHSRUN-STATUS.
000606
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  MHSLOG-FILE.
000730
000740 FD  RECONRPT-FILE.
000750 01  RPT-LINE                     PIC X(80).
000752
000754 FD  MHSRUN-FILE.
000756     COPY RUNCTLR.
000760
000770 WORKING-STORAGE SECTION.
000780 77  MHSLOG-STATUS                PIC XX    VALUE SPACES.
000970 77  RC-SALDO-HITUNG              PIC S9(08) VALUE ZERO.
000980 77  RC-TANGGAL-INPUT             PIC X(08) VALUE SPACES.
000990 77  RC-TANGGAL                   PIC 9(08) VALUE ZERO.
000991*
000992*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
000993*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
000994*
000995 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
000996     88  MHSRUN-OK                    VALUE "00".
000997 77  RC-RUN-SWITCH                PIC X(01) VALUE "Y".
000998     88  RC-RUN-BOLEH                 VALUE "Y".
000999 77  RC-RUN-KODE                  PIC 9(02) VALUE ZERO.
001000 77  RC-RUN-BACA                  PIC 9(07) VALUE ZERO.
001001 77  RC-RUN-PROSES                PIC 9(07) VALUE ZERO.
001002 77  RC-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001003 77  RC-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001004 77  RC-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001005 77  RC-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001006 77  RC-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001007 01  RC-RUN-MULAI.
001008     05  RC-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001009     05  RC-RM-JAM                PIC 9(08) VALUE ZERO.
001010
001011 01  RPT-TITLE-LINE               PIC X(50) VALUE
001020     "LAPORAN REKONSILIASI HARIAN MHSLOG - MHSMAST".
001030 01  RPT-TANGGAL-LINE.
001040     05  FILLER                  PIC X(25) VALUE
001430*    ===========================================================
001440*
001450 0000-MAINLINE.
001452     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001454     IF NOT RC-RUN-BOLEH
001456         STOP RUN
001458     END-IF.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     IF RC-INIT-OK
001480         PERFORM 2000-COUNT-LOG THRU 2000-EXIT
001520         PERFORM 4000-BALANCE-REPORT THRU 4000-EXIT
001530     END-IF.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001541     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001547     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001550     STOP RUN.
001560*
001570*    ---------------------------------------------------------
003120     ELSE
003130         WRITE RPT-LINE FROM RPT-SELISIH-LINE
003140         DISPLAY "PERINGATAN: REKONSILIASI TIDAK SEIMBANG."
003142         MOVE 04 TO RC-RUN-KODE
003144         MOVE "REKONSILIASI TIDAK SEIMBANG" TO RC-RUN-KETERANGAN
003150     END-IF.
003160
003170     MOVE RC-MASTER-COUNT TO RCTL-SALDO.
003310     CLOSE RECONRPT-FILE.
003320 9000-EXIT.
003330     EXIT.
003340*
003350*    ---------------------------------------------------------
003360*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
003370*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
003380*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
003390*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
003400*    ---------------------------------------------------------
003410*
003420 8700-RUN-MULAI.
003430     ACCEPT RC-RM-TANGGAL FROM DATE YYYYMMDD.
003440     ACCEPT RC-RM-JAM FROM TIME.
003450     OPEN I-O MHSRUN-FILE.
003460     IF MHSRUN-STATUS = "35"
003470         OPEN OUTPUT MHSRUN-FILE
003480         CLOSE MHSRUN-FILE
003490         OPEN I-O MHSRUN-FILE
003500     END-IF.
003510     IF NOT MHSRUN-OK
003520         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
003530             MHSRUN-STATUS
003540         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
003550         MOVE "N" TO RC-RUN-SWITCH
003560         MOVE 12 TO RC-RUN-KODE
003570         MOVE RC-RUN-KODE TO RETURN-CODE
003580         GO TO 8700-EXIT
003590     END-IF.
003600     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
003601     IF NOT RC-RUN-BOLEH
003602         CLOSE MHSRUN-FILE
003603         GO TO 8700-EXIT
003604     END-IF.
003610     MOVE "MHSRECON" TO RUN-PROGRAM.
003620     READ MHSRUN-FILE
003630         INVALID KEY
003640             PERFORM 8720-RUN-BARU THRU 8720-EXIT
003650     END-READ.
003660     MOVE RC-RUN-SIKLUS TO RUN-SIKLUS.
003670     MOVE RC-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
003680     MOVE RC-RM-TANGGAL TO RUN-TGL-MULAI.
003690     MOVE RC-RM-JAM TO RUN-JAM-MULAI.
003700     MOVE ZERO TO RUN-JML-BACA.
003710     MOVE ZERO TO RUN-JML-PROSES.
003720     MOVE ZERO TO RUN-JML-TOLAK.
003730     IF RC-RUN-BOLEH
003740         MOVE "J" TO RUN-STATUS
003750         MOVE ZERO TO RUN-KODE
003760         MOVE ZERO TO RUN-TGL-SELESAI
003770         MOVE ZERO TO RUN-JAM-SELESAI
003780         MOVE SPACES TO RUN-KETERANGAN
003790     ELSE
003800         MOVE 12 TO RC-RUN-KODE
003810         MOVE "T" TO RUN-STATUS
003820         MOVE RC-RUN-KODE TO RUN-KODE
003830         MOVE RC-RM-TANGGAL TO RUN-TGL-SELESAI
003840         MOVE RC-RM-JAM TO RUN-JAM-SELESAI
003850         MOVE RC-RUN-KETERANGAN TO RUN-KETERANGAN
003860         MOVE RC-RUN-KODE TO RETURN-CODE
003870         DISPLAY "RUN DITOLAK: " RC-RUN-KETERANGAN
003880     END-IF.
003890     REWRITE RUN-RECORD.
003900     IF NOT MHSRUN-OK
003910         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
003920     END-IF.
003930     CLOSE MHSRUN-FILE.
003940 8700-EXIT.
003950     EXIT.
003960*
003970*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
003980*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
003990*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
004000*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
004010*
004020 8710-BACA-SIKLUS.
004030     MOVE "*SIKLUS*" TO RUN-PROGRAM.
004040     READ MHSRUN-FILE
004050         INVALID KEY
004060             MOVE SPACES TO RUN-KONTROL
004070             MOVE RC-RM-TANGGAL TO RUN-C-SIKLUS
004080             MOVE RC-RM-TANGGAL TO RUN-C-BUKA-TGL
004090             MOVE RC-RM-JAM TO RUN-C-BUKA-JAM
004100             MOVE ZERO TO RUN-C-TAHUN
004110             MOVE ZERO TO RUN-C-TAHUN-TGL
004120             MOVE ZERO TO RUN-C-TAHUN-JAM
004130             MOVE ZERO TO RUN-C-TAHUN-TUTUP
004140             WRITE RUN-RECORD
004145             IF NOT MHSRUN-OK
004150                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
004155                     MHSRUN-STATUS
004160                 DISPLAY "RUN DITOLAK: "
004165                     "STATUS RUN TIDAK DAPAT DICATAT"
004170                 MOVE "N" TO RC-RUN-SWITCH
004175                 MOVE 12 TO RC-RUN-KODE
004180                 MOVE RC-RUN-KODE TO RETURN-CODE
004185                 GO TO 8710-EXIT
004190             END-IF
004195     END-READ.
004200     MOVE RUN-C-SIKLUS TO RC-RUN-SIKLUS.
004205     MOVE RUN-C-TAHUN-STATUS TO RC-RUN-TAHUN-STATUS.
004210     IF RUN-C-TAHUN-BUKA
004215         MOVE RUN-C-TAHUN TO RC-RUN-TAHUN
004220     ELSE
004225         MOVE ZERO TO RC-RUN-TAHUN
004230     END-IF.
004235 8710-EXIT.
004240     EXIT.
004250*
004260 8720-RUN-BARU.
004270     MOVE SPACES TO RUN-DATA.
004280     MOVE ZERO TO RUN-KODE.
004290     MOVE ZERO TO RUN-OK-SIKLUS.
004300     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
004310     MOVE ZERO TO RUN-OK-TGL-MULAI.
004320     MOVE ZERO TO RUN-OK-JAM-MULAI.
004330     MOVE ZERO TO RUN-OK-TGL-SELESAI.
004340     MOVE ZERO TO RUN-OK-JAM-SELESAI.
004350     WRITE RUN-RECORD.
004360 8720-EXIT.
004370     EXIT.
004371*
004372*    ---------------------------------------------------------
004373*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
004374*    RUN UNTUK DICATAT DI MHSRUN.
004375*    ---------------------------------------------------------
004376*
004377 8780-RUN-HASIL.
004378     IF NOT RC-INIT-OK
004379         MOVE 08 TO RC-RUN-KODE
004380     END-IF.
004381     COMPUTE RC-RUN-BACA = RC-SAVED-COUNT + RC-UBAH-COUNT
004382         + RC-HAPUS-COUNT.
004383     MOVE RC-MASTER-COUNT TO RC-RUN-PROSES.
004384 8780-EXIT.
004385     EXIT.
004386*
004390*    ---------------------------------------------------------
004400*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
004410*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
004420*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
004430*    CODE STEP.
004440*    ---------------------------------------------------------
004450*
004460 8790-RUN-SELESAI.
004470     MOVE RC-RUN-KODE TO RETURN-CODE.
004480     OPEN I-O MHSRUN-FILE.
004490     IF NOT MHSRUN-OK
004500         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004510             MHSRUN-STATUS
004520         GO TO 8790-EXIT
004530     END-IF.
004540     MOVE "MHSRECON" TO RUN-PROGRAM.
004550     READ MHSRUN-FILE
004560         INVALID KEY
004570             DISPLAY "RECORD RUN MHSRECON HILANG DARI MHSRUN"
004580             CLOSE MHSRUN-FILE
004590             GO TO 8790-EXIT
004600     END-READ.
004610     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
004620     ACCEPT RUN-JAM-SELESAI FROM TIME.
004630     MOVE RC-RUN-KODE TO RUN-KODE.
004640     MOVE RC-RUN-BACA TO RUN-JML-BACA.
004650     MOVE RC-RUN-PROSES TO RUN-JML-PROSES.
004660     MOVE RC-RUN-TOLAK TO RUN-JML-TOLAK.
004670     MOVE RC-RUN-KETERANGAN TO RUN-KETERANGAN.
004680     IF RC-RUN-KODE < 8
004690         MOVE "S" TO RUN-STATUS
004700         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
004710         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
004720         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
004730         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
004740         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
004750         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
004760     ELSE
004770         MOVE "G" TO RUN-STATUS
004780     END-IF.
004790     REWRITE RUN-RECORD.
004800     IF NOT MHSRUN-OK
004810         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004820     END-IF.
004830     CLOSE MHSRUN-FILE.
004840     DISPLAY "MHSRECON SELESAI DENGAN KODE " RC-RUN-KODE.
004850 8790-EXIT.
004860     EXIT.

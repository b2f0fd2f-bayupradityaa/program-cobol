000290*                     DAN TRAILER "Z" (TANGGAL BATCH + JUMLAH
000300*                     PER KODE AKSI), SESUAI BALANCING BATCH
000310*                     YANG KINI DIWAJIBKAN MHSINTAK.
000311*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000312*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000313*                     JUMLAH BARIS/SAMA/BERBEDA) UNTUK LAPORAN
000314*                     SIKLUS MHSSIKL. KODE SELESAI JUGA MENJADI
000315*                     RETURN CODE STEP.
000320*    ---------------------------------------------------------
000330*
000340*    FILE CAMPCSV: BARIS HEADER "NPM,NAMA,...", SATU BARIS PER
000430*    HANYA FIELD YANG BERBEDA YANG DIISI) SUPAYA PERBAIKAN
000440*    MASUK LEWAT JALUR MHSINTAK YANG TERAUDIT, BUKAN DIKETIK
000450*    ULANG. SISI KAMPUS DIANGGAP OTORITATIF UNTUK KOREKSI INI.
000451*
000452*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000453*    RUNCTLR). KODE SELESAI 00 = SEMUA SAMA, 04 = ADA PERBEDAAN
000454*    ATAU BARIS KONTROL CSV TIDAK COCOK, 08 = FILE TIDAK DAPAT
000455*    DIBUKA, 12 = RUN DITOLAK KARENA MHSRUN TIDAK DAPAT DIBUKA.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS COMPRPT-STATUS.
000680
000681     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS RUN-PROGRAM
000685         FILE STATUS IS MHSRUN-STATUS.
000686
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CAMPCSV-FILE.
000790
000800 FD  COMPRPT-FILE.
000810 01  RPT-LINE                     PIC X(80).
000812
000814 FD  MHSRUN-FILE.
000816     COPY RUNCTLR.
000820
000830 WORKING-STORAGE SECTION.
000840 77  CAMPCSV-STATUS               PIC XX    VALUE SPACES.
001100     88  CM-TRAILER-SEEN              VALUE "Y".
001110 77  CM-TRAILER-TEXT              PIC X(05) VALUE SPACES.
001120 77  CM-TANGGAL-RUN               PIC 9(08) VALUE ZERO.
001121*
001122*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
001123*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
001124*
001125 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
001126     88  MHSRUN-OK                    VALUE "00".
001127 77  CM-RUN-SWITCH                PIC X(01) VALUE "Y".
001128     88  CM-RUN-BOLEH                 VALUE "Y".
001129 77  CM-RUN-KODE                  PIC 9(02) VALUE ZERO.
001130 77  CM-RUN-BACA                  PIC 9(07) VALUE ZERO.
001131 77  CM-RUN-PROSES                PIC 9(07) VALUE ZERO.
001132 77  CM-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001133 77  CM-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001134 77  CM-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001135 77  CM-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001136 77  CM-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001137 01  CM-RUN-MULAI.
001138     05  CM-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001139     05  CM-RM-JAM                PIC 9(08) VALUE ZERO.
001140*
001141*    FIELD HASIL URAI SATU BARIS CSV KAMPUS. NAMA/KELAS/HOBI
001150*    DATANG TANPA SPASI BELAKANG; MOVE KE FIELD TETAP INI
001160*    MENAMBAH SPASI SEHINGGA SEBANDING DENGAN ISI MASTER.
001170*
001820*    ===========================================================
001830*
001840 0000-MAINLINE.
001842     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001844     IF NOT CM-RUN-BOLEH
001846         STOP RUN
001848     END-IF.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     IF CM-INIT-OK
001870         PERFORM 2000-BACA-CSV THRU 2000-EXIT
001900         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001910     END-IF.
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001922     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001924     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001930     STOP RUN.
001940*
001950*    ---------------------------------------------------------
004610     IF NOT CM-TRAILER-SEEN
004620         WRITE RPT-LINE FROM RPT-NO-TRAILER-LINE
004630         DISPLAY "PERINGATAN: BARIS KONTROL TOTAL TIDAK ADA."
004632         MOVE 04 TO CM-RUN-KODE
004634         MOVE "BARIS KONTROL TOTAL CAMPCSV TIDAK ADA"
004636             TO CM-RUN-KETERANGAN
004640     ELSE
004650         IF CM-TRAILER-COUNT NOT = CM-ROW-COUNT
004660             WRITE RPT-LINE FROM RPT-TRAILER-BEDA-LINE
004670             DISPLAY "PERINGATAN: JUMLAH BARIS TIDAK COCOK "
004680                 "DENGAN TOTAL KAMPUS."
004682             MOVE 04 TO CM-RUN-KODE
004684             MOVE "JUMLAH BARIS CAMPCSV TIDAK COCOK"
004686                 TO CM-RUN-KETERANGAN
004690         END-IF
004700     END-IF.
004710     DISPLAY "PEMBANDINGAN SELESAI: " CM-BEDA-COUNT " BEDA, "
004890     CLOSE COMPRPT-FILE.
004900 9000-EXIT.
004910     EXIT.
004920*
004930*    ---------------------------------------------------------
004940*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
004950*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
004960*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
004970*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
004980*    ---------------------------------------------------------
004990*
005000 8700-RUN-MULAI.
005010     ACCEPT CM-RM-TANGGAL FROM DATE YYYYMMDD.
005020     ACCEPT CM-RM-JAM FROM TIME.
005030     OPEN I-O MHSRUN-FILE.
005040     IF MHSRUN-STATUS = "35"
005050         OPEN OUTPUT MHSRUN-FILE
005060         CLOSE MHSRUN-FILE
005070         OPEN I-O MHSRUN-FILE
005080     END-IF.
005090     IF NOT MHSRUN-OK
005100         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
005110             MHSRUN-STATUS
005120         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
005130         MOVE "N" TO CM-RUN-SWITCH
005140         MOVE 12 TO CM-RUN-KODE
005150         MOVE CM-RUN-KODE TO RETURN-CODE
005160         GO TO 8700-EXIT
005170     END-IF.
005180     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
005181     IF NOT CM-RUN-BOLEH
005182         CLOSE MHSRUN-FILE
005183         GO TO 8700-EXIT
005184     END-IF.
005190     MOVE "MHSCOMP" TO RUN-PROGRAM.
005200     READ MHSRUN-FILE
005210         INVALID KEY
005220             PERFORM 8720-RUN-BARU THRU 8720-EXIT
005230     END-READ.
005240     MOVE CM-RUN-SIKLUS TO RUN-SIKLUS.
005250     MOVE CM-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
005260     MOVE CM-RM-TANGGAL TO RUN-TGL-MULAI.
005270     MOVE CM-RM-JAM TO RUN-JAM-MULAI.
005280     MOVE ZERO TO RUN-JML-BACA.
005290     MOVE ZERO TO RUN-JML-PROSES.
005300     MOVE ZERO TO RUN-JML-TOLAK.
005310     IF CM-RUN-BOLEH
005320         MOVE "J" TO RUN-STATUS
005330         MOVE ZERO TO RUN-KODE
005340         MOVE ZERO TO RUN-TGL-SELESAI
005350         MOVE ZERO TO RUN-JAM-SELESAI
005360         MOVE SPACES TO RUN-KETERANGAN
005370     ELSE
005380         MOVE 12 TO CM-RUN-KODE
005390         MOVE "T" TO RUN-STATUS
005400         MOVE CM-RUN-KODE TO RUN-KODE
005410         MOVE CM-RM-TANGGAL TO RUN-TGL-SELESAI
005420         MOVE CM-RM-JAM TO RUN-JAM-SELESAI
005430         MOVE CM-RUN-KETERANGAN TO RUN-KETERANGAN
005440         MOVE CM-RUN-KODE TO RETURN-CODE
005450         DISPLAY "RUN DITOLAK: " CM-RUN-KETERANGAN
005460     END-IF.
005470     REWRITE RUN-RECORD.
005480     IF NOT MHSRUN-OK
005490         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
005500     END-IF.
005510     CLOSE MHSRUN-FILE.
005520 8700-EXIT.
005530     EXIT.
005540*
005550*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
005560*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
005570*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
005580*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
005590*
005600 8710-BACA-SIKLUS.
005610     MOVE "*SIKLUS*" TO RUN-PROGRAM.
005620     READ MHSRUN-FILE
005630         INVALID KEY
005640             MOVE SPACES TO RUN-KONTROL
005650             MOVE CM-RM-TANGGAL TO RUN-C-SIKLUS
005660             MOVE CM-RM-TANGGAL TO RUN-C-BUKA-TGL
005670             MOVE CM-RM-JAM TO RUN-C-BUKA-JAM
005680             MOVE ZERO TO RUN-C-TAHUN
005690             MOVE ZERO TO RUN-C-TAHUN-TGL
005700             MOVE ZERO TO RUN-C-TAHUN-JAM
005710             MOVE ZERO TO RUN-C-TAHUN-TUTUP
005720             WRITE RUN-RECORD
005725             IF NOT MHSRUN-OK
005730                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
005735                     MHSRUN-STATUS
005740                 DISPLAY "RUN DITOLAK: "
005745                     "STATUS RUN TIDAK DAPAT DICATAT"
005750                 MOVE "N" TO CM-RUN-SWITCH
005755                 MOVE 12 TO CM-RUN-KODE
005760                 MOVE CM-RUN-KODE TO RETURN-CODE
005765                 GO TO 8710-EXIT
005770             END-IF
005775     END-READ.
005780     MOVE RUN-C-SIKLUS TO CM-RUN-SIKLUS.
005785     MOVE RUN-C-TAHUN-STATUS TO CM-RUN-TAHUN-STATUS.
005790     IF RUN-C-TAHUN-BUKA
005795         MOVE RUN-C-TAHUN TO CM-RUN-TAHUN
005800     ELSE
005805         MOVE ZERO TO CM-RUN-TAHUN
005810     END-IF.
005815 8710-EXIT.
005820     EXIT.
005830*
005840 8720-RUN-BARU.
005850     MOVE SPACES TO RUN-DATA.
005860     MOVE ZERO TO RUN-KODE.
005870     MOVE ZERO TO RUN-OK-SIKLUS.
005880     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
005890     MOVE ZERO TO RUN-OK-TGL-MULAI.
005900     MOVE ZERO TO RUN-OK-JAM-MULAI.
005910     MOVE ZERO TO RUN-OK-TGL-SELESAI.
005920     MOVE ZERO TO RUN-OK-JAM-SELESAI.
005930     WRITE RUN-RECORD.
005940 8720-EXIT.
005950     EXIT.
005960*
005970*    ---------------------------------------------------------
005980*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
005990*    RUN UNTUK DICATAT DI MHSRUN.
006000*    ---------------------------------------------------------
006010*
006020 8780-RUN-HASIL.
006030     IF NOT CM-INIT-OK
006040         MOVE 08 TO CM-RUN-KODE
006050     END-IF.
006060     MOVE CM-ROW-COUNT TO CM-RUN-BACA.
006070     MOVE CM-SAMA-COUNT TO CM-RUN-PROSES.
006080     COMPUTE CM-RUN-TOLAK = CM-BEDA-COUNT
006090         + CM-KAMPUS-ONLY-COUNT + CM-KITA-ONLY-COUNT.
006100     IF CM-RUN-KODE = ZERO
006110         AND CM-RUN-TOLAK > ZERO
006120         MOVE 04 TO CM-RUN-KODE
006130     END-IF.
006140 8780-EXIT.
006150     EXIT.
006160*
006170*    ---------------------------------------------------------
006180*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
006190*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
006200*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
006210*    CODE STEP.
006220*    ---------------------------------------------------------
006230*
006240 8790-RUN-SELESAI.
006250     MOVE CM-RUN-KODE TO RETURN-CODE.
006260     OPEN I-O MHSRUN-FILE.
006270     IF NOT MHSRUN-OK
006280         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
006290             MHSRUN-STATUS
006300         GO TO 8790-EXIT
006310     END-IF.
006320     MOVE "MHSCOMP" TO RUN-PROGRAM.
006330     READ MHSRUN-FILE
006340         INVALID KEY
006350             DISPLAY "RECORD RUN MHSCOMP HILANG DARI MHSRUN"
006360             CLOSE MHSRUN-FILE
006370             GO TO 8790-EXIT
006380     END-READ.
006390     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
006400     ACCEPT RUN-JAM-SELESAI FROM TIME.
006410     MOVE CM-RUN-KODE TO RUN-KODE.
006420     MOVE CM-RUN-BACA TO RUN-JML-BACA.
006430     MOVE CM-RUN-PROSES TO RUN-JML-PROSES.
006440     MOVE CM-RUN-TOLAK TO RUN-JML-TOLAK.
006450     MOVE CM-RUN-KETERANGAN TO RUN-KETERANGAN.
006460     IF CM-RUN-KODE < 8
006470         MOVE "S" TO RUN-STATUS
006480         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
006490         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
006500         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
006510         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
006520         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
006530         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
006540     ELSE
006550         MOVE "G" TO RUN-STATUS
006560     END-IF.
006570     REWRITE RUN-RECORD.
006580     IF NOT MHSRUN-OK
006590         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
006600     END-IF.
006610     CLOSE MHSRUN-FILE.
006620     DISPLAY "MHSCOMP SELESAI DENGAN KODE " CM-RUN-KODE.
006630 8790-EXIT.
006640     EXIT.

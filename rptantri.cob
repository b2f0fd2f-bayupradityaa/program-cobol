000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RPTANTRI.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - DAFTAR TUNGGU PER KELAS
000210*                     UNTUK KANTOR REGISTRASI: POSISI ANTRIAN,
000220*                     TANGGAL/JAM MASUK, NPM, NAMA DAN SUMBER
000230*                     ENTRI, DENGAN KAPASITAS DAN ISI KELAS.
000240*    ---------------------------------------------------------
000250*
000260*    BATCH JOB INI MEMBACA DAFTAR TUNGGU MHSANTRI (COPYBOOK
000270*    ANTRIR) URUT KEY PRIMER (KELAS, TANGGAL, JAM) DAN MENCETAK
000280*    ENTRI YANG MASIH MENUNGGU KE ANTRRPT, SATU HALAMAN BARU PER
000290*    KELAS. POSISI 1 ADALAH YANG PERTAMA DIDAFTARKAN MHSALOK
000300*    BEGITU ADA KURSI KOSONG. ENTRI YANG SUDAH DIDAFTARKAN ATAU
000310*    DIBATALKAN TIDAK DICETAK. KAPASITAS DIBACA DARI KELASREF,
000320*    ISI KELAS DIHITUNG DARI MHSMAST LEWAT ALTERNATE KEY
000330*    MHS-KELAS. DAFTAR INI HANYA MEMBACA, TIDAK ADA FILE YANG
000340*    DIUBAH.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MHSANTRI-FILE ASSIGN TO MHSANTRI
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ANT-KEY
000430         ALTERNATE RECORD KEY IS ANT-NPM WITH DUPLICATES
000440         FILE STATUS IS MHSANTRI-STATUS.
000450
000460     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MHS-NPM
000500         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000510         FILE STATUS IS MHSMAST-STATUS.
000520
000530     SELECT KELASREF-FILE ASSIGN TO KELASREF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS KLS-KODE
000570         FILE STATUS IS KELASREF-STATUS.
000580
000590     SELECT ANTRRPT-FILE ASSIGN TO ANTRRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ANTRRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  MHSANTRI-FILE.
000660     COPY ANTRIR.
000670
000680 FD  MHSMAST-FILE.
000690     COPY MHSREC.
000700
000710 FD  KELASREF-FILE.
000720     COPY KELASR.
000730
000740 FD  ANTRRPT-FILE.
000750 01  RPT-LINE                     PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 77  MHSANTRI-STATUS              PIC XX    VALUE SPACES.
000790     88  MHSANTRI-OK                  VALUE "00".
000800 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000810     88  MHSMAST-OK                   VALUE "00".
000820 77  KELASREF-STATUS              PIC XX    VALUE SPACES.
000830     88  KELASREF-OK                  VALUE "00".
000840 77  ANTRRPT-STATUS               PIC XX    VALUE SPACES.
000850 77  RA-INIT-SWITCH               PIC X(01) VALUE "N".
000860     88  RA-INIT-OK                   VALUE "Y".
000870 77  RA-EOF-SWITCH                PIC X(01) VALUE "N".
000880     88  RA-END-OF-FILE               VALUE "Y".
000890 77  RA-KLS-EOF-SWITCH            PIC X(01) VALUE "N".
000900     88  RA-KLS-END-OF-FILE           VALUE "Y".
000910 77  RA-FIRST-SWITCH              PIC X(01) VALUE "Y".
000920     88  RA-FIRST-GROUP               VALUE "Y".
000930 77  RA-BREAK-KELAS               PIC A(05) VALUE SPACES.
000940 77  RA-PAGE-NO                   PIC 9(03) VALUE ZERO.
000950 77  RA-LINE-COUNT                PIC 9(02) VALUE ZERO.
000960 77  RA-LINES-PER-PAGE            PIC 9(02) VALUE 20.
000970 77  RA-POSISI                    PIC 9(05) VALUE ZERO.
000980 77  RA-GRAND-TOTAL               PIC 9(05) VALUE ZERO.
000990 77  RA-KELAS-COUNT               PIC 9(04) VALUE ZERO.
001000 77  RA-ISI-KELAS                 PIC 9(03) VALUE ZERO.
001010 77  RA-KAPASITAS                 PIC 9(03) VALUE ZERO.
001020 01  RA-JAM-KERJA.
001030     05  RA-JAM-HH                PIC 9(02).
001040     05  RA-JAM-MM                PIC 9(02).
001050     05  RA-JAM-SS                PIC 9(02).
001060     05  RA-JAM-CC                PIC 9(02).
001070
001080 01  RPT-HEADER-1.
001090     05  FILLER                  PIC X(30) VALUE
001100         "DAFTAR TUNGGU KELAS".
001110     05  FILLER                  PIC X(10) VALUE "HALAMAN : ".
001120     05  RPT-H1-PAGE             PIC ZZ9.
001130 01  RPT-HEADER-2.
001140     05  FILLER                  PIC X(08) VALUE "KELAS : ".
001150     05  RPT-H2-KELAS            PIC A(05).
001160     05  FILLER                  PIC X(14) VALUE "  KAPASITAS : ".
001170     05  RPT-H2-KAPASITAS        PIC ZZ9.
001180     05  FILLER                  PIC X(08) VALUE "  ISI : ".
001190     05  RPT-H2-ISI              PIC ZZ9.
001200 01  RPT-HEADER-3.
001210     05  FILLER                  PIC X(28) VALUE
001220         "POSISI  TANGGAL   JAM       ".
001230     05  FILLER                  PIC X(33) VALUE
001240         "NPM       NAMA             SUMBER".
001250 01  RPT-DETAIL-LINE.
001260     05  RPT-D-POSISI            PIC ZZZZ9.
001270     05  FILLER                  PIC X(03) VALUE SPACES.
001280     05  RPT-D-TANGGAL           PIC 9(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  RPT-D-JAM-HH            PIC 9(02).
001310     05  FILLER                  PIC X(01) VALUE ":".
001320     05  RPT-D-JAM-MM            PIC 9(02).
001330     05  FILLER                  PIC X(01) VALUE ":".
001340     05  RPT-D-JAM-SS            PIC 9(02).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  RPT-D-NPM               PIC X(08).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  RPT-D-NAMA              PIC A(15).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  RPT-D-SUMBER            PIC X(08).
001410 01  RPT-KELAS-TOTAL-LINE.
001420     05  FILLER                  PIC X(03) VALUE SPACES.
001430     05  FILLER                  PIC X(20) VALUE
001440         "JUMLAH MENUNGGU  : ".
001450     05  RPT-T-COUNT             PIC ZZZ9.
001460 01  RPT-GRAND-TOTAL-LINE.
001470     05  FILLER                  PIC X(25) VALUE
001480         "TOTAL SELURUH MENUNGGU: ".
001490     05  RPT-G-COUNT             PIC ZZZZ9.
001500 01  RPT-KOSONG-LINE             PIC X(40) VALUE
001510     "TIDAK ADA MAHASISWA YANG MENUNGGU.".
001520
001530 PROCEDURE DIVISION.
001540*
001550*    ===========================================================
001560*    0000-MAINLINE - BUKA FILE, BACA DAFTAR TUNGGU URUT KELAS
001570*    DAN ANTRIAN, CETAK PER KELAS DENGAN POSISI ANTRIAN.
001580*    ===========================================================
001590*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     IF RA-INIT-OK
001630         PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
001640             UNTIL RA-END-OF-FILE
001650         IF NOT RA-FIRST-GROUP
001660             PERFORM 2900-KELAS-TOTAL THRU 2900-EXIT
001670         END-IF
001680         PERFORM 2950-GRAND-TOTAL THRU 2950-EXIT
001690     END-IF.
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001710     STOP RUN.
001720*
001730*    ---------------------------------------------------------
001740*    1000-INITIALIZE - BUKA DAFTAR TUNGGU, MASTER, REFERENSI
001750*    KELAS DAN LAPORAN, LALU POSISIKAN PEMBACAAN PADA AWAL
001760*    DAFTAR TUNGGU. DAFTAR TUNGGU YANG BELUM ADA DICETAK
001770*    SEBAGAI KOSONG.
001780*    ---------------------------------------------------------
001790*
001800 1000-INITIALIZE.
001810     OPEN OUTPUT ANTRRPT-FILE.
001820     OPEN INPUT MHSANTRI-FILE.
001830     IF MHSANTRI-STATUS = "35"
001840         MOVE SPACES TO RPT-LINE
001850         WRITE RPT-LINE FROM RPT-KOSONG-LINE
001860         GO TO 1000-EXIT
001870     END-IF.
001880     IF NOT MHSANTRI-OK
001890         DISPLAY "ERROR BUKA DAFTAR TUNGGU, STATUS = "
001900             MHSANTRI-STATUS
001910         GO TO 1000-EXIT
001920     END-IF.
001930     OPEN INPUT MHSMAST-FILE.
001940     IF NOT MHSMAST-OK
001950         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001960             MHSMAST-STATUS
001970         GO TO 1000-EXIT
001980     END-IF.
001990     OPEN INPUT KELASREF-FILE.
002000     IF NOT KELASREF-OK
002010         DISPLAY "ERROR BUKA FILE REFERENSI KELAS, STATUS = "
002020             KELASREF-STATUS
002030         GO TO 1000-EXIT
002040     END-IF.
002050
002060     MOVE SPACES TO ANT-KELAS.
002070     MOVE ZERO TO ANT-TANGGAL ANT-JAM.
002080     MOVE LOW-VALUES TO ANT-NPM.
002090     START MHSANTRI-FILE KEY NOT < ANT-KEY
002100         INVALID KEY
002110             MOVE "Y" TO RA-EOF-SWITCH
002120     END-START.
002130     SET RA-INIT-OK TO TRUE.
002140 1000-EXIT.
002150     EXIT.
002160*
002170*    ---------------------------------------------------------
002180*    2100-PROCESS-ONE-RECORD - BACA ENTRI BERIKUT, LEWATI YANG
002190*    TIDAK MENUNGGU, CETAK DETAIL DENGAN BREAK SETIAP GANTI
002200*    KELAS. POSISI DIHITUNG ULANG DARI 1 PADA SETIAP KELAS.
002210*    ---------------------------------------------------------
002220*
002230 2100-PROCESS-ONE-RECORD.
002240     READ MHSANTRI-FILE NEXT RECORD
002250         AT END
002260             MOVE "Y" TO RA-EOF-SWITCH
002270             GO TO 2100-EXIT
002280     END-READ.
002290     IF NOT ANT-MENUNGGU
002300         GO TO 2100-EXIT
002310     END-IF.
002320
002330     IF RA-FIRST-GROUP
002340         MOVE "N" TO RA-FIRST-SWITCH
002350         PERFORM 2150-BUKA-KELAS THRU 2150-EXIT
002360     ELSE
002370         IF ANT-KELAS NOT = RA-BREAK-KELAS
002380             PERFORM 2900-KELAS-TOTAL THRU 2900-EXIT
002390             PERFORM 2150-BUKA-KELAS THRU 2150-EXIT
002400         END-IF
002410     END-IF.
002420     IF RA-LINE-COUNT >= RA-LINES-PER-PAGE
002430         PERFORM 2200-NEW-PAGE THRU 2200-EXIT
002440     END-IF.
002450     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
002460 2100-EXIT.
002470     EXIT.
002480*
002490*    ---------------------------------------------------------
002500*    2150-BUKA-KELAS - AWAL KELAS BARU: AMBIL KAPASITAS DARI
002510*    KELASREF (NOL BILA KELAS TIDAK ADA), HITUNG ISI KELAS DI
002520*    MASTER, MULAI HALAMAN BARU.
002530*    ---------------------------------------------------------
002540*
002550 2150-BUKA-KELAS.
002560     MOVE ANT-KELAS TO RA-BREAK-KELAS.
002570     MOVE ZERO TO RA-POSISI RA-KELAS-COUNT RA-KAPASITAS.
002580     MOVE ANT-KELAS TO KLS-KODE.
002590     READ KELASREF-FILE
002600         NOT INVALID KEY
002610             MOVE KLS-KAPASITAS TO RA-KAPASITAS
002620     END-READ.
002630     PERFORM 2160-HITUNG-ISI-KELAS THRU 2160-EXIT.
002640     PERFORM 2200-NEW-PAGE THRU 2200-EXIT.
002650 2150-EXIT.
002660     EXIT.
002670
002680 2160-HITUNG-ISI-KELAS.
002690     MOVE ZERO TO RA-ISI-KELAS.
002700     MOVE RA-BREAK-KELAS TO MHS-KELAS.
002710     START MHSMAST-FILE KEY NOT < MHS-KELAS
002720         INVALID KEY
002730             GO TO 2160-EXIT
002740     END-START.
002750     MOVE "N" TO RA-KLS-EOF-SWITCH.
002760     PERFORM 2165-HITUNG-ONE THRU 2165-EXIT
002770         UNTIL RA-KLS-END-OF-FILE.
002780 2160-EXIT.
002790     EXIT.
002800
002810 2165-HITUNG-ONE.
002820     READ MHSMAST-FILE NEXT RECORD
002830         AT END
002840             MOVE "Y" TO RA-KLS-EOF-SWITCH
002850             GO TO 2165-EXIT
002860     END-READ.
002870     IF MHS-KELAS = RA-BREAK-KELAS
002880         ADD 1 TO RA-ISI-KELAS
002890     ELSE
002900         MOVE "Y" TO RA-KLS-EOF-SWITCH
002910     END-IF.
002920 2165-EXIT.
002930     EXIT.
002940
002950 2200-NEW-PAGE.
002960     ADD 1 TO RA-PAGE-NO.
002970     MOVE RA-PAGE-NO TO RPT-H1-PAGE.
002980     MOVE SPACES TO RPT-LINE.
002990     WRITE RPT-LINE FROM RPT-HEADER-1.
003000     MOVE RA-BREAK-KELAS TO RPT-H2-KELAS.
003010     MOVE RA-KAPASITAS TO RPT-H2-KAPASITAS.
003020     MOVE RA-ISI-KELAS TO RPT-H2-ISI.
003030     MOVE SPACES TO RPT-LINE.
003040     WRITE RPT-LINE FROM RPT-HEADER-2.
003050     MOVE SPACES TO RPT-LINE.
003060     WRITE RPT-LINE.
003070     MOVE SPACES TO RPT-LINE.
003080     WRITE RPT-LINE FROM RPT-HEADER-3.
003090     MOVE ZERO TO RA-LINE-COUNT.
003100 2200-EXIT.
003110     EXIT.
003120
003130 2300-WRITE-DETAIL.
003140     ADD 1 TO RA-POSISI.
003150     MOVE RA-POSISI TO RPT-D-POSISI.
003160     MOVE ANT-TANGGAL TO RPT-D-TANGGAL.
003170     MOVE ANT-JAM TO RA-JAM-KERJA.
003180     MOVE RA-JAM-HH TO RPT-D-JAM-HH.
003190     MOVE RA-JAM-MM TO RPT-D-JAM-MM.
003200     MOVE RA-JAM-SS TO RPT-D-JAM-SS.
003210     MOVE ANT-NPM TO RPT-D-NPM.
003220     MOVE ANT-NAMA TO RPT-D-NAMA.
003230     MOVE ANT-SUMBER TO RPT-D-SUMBER.
003240     MOVE SPACES TO RPT-LINE.
003250     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003260     ADD 1 TO RA-LINE-COUNT.
003270     ADD 1 TO RA-KELAS-COUNT.
003280     ADD 1 TO RA-GRAND-TOTAL.
003290 2300-EXIT.
003300     EXIT.
003310
003320 2900-KELAS-TOTAL.
003330     MOVE RA-KELAS-COUNT TO RPT-T-COUNT.
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE FROM RPT-KELAS-TOTAL-LINE.
003360     MOVE SPACES TO RPT-LINE.
003370     WRITE RPT-LINE.
003380 2900-EXIT.
003390     EXIT.
003400
003410 2950-GRAND-TOTAL.
003420     IF RA-GRAND-TOTAL = ZERO
003430         MOVE SPACES TO RPT-LINE
003440         WRITE RPT-LINE FROM RPT-KOSONG-LINE
003450     END-IF.
003460     MOVE RA-GRAND-TOTAL TO RPT-G-COUNT.
003470     MOVE SPACES TO RPT-LINE.
003480     WRITE RPT-LINE FROM RPT-GRAND-TOTAL-LINE.
003490 2950-EXIT.
003500     EXIT.
003510*
003520 9000-TERMINATE.
003530     CLOSE MHSANTRI-FILE.
003540     CLOSE MHSMAST-FILE.
003550     CLOSE KELASREF-FILE.
003560     CLOSE ANTRRPT-FILE.
003570 9000-EXIT.
003580     EXIT.

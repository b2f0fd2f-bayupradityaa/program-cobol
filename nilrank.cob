000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NILRANK.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - PERINGKAT IPK PER KELAS
000210*                     UNTUK SATU SEMESTER DARI MHSIPK, DENGAN
000220*                     TANDA DAFTAR DEKAN DAN PERINGATAN AKADEMIK.
000230*    ---------------------------------------------------------
000240*
000250*    OPERATOR MEMASUKKAN SEMESTER (YYYYS). SETIAP MAHASISWA
000260*    AKTIF DI MHSMAST YANG PUNYA RECORD MHSIPK UNTUK SEMESTER
000270*    ITU DI-RELEASE KE SORT, LALU DIURUTKAN PER KELAS DENGAN
000280*    IPK TERTINGGI LEBIH DULU (IPS LALU NPM SEBAGAI PEMISAH).
000290*    SATU HALAMAN PER KELAS. MAHASISWA DENGAN IPK DAN IPS SAMA
000300*    MENDAPAT PERINGKAT YANG SAMA.
000310*
000320*    DAFTAR DEKAN   : IPS SEMESTER ITU >= RK-BATAS-DEKAN.
000330*    PERINGATAN     : IPK KUMULATIF < RK-BATAS-PERINGATAN.
000340*    MAHASISWA YANG MEMENUHI KEDUANYA DICETAK "DEKAN +
000350*    PERINGATAN" DAN DIHITUNG DI KEDUA TOTAL.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MHS-NPM
000440         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000450         FILE STATUS IS MHSMAST-STATUS.
000460
000470     SELECT MHSIPK-FILE ASSIGN TO MHSIPK
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS IPK-KEY
000510         FILE STATUS IS MHSIPK-STATUS.
000520
000530     SELECT RANKRPT-FILE ASSIGN TO RANKRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RANKRPT-STATUS.
000560
000570     SELECT SORT-WORK-FILE ASSIGN TO SRTRANK.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MHSMAST-FILE.
000620     COPY MHSREC.
000630
000640 FD  MHSIPK-FILE.
000650     COPY IPKR.
000660
000670 FD  RANKRPT-FILE.
000680 01  RPT-LINE                     PIC X(80).
000690
000700 SD  SORT-WORK-FILE.
000710 01  SORT-RECORD.
000720     05  SORT-KELAS              PIC A(05).
000730     05  SORT-IPK                PIC 9V99.
000740     05  SORT-IPS                PIC 9V99.
000750     05  SORT-NPM                PIC X(08).
000760     05  SORT-NAMA               PIC A(15).
000770     05  SORT-SKS-SEM            PIC 9(03).
000780
000790 WORKING-STORAGE SECTION.
000800 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000810     88  MHSMAST-OK                   VALUE "00".
000820 77  MHSIPK-STATUS                PIC XX    VALUE SPACES.
000830     88  MHSIPK-OK                    VALUE "00".
000840 77  RANKRPT-STATUS               PIC XX    VALUE SPACES.
000850 77  RK-INIT-SWITCH               PIC X(01) VALUE "N".
000860     88  RK-INIT-OK                   VALUE "Y".
000870 77  RK-EOF-SWITCH                PIC X(01) VALUE "N".
000880     88  RK-END-OF-FILE               VALUE "Y".
000890 77  RK-FIRST-SWITCH              PIC X(01) VALUE "Y".
000900     88  RK-FIRST-RECORD              VALUE "Y".
000910 77  RK-SEMESTER-IN               PIC X(05) VALUE SPACES.
000920 01  RK-PERIKSA-SEMESTER.
000930     05  RK-PERIKSA-TAHUN         PIC 9(04).
000940     05  RK-PERIKSA-KE            PIC 9(01).
000950         88  RK-SEMESTER-KE-VALID     VALUES 1 2.
000960 77  RK-SEMESTER                  PIC 9(05) VALUE ZERO.
000970*
000980*    BATAS NILAI UNTUK KETERANGAN PADA LAPORAN.
000990*
001000 77  RK-BATAS-DEKAN               PIC 9V99  VALUE 3.50.
001010 77  RK-BATAS-PERINGATAN          PIC 9V99  VALUE 2.00.
001020*
001030*    PERINGKAT: NAIK SETIAP BARIS; BARIS DENGAN IPK DAN IPS
001040*    SAMA DENGAN BARIS SEBELUMNYA MEMAKAI PERINGKAT YANG SAMA.
001050*
001060 77  RK-PREV-KELAS                PIC A(05) VALUE SPACES.
001070 77  RK-PREV-IPK                  PIC 9V99  VALUE ZERO.
001080 77  RK-PREV-IPS                  PIC 9V99  VALUE ZERO.
001090 77  RK-URUT                      PIC 9(05) VALUE ZERO.
001100 77  RK-PERINGKAT                 PIC 9(05) VALUE ZERO.
001110 77  RK-READ-COUNT                PIC 9(05) VALUE ZERO.
001120 77  RK-TANPA-NILAI-COUNT         PIC 9(05) VALUE ZERO.
001130 77  RK-KELAS-MHS-COUNT           PIC 9(05) VALUE ZERO.
001140 77  RK-KELAS-DEKAN-COUNT         PIC 9(05) VALUE ZERO.
001150 77  RK-KELAS-PERINGATAN-COUNT    PIC 9(05) VALUE ZERO.
001160 77  RK-KELAS-COUNT               PIC 9(05) VALUE ZERO.
001170 77  RK-TOTAL-MHS-COUNT           PIC 9(05) VALUE ZERO.
001180 77  RK-TOTAL-DEKAN-COUNT         PIC 9(05) VALUE ZERO.
001190 77  RK-TOTAL-PERINGATAN-COUNT    PIC 9(05) VALUE ZERO.
001200
001210 01  RPT-TITLE-LINE.
001220     05  FILLER                  PIC X(35) VALUE
001230         "PERINGKAT IPK PER KELAS, SEMESTER ".
001240     05  RPT-H-SEMESTER          PIC 9(05).
001250 01  RPT-KELAS-HEAD-LINE.
001260     05  FILLER                  PIC X(08) VALUE "KELAS : ".
001270     05  RPT-H-KELAS             PIC A(05).
001280 01  RPT-COLUMN-LINE.
001290     05  FILLER                  PIC X(06) VALUE "RANK".
001300     05  FILLER                  PIC X(10) VALUE "NPM".
001310     05  FILLER                  PIC X(17) VALUE "NAMA".
001320     05  FILLER                  PIC X(05) VALUE "SKS".
001330     05  FILLER                  PIC X(06) VALUE "IPS".
001340     05  FILLER                  PIC X(06) VALUE "IPK".
001350     05  FILLER                  PIC X(20) VALUE "KETERANGAN".
001360 01  RPT-DETAIL-LINE.
001370     05  RPT-D-PERINGKAT         PIC ZZZZ9.
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  RPT-D-NPM               PIC X(08).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  RPT-D-NAMA              PIC A(15).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  RPT-D-SKS               PIC ZZ9.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  RPT-D-IPS               PIC 9.99.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RPT-D-IPK               PIC 9.99.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RPT-D-KETERANGAN        PIC X(20).
001500 01  RPT-KELAS-MHS-LINE.
001510     05  FILLER                  PIC X(25) VALUE
001520         "MAHASISWA DIPERINGKAT : ".
001530     05  RPT-K-MHS               PIC ZZZZ9.
001540 01  RPT-KELAS-DEKAN-LINE.
001550     05  FILLER                  PIC X(25) VALUE
001560         "DAFTAR DEKAN          : ".
001570     05  RPT-K-DEKAN             PIC ZZZZ9.
001580 01  RPT-KELAS-PERINGATAN-LINE.
001590     05  FILLER                  PIC X(25) VALUE
001600         "PERINGATAN AKADEMIK   : ".
001610     05  RPT-K-PERINGATAN        PIC ZZZZ9.
001620 01  RPT-TOTAL-HEAD-LINE          PIC X(40) VALUE
001630     "TOTAL SELURUH KELAS".
001640 01  RPT-TOTAL-KELAS-LINE.
001650     05  FILLER                  PIC X(25) VALUE
001660         "KELAS                 : ".
001670     05  RPT-T-KELAS             PIC ZZZZ9.
001680 01  RPT-TOTAL-TANPA-LINE.
001690     05  FILLER                  PIC X(25) VALUE
001700         "AKTIF TANPA NILAI     : ".
001710     05  RPT-T-TANPA             PIC ZZZZ9.
001720 01  RPT-EMPTY-LINE               PIC X(50) VALUE
001730     "TIDAK ADA MAHASISWA BERNILAI PADA SEMESTER INI.".
001740
001750 PROCEDURE DIVISION.
001760*
001770*    ===========================================================
001780*    0000-MAINLINE - TERIMA SEMESTER, URUTKAN MAHASISWA AKTIF
001790*    BERNILAI PER KELAS DAN IPK, CETAK PERINGKAT DAN TOTAL.
001800*    ===========================================================
001810*
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     IF RK-INIT-OK
001850         SORT SORT-WORK-FILE
001860             ON ASCENDING KEY SORT-KELAS
001870             ON DESCENDING KEY SORT-IPK SORT-IPS
001880             ON ASCENDING KEY SORT-NPM
001890             INPUT PROCEDURE IS 2000-SELECT-RELEASE THRU 2000-EXIT
001900             OUTPUT PROCEDURE IS 3000-PRINT-RANKING THRU
001910                 3000-EXIT
001920         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001930     END-IF.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960*
001970*    ---------------------------------------------------------
001980*    1000-INITIALIZE - TERIMA SEMESTER, BUKA MASTER, FILE IPK
001990*    DAN LAPORAN.
002000*    ---------------------------------------------------------
002010*
002020 1000-INITIALIZE.
002030     DISPLAY "MASUKKAN SEMESTER (YYYYS, S=1 GANJIL/2 GENAP): ".
002040     ACCEPT RK-SEMESTER-IN.
002050     MOVE RK-SEMESTER-IN TO RK-PERIKSA-SEMESTER.
002060     IF RK-PERIKSA-SEMESTER IS NOT NUMERIC
002070         OR NOT RK-SEMESTER-KE-VALID
002080         DISPLAY "SEMESTER TIDAK VALID, PROSES DIBATALKAN."
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE RK-PERIKSA-SEMESTER TO RK-SEMESTER.
002120
002130     OPEN INPUT MHSMAST-FILE.
002140     IF NOT MHSMAST-OK
002150         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002160             MHSMAST-STATUS
002170         GO TO 1000-EXIT
002180     END-IF.
002190     OPEN INPUT MHSIPK-FILE.
002200     IF NOT MHSIPK-OK
002210         DISPLAY "ERROR BUKA FILE IPK MHSIPK, STATUS = "
002220             MHSIPK-STATUS
002230         GO TO 1000-EXIT
002240     END-IF.
002250
002260     OPEN OUTPUT RANKRPT-FILE.
002270     MOVE RK-SEMESTER TO RPT-H-SEMESTER.
002280     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002290     MOVE SPACES TO RPT-LINE.
002300     WRITE RPT-LINE.
002310     SET RK-INIT-OK TO TRUE.
002320 1000-EXIT.
002330     EXIT.
002340*
002350*    ---------------------------------------------------------
002360*    2000-SELECT-RELEASE - SAPU MASTER URUT NPM; MAHASISWA
002370*    AKTIF YANG PUNYA RECORD IPK SEMESTER TERPILIH DI-RELEASE.
002380*    ---------------------------------------------------------
002390*
002400 2000-SELECT-RELEASE.
002410     MOVE LOW-VALUES TO MHS-NPM.
002420     START MHSMAST-FILE KEY NOT < MHS-NPM
002430         INVALID KEY
002440             GO TO 2000-EXIT
002450     END-START.
002460     MOVE "N" TO RK-EOF-SWITCH.
002470     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
002480         UNTIL RK-END-OF-FILE.
002490 2000-EXIT.
002500     EXIT.
002510
002520 2100-SELECT-ONE.
002530     READ MHSMAST-FILE NEXT RECORD
002540         AT END
002550             MOVE "Y" TO RK-EOF-SWITCH
002560             GO TO 2100-EXIT
002570     END-READ.
002580     IF NOT MHS-AKTIF
002590         GO TO 2100-EXIT
002600     END-IF.
002610     ADD 1 TO RK-READ-COUNT.
002620     MOVE MHS-NPM TO IPK-NPM.
002630     MOVE RK-SEMESTER TO IPK-SEMESTER.
002640     READ MHSIPK-FILE
002650         INVALID KEY
002660             ADD 1 TO RK-TANPA-NILAI-COUNT
002670             GO TO 2100-EXIT
002680     END-READ.
002690     MOVE MHS-KELAS TO SORT-KELAS.
002700     MOVE IPK-IPK TO SORT-IPK.
002710     MOVE IPK-IPS TO SORT-IPS.
002720     MOVE MHS-NPM TO SORT-NPM.
002730     MOVE MHS-NAMA TO SORT-NAMA.
002740     MOVE IPK-SKS-SEM TO SORT-SKS-SEM.
002750     RELEASE SORT-RECORD.
002760 2100-EXIT.
002770     EXIT.
002780*
002790*    ---------------------------------------------------------
002800*    3000-PRINT-RANKING - AMBIL HASIL SORT, CETAK SATU HALAMAN
002810*    PER KELAS DENGAN PERINGKAT DAN KETERANGAN.
002820*    ---------------------------------------------------------
002830*
002840 3000-PRINT-RANKING.
002850     MOVE "N" TO RK-EOF-SWITCH.
002860     MOVE "Y" TO RK-FIRST-SWITCH.
002870     PERFORM 3100-RANK-ONE THRU 3100-EXIT
002880         UNTIL RK-END-OF-FILE.
002890     IF RK-FIRST-RECORD
002900         MOVE SPACES TO RPT-LINE
002910         WRITE RPT-LINE FROM RPT-EMPTY-LINE
002920     ELSE
002930         PERFORM 3300-KELAS-TOTAL THRU 3300-EXIT
002940     END-IF.
002950 3000-EXIT.
002960     EXIT.
002970
002980 3100-RANK-ONE.
002990     RETURN SORT-WORK-FILE
003000         AT END
003010             MOVE "Y" TO RK-EOF-SWITCH
003020             GO TO 3100-EXIT
003030     END-RETURN.
003040
003050     IF RK-FIRST-RECORD
003060         MOVE "N" TO RK-FIRST-SWITCH
003070         PERFORM 3200-KELAS-HEAD THRU 3200-EXIT
003080     ELSE
003090         IF SORT-KELAS NOT = RK-PREV-KELAS
003100             PERFORM 3300-KELAS-TOTAL THRU 3300-EXIT
003110             MOVE SPACES TO RPT-LINE
003120             WRITE RPT-LINE AFTER ADVANCING PAGE
003130             PERFORM 3200-KELAS-HEAD THRU 3200-EXIT
003140         END-IF
003150     END-IF.
003160
003170     ADD 1 TO RK-URUT.
003180     IF RK-URUT = 1
003190         OR SORT-IPK NOT = RK-PREV-IPK
003200         OR SORT-IPS NOT = RK-PREV-IPS
003210         MOVE RK-URUT TO RK-PERINGKAT
003220     END-IF.
003230     MOVE SORT-IPK TO RK-PREV-IPK.
003240     MOVE SORT-IPS TO RK-PREV-IPS.
003250
003260     MOVE SPACES TO RPT-D-KETERANGAN.
003270     IF SORT-IPS NOT < RK-BATAS-DEKAN
003280         MOVE "DAFTAR DEKAN" TO RPT-D-KETERANGAN
003290         ADD 1 TO RK-KELAS-DEKAN-COUNT
003300     END-IF.
003310     IF SORT-IPK < RK-BATAS-PERINGATAN
003320         IF RPT-D-KETERANGAN = SPACES
003330             MOVE "PERINGATAN AKADEMIK" TO RPT-D-KETERANGAN
003340         ELSE
003350             MOVE "DEKAN + PERINGATAN" TO RPT-D-KETERANGAN
003360         END-IF
003370         ADD 1 TO RK-KELAS-PERINGATAN-COUNT
003380     END-IF.
003390     ADD 1 TO RK-KELAS-MHS-COUNT.
003400
003410     MOVE RK-PERINGKAT TO RPT-D-PERINGKAT.
003420     MOVE SORT-NPM TO RPT-D-NPM.
003430     MOVE SORT-NAMA TO RPT-D-NAMA.
003440     MOVE SORT-SKS-SEM TO RPT-D-SKS.
003450     MOVE SORT-IPS TO RPT-D-IPS.
003460     MOVE SORT-IPK TO RPT-D-IPK.
003470     MOVE SPACES TO RPT-LINE.
003480     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003490 3100-EXIT.
003500     EXIT.
003510*
003520*    ---------------------------------------------------------
003530*    3200-KELAS-HEAD - JUDUL KELAS BARU; PERINGKAT DAN COUNTER
003540*    KELAS DIMULAI DARI NOL.
003550*    ---------------------------------------------------------
003560*
003570 3200-KELAS-HEAD.
003580     MOVE SORT-KELAS TO RK-PREV-KELAS.
003590     MOVE ZERO TO RK-URUT RK-PERINGKAT.
003600     MOVE ZERO TO RK-KELAS-MHS-COUNT RK-KELAS-DEKAN-COUNT
003610         RK-KELAS-PERINGATAN-COUNT.
003620     ADD 1 TO RK-KELAS-COUNT.
003630     MOVE SORT-KELAS TO RPT-H-KELAS.
003640     MOVE SPACES TO RPT-LINE.
003650     WRITE RPT-LINE FROM RPT-KELAS-HEAD-LINE.
003660     MOVE SPACES TO RPT-LINE.
003670     WRITE RPT-LINE FROM RPT-COLUMN-LINE.
003680 3200-EXIT.
003690     EXIT.
003700*
003710*    ---------------------------------------------------------
003720*    3300-KELAS-TOTAL - CETAK JUMLAH PER KELAS DAN TAMBAHKAN KE
003730*    TOTAL SELURUH KELAS.
003740*    ---------------------------------------------------------
003750*
003760 3300-KELAS-TOTAL.
003770     MOVE SPACES TO RPT-LINE.
003780     WRITE RPT-LINE.
003790     MOVE RK-KELAS-MHS-COUNT TO RPT-K-MHS.
003800     MOVE SPACES TO RPT-LINE.
003810     WRITE RPT-LINE FROM RPT-KELAS-MHS-LINE.
003820     MOVE RK-KELAS-DEKAN-COUNT TO RPT-K-DEKAN.
003830     MOVE SPACES TO RPT-LINE.
003840     WRITE RPT-LINE FROM RPT-KELAS-DEKAN-LINE.
003850     MOVE RK-KELAS-PERINGATAN-COUNT TO RPT-K-PERINGATAN.
003860     MOVE SPACES TO RPT-LINE.
003870     WRITE RPT-LINE FROM RPT-KELAS-PERINGATAN-LINE.
003880     ADD RK-KELAS-MHS-COUNT TO RK-TOTAL-MHS-COUNT.
003890     ADD RK-KELAS-DEKAN-COUNT TO RK-TOTAL-DEKAN-COUNT.
003900     ADD RK-KELAS-PERINGATAN-COUNT TO RK-TOTAL-PERINGATAN-COUNT.
003910 3300-EXIT.
003920     EXIT.
003930*
003940*    ---------------------------------------------------------
003950*    4000-PRINT-TOTALS - TOTAL SELURUH KELAS.
003960*    ---------------------------------------------------------
003970*
003980 4000-PRINT-TOTALS.
003990     MOVE SPACES TO RPT-LINE.
004000     WRITE RPT-LINE AFTER ADVANCING PAGE.
004010     MOVE SPACES TO RPT-LINE.
004020     WRITE RPT-LINE FROM RPT-TOTAL-HEAD-LINE.
004030     MOVE RK-KELAS-COUNT TO RPT-T-KELAS.
004040     MOVE SPACES TO RPT-LINE.
004050     WRITE RPT-LINE FROM RPT-TOTAL-KELAS-LINE.
004060     MOVE RK-TOTAL-MHS-COUNT TO RPT-K-MHS.
004070     MOVE SPACES TO RPT-LINE.
004080     WRITE RPT-LINE FROM RPT-KELAS-MHS-LINE.
004090     MOVE RK-TOTAL-DEKAN-COUNT TO RPT-K-DEKAN.
004100     MOVE SPACES TO RPT-LINE.
004110     WRITE RPT-LINE FROM RPT-KELAS-DEKAN-LINE.
004120     MOVE RK-TOTAL-PERINGATAN-COUNT TO RPT-K-PERINGATAN.
004130     MOVE SPACES TO RPT-LINE.
004140     WRITE RPT-LINE FROM RPT-KELAS-PERINGATAN-LINE.
004150     MOVE RK-TANPA-NILAI-COUNT TO RPT-T-TANPA.
004160     MOVE SPACES TO RPT-LINE.
004170     WRITE RPT-LINE FROM RPT-TOTAL-TANPA-LINE.
004180     DISPLAY "SELESAI, MAHASISWA DIPERINGKAT = "
004190         RK-TOTAL-MHS-COUNT.
004200 4000-EXIT.
004210     EXIT.
004220*
004230 9000-TERMINATE.
004240     CLOSE MHSMAST-FILE.
004250     CLOSE MHSIPK-FILE.
004260     CLOSE RANKRPT-FILE.
004270 9000-EXIT.
004280     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAGAGING.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - LAPORAN UMUR TUNGGAKAN
000210*                     UKT/SPP DARI MHSTAGIH PER KELOMPOK HARI
000220*                     LEWAT JATUH TEMPO, DAN FILE TRANSAKSI
000230*                     SKORSING BERLAYOUT MHSTRNR UNTUK MHSINTAK.
000240*    ---------------------------------------------------------
000250*
000260*    SETIAP TAGIHAN YANG BELUM LUNAS DICETAK DENGAN SISA DAN
000270*    JUMLAH HARI LEWAT JATUH TEMPO TERHADAP TANGGAL ACUAN
000280*    (DEFAULT TANGGAL HARI INI), DIKELOMPOKKAN: BELUM JATUH
000290*    TEMPO, 1-30, 31-60, 61-90 DAN LEBIH DARI 90 HARI.
000300*
000310*    BILA OPERATOR MEMINTA, SETIAP MAHASISWA AKTIF YANG PUNYA
000320*    TAGIHAN LEWAT JATUH TEMPO DITULIS KE FILE SKORTRAN SEBAGAI
000330*    TRANSAKSI UBAH (LAYOUT MHSTRNR) DENGAN TRN-STATUS "S",
000340*    DIAPIT HEADER "B" DAN TRAILER "Z" SEPERTI FILE KOREKSI
000350*    MHSCOMP. SKORSING DENGAN DEMIKIAN MASUK LEWAT JALUR
000360*    MHSINTAK YANG TERAUDIT DAN TERCATAT DI JURNAL, BUKAN
000370*    DIKETIK SATU PER SATU LEWAT MENU 5. SATU NPM HANYA DITULIS
000380*    SEKALI WALAUPUN TUNGGAKANNYA LEBIH DARI SATU SEMESTER;
000390*    MAHASISWA YANG SUDAH CUTI/SKORSING TIDAK DITULIS.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MHSTAGIH-FILE ASSIGN TO MHSTAGIH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TAG-KEY
000480         FILE STATUS IS MHSTAGIH-STATUS.
000490
000500     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MHS-NPM
000540         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000550         FILE STATUS IS MHSMAST-STATUS.
000560
000570     SELECT SKORTRAN-FILE ASSIGN TO SKORTRAN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SKORTRAN-STATUS.
000600
000610     SELECT AGINGRPT-FILE ASSIGN TO AGINGRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AGINGRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  MHSTAGIH-FILE.
000680     COPY TAGR.
000690
000700 FD  MHSMAST-FILE.
000710     COPY MHSREC.
000720
000730 FD  SKORTRAN-FILE.
000740     COPY MHSTRNR.
000750
000760 FD  AGINGRPT-FILE.
000770 01  RPT-LINE                     PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800 77  MHSTAGIH-STATUS              PIC XX    VALUE SPACES.
000810     88  MHSTAGIH-OK                  VALUE "00".
000820 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000830     88  MHSMAST-OK                   VALUE "00".
000840 77  SKORTRAN-STATUS              PIC XX    VALUE SPACES.
000850 77  AGINGRPT-STATUS              PIC XX    VALUE SPACES.
000860 77  AG-INIT-SWITCH               PIC X(01) VALUE "N".
000870     88  AG-INIT-OK                   VALUE "Y".
000880 77  AG-EOF-SWITCH                PIC X(01) VALUE "N".
000890     88  AG-END-OF-FILE               VALUE "Y".
000900 77  AG-SKORS-SWITCH              PIC X(01) VALUE "N".
000910     88  AG-TULIS-SKORS               VALUE "Y".
000920 77  AG-ACUAN-IN                  PIC X(08) VALUE SPACES.
000930 77  AG-TANGGAL-RUN               PIC 9(08) VALUE ZERO.
000940 77  AG-TANGGAL-ACUAN             PIC 9(08) VALUE ZERO.
000950 77  AG-LAST-SKORS-NPM            PIC X(08) VALUE SPACES.
000960 77  AG-SISA                      PIC 9(09) VALUE ZERO.
000970 77  AG-HARI-ACUAN                PIC 9(07) VALUE ZERO.
000980 77  AG-HARI-JT                   PIC 9(07) VALUE ZERO.
000990 77  AG-HARI-LEWAT                PIC 9(05) VALUE ZERO.
001000 77  AG-KEL                       PIC 9(01) VALUE ZERO.
001010 77  AG-TAGIHAN-COUNT             PIC 9(05) VALUE ZERO.
001020 77  AG-TERBUKA-COUNT             PIC 9(05) VALUE ZERO.
001030 77  AG-SKORS-COUNT               PIC 9(05) VALUE ZERO.
001040 77  AG-TOTAL-SISA                PIC 9(12) VALUE ZERO.
001050*
001060*    HITUNG NOMOR HARI DARI TANGGAL YYYYMMDD: HARI SEJAK
001070*    1 JANUARI TAHUN 1, SUPAYA SELISIH DUA TANGGAL TINGGAL
001080*    PENGURANGAN. TAHUN KABISAT SAMA DENGAN MHSAUDIT.
001090*
001100 01  AG-HT-TANGGAL.
001110     05  AG-HT-TAHUN              PIC 9(04).
001120     05  AG-HT-BULAN              PIC 9(02).
001130     05  AG-HT-HARI               PIC 9(02).
001140 77  AG-HT-HASIL                  PIC 9(07) VALUE ZERO.
001150 77  AG-HT-TAHUN-LALU             PIC 9(04) VALUE ZERO.
001160 77  AG-HT-BAGI-4                 PIC 9(04) VALUE ZERO.
001170 77  AG-HT-BAGI-100               PIC 9(04) VALUE ZERO.
001180 77  AG-HT-BAGI-400               PIC 9(04) VALUE ZERO.
001190 77  AG-HT-SISA-4                 PIC 9(04) VALUE ZERO.
001200 77  AG-HT-SISA-100               PIC 9(04) VALUE ZERO.
001210 77  AG-HT-SISA-400               PIC 9(04) VALUE ZERO.
001220 01  AG-KUM-VALUES.
001230     05  FILLER                  PIC 9(03) VALUE 000.
001240     05  FILLER                  PIC 9(03) VALUE 031.
001250     05  FILLER                  PIC 9(03) VALUE 059.
001260     05  FILLER                  PIC 9(03) VALUE 090.
001270     05  FILLER                  PIC 9(03) VALUE 120.
001280     05  FILLER                  PIC 9(03) VALUE 151.
001290     05  FILLER                  PIC 9(03) VALUE 181.
001300     05  FILLER                  PIC 9(03) VALUE 212.
001310     05  FILLER                  PIC 9(03) VALUE 243.
001320     05  FILLER                  PIC 9(03) VALUE 273.
001330     05  FILLER                  PIC 9(03) VALUE 304.
001340     05  FILLER                  PIC 9(03) VALUE 334.
001350 01  AG-KUM-TABLE REDEFINES AG-KUM-VALUES.
001360     05  AG-KUM-HARI OCCURS 12 TIMES
001370                              PIC 9(03).
001380*
001390*    KELOMPOK UMUR TUNGGAKAN: 1 = BELUM JATUH TEMPO, 2 = 1-30,
001400*    3 = 31-60, 4 = 61-90, 5 = LEBIH DARI 90 HARI.
001410*
001420 01  AG-KEL-NAMA-VALUES.
001430     05  FILLER                  PIC X(20) VALUE
001440         "BELUM JATUH TEMPO  :".
001450     05  FILLER                  PIC X(20) VALUE
001460         "LEWAT 1-30 HARI    :".
001470     05  FILLER                  PIC X(20) VALUE
001480         "LEWAT 31-60 HARI   :".
001490     05  FILLER                  PIC X(20) VALUE
001500         "LEWAT 61-90 HARI   :".
001510     05  FILLER                  PIC X(20) VALUE
001520         "LEWAT > 90 HARI    :".
001530 01  AG-KEL-NAMA-TABLE REDEFINES AG-KEL-NAMA-VALUES.
001540     05  AG-KEL-NAMA OCCURS 5 TIMES
001550                              PIC X(20).
001560 01  AG-KEL-TOTALS.
001570     05  AG-KEL-ENTRY OCCURS 5 TIMES.
001580         10  AG-KEL-COUNT        PIC 9(05).
001590         10  AG-KEL-SISA         PIC 9(12).
001600
001610 01  RPT-TITLE-LINE.
001620     05  FILLER                  PIC X(40) VALUE
001630         "LAPORAN UMUR TUNGGAKAN UKT/SPP PER ".
001640     05  RPT-H-ACUAN             PIC 9(08).
001650 01  RPT-COLUMN-LINE.
001660     05  FILLER                  PIC X(10) VALUE "NPM".
001670     05  FILLER                  PIC X(07) VALUE "SEM".
001680     05  FILLER                  PIC X(07) VALUE "KELAS".
001690     05  FILLER                  PIC X(13) VALUE "SISA (RP)".
001700     05  FILLER                  PIC X(10) VALUE "JT".
001710     05  FILLER                  PIC X(07) VALUE "HARI".
001720     05  FILLER                  PIC X(25) VALUE "KETERANGAN".
001730 01  RPT-DETAIL-LINE.
001740     05  RPT-D-NPM               PIC X(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  RPT-D-SEMESTER          PIC 9(05).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RPT-D-KELAS             PIC A(05).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  RPT-D-SISA              PIC ZZZ,ZZZ,ZZ9.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  RPT-D-JT                PIC 9(08).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  RPT-D-HARI              PIC ZZZZ9.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  RPT-D-KETERANGAN        PIC X(25).
001870 01  RPT-KEL-LINE.
001880     05  RPT-K-NAMA              PIC X(20).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  RPT-K-COUNT             PIC ZZZZ9.
001910     05  FILLER                  PIC X(10) VALUE " TAGIHAN, ".
001920     05  FILLER                  PIC X(03) VALUE "RP ".
001930     05  RPT-K-SISA              PIC ZZZ,ZZZ,ZZZ,ZZ9.
001940 01  RPT-TOTAL-TAGIHAN-LINE.
001950     05  FILLER                  PIC X(25) VALUE
001960         "TAGIHAN DIBACA        : ".
001970     05  RPT-T-TAGIHAN           PIC ZZZZ9.
001980 01  RPT-TOTAL-TERBUKA-LINE.
001990     05  FILLER                  PIC X(25) VALUE
002000         "BELUM LUNAS           : ".
002010     05  RPT-T-TERBUKA           PIC ZZZZ9.
002020 01  RPT-TOTAL-SISA-LINE.
002030     05  FILLER                  PIC X(25) VALUE
002040         "TOTAL TUNGGAKAN (RP)  : ".
002050     05  RPT-T-SISA              PIC ZZZ,ZZZ,ZZZ,ZZ9.
002060 01  RPT-TOTAL-SKORS-LINE.
002070     05  FILLER                  PIC X(25) VALUE
002080         "TRANSAKSI SKORSING    : ".
002090     05  RPT-T-SKORS             PIC ZZZZ9.
002100
002110 PROCEDURE DIVISION.
002120*
002130*    ===========================================================
002140*    0000-MAINLINE - TERIMA TANGGAL ACUAN, SAPU SEMUA TAGIHAN,
002150*    CETAK UMUR TUNGGAKAN DAN TULIS TRANSAKSI SKORSING.
002160*    ===========================================================
002170*
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     IF AG-INIT-OK
002210         PERFORM 2000-AGING-ONE THRU 2000-EXIT
002220             UNTIL AG-END-OF-FILE
002230         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002240     END-IF.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     STOP RUN.
002270*
002280*    ---------------------------------------------------------
002290*    1000-INITIALIZE - TERIMA TANGGAL ACUAN DAN PILIHAN FILE
002300*    SKORSING, BUKA FILE, TULIS HEADER BATCH SKORSING.
002310*    ---------------------------------------------------------
002320*
002330 1000-INITIALIZE.
002340     ACCEPT AG-TANGGAL-RUN FROM DATE YYYYMMDD.
002350     DISPLAY "TANGGAL ACUAN YYYYMMDD (KOSONG = HARI INI): ".
002360     ACCEPT AG-ACUAN-IN.
002370     IF AG-ACUAN-IN = SPACES
002380         MOVE AG-TANGGAL-RUN TO AG-TANGGAL-ACUAN
002390     ELSE
002400         IF AG-ACUAN-IN IS NOT NUMERIC
002410             DISPLAY "TANGGAL ACUAN TIDAK VALID, DIBATALKAN."
002420             GO TO 1000-EXIT
002430         END-IF
002440         MOVE AG-ACUAN-IN TO AG-TANGGAL-ACUAN
002450     END-IF.
002460     MOVE AG-TANGGAL-ACUAN TO AG-HT-TANGGAL.
002470     IF AG-HT-BULAN < 1 OR AG-HT-BULAN > 12
002480         DISPLAY "TANGGAL ACUAN TIDAK VALID, DIBATALKAN."
002490         GO TO 1000-EXIT
002500     END-IF.
002510     PERFORM 7000-HITUNG-HARI THRU 7000-EXIT.
002520     MOVE AG-HT-HASIL TO AG-HARI-ACUAN.
002530
002540     OPEN INPUT MHSTAGIH-FILE.
002550     IF NOT MHSTAGIH-OK
002560         DISPLAY "ERROR BUKA FILE TAGIHAN, STATUS = "
002570             MHSTAGIH-STATUS
002580         GO TO 1000-EXIT
002590     END-IF.
002600     OPEN INPUT MHSMAST-FILE.
002610     IF NOT MHSMAST-OK
002620         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002630             MHSMAST-STATUS
002640         GO TO 1000-EXIT
002650     END-IF.
002660
002670     DISPLAY "TULIS FILE SKORSING UNTUK MHSINTAK? (Y/T): ".
002680     ACCEPT AG-SKORS-SWITCH.
002690     IF AG-SKORS-SWITCH = "y"
002700         MOVE "Y" TO AG-SKORS-SWITCH
002710     END-IF.
002720     IF AG-TULIS-SKORS
002730         OPEN OUTPUT SKORTRAN-FILE
002740         MOVE SPACES TO TRN-RECORD
002750         MOVE "B" TO TRN-AKSI
002760         MOVE AG-TANGGAL-RUN TO TRN-BATCH-TANGGAL
002770         MOVE ZERO TO TRN-JML-TAMBAH TRN-JML-UBAH
002780             TRN-JML-HAPUS
002790         WRITE TRN-RECORD
002800     END-IF.
002810
002820     MOVE ZERO TO AG-KEL-TOTALS.
002830     OPEN OUTPUT AGINGRPT-FILE.
002840     MOVE AG-TANGGAL-ACUAN TO RPT-H-ACUAN.
002850     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002860     MOVE SPACES TO RPT-LINE.
002870     WRITE RPT-LINE.
002880     MOVE SPACES TO RPT-LINE.
002890     WRITE RPT-LINE FROM RPT-COLUMN-LINE.
002900
002910     MOVE LOW-VALUES TO TAG-KEY.
002920     START MHSTAGIH-FILE KEY NOT < TAG-KEY
002930         INVALID KEY
002940             MOVE "Y" TO AG-EOF-SWITCH
002950     END-START.
002960     SET AG-INIT-OK TO TRUE.
002970 1000-EXIT.
002980     EXIT.
002990*
003000*    ---------------------------------------------------------
003010*    2000-AGING-ONE - BACA SATU TAGIHAN; YANG BELUM LUNAS
003020*    DIKELOMPOKKAN MENURUT HARI LEWAT JATUH TEMPO DAN DICETAK.
003030*    YANG SUDAH LEWAT JATUH TEMPO DIUSULKAN SKORSING.
003040*    ---------------------------------------------------------
003050*
003060 2000-AGING-ONE.
003070     READ MHSTAGIH-FILE NEXT RECORD
003080         AT END
003090             MOVE "Y" TO AG-EOF-SWITCH
003100             GO TO 2000-EXIT
003110     END-READ.
003120     ADD 1 TO AG-TAGIHAN-COUNT.
003130     IF TAG-LUNAS
003140         GO TO 2000-EXIT
003150     END-IF.
003160     ADD 1 TO AG-TERBUKA-COUNT.
003170     COMPUTE AG-SISA = TAG-JUMLAH - TAG-DIBAYAR.
003180     ADD AG-SISA TO AG-TOTAL-SISA.
003190
003200     MOVE TAG-TGL-JATUH-TEMPO TO AG-HT-TANGGAL.
003210     PERFORM 7000-HITUNG-HARI THRU 7000-EXIT.
003220     MOVE AG-HT-HASIL TO AG-HARI-JT.
003230     MOVE ZERO TO AG-HARI-LEWAT.
003240     IF AG-HARI-ACUAN > AG-HARI-JT
003250         COMPUTE AG-HARI-LEWAT = AG-HARI-ACUAN - AG-HARI-JT
003260     END-IF.
003270     EVALUATE TRUE
003280         WHEN AG-HARI-LEWAT = ZERO
003290             MOVE 1 TO AG-KEL
003300         WHEN AG-HARI-LEWAT <= 30
003310             MOVE 2 TO AG-KEL
003320         WHEN AG-HARI-LEWAT <= 60
003330             MOVE 3 TO AG-KEL
003340         WHEN AG-HARI-LEWAT <= 90
003350             MOVE 4 TO AG-KEL
003360         WHEN OTHER
003370             MOVE 5 TO AG-KEL
003380     END-EVALUATE.
003390     ADD 1 TO AG-KEL-COUNT (AG-KEL).
003400     ADD AG-SISA TO AG-KEL-SISA (AG-KEL).
003410
003420     MOVE SPACES TO RPT-D-KETERANGAN.
003430     IF AG-HARI-LEWAT > ZERO
003440         PERFORM 2500-USUL-SKORSING THRU 2500-EXIT
003450     END-IF.
003460
003470     MOVE TAG-NPM TO RPT-D-NPM.
003480     MOVE TAG-SEMESTER TO RPT-D-SEMESTER.
003490     MOVE TAG-KELAS TO RPT-D-KELAS.
003500     MOVE AG-SISA TO RPT-D-SISA.
003510     MOVE TAG-TGL-JATUH-TEMPO TO RPT-D-JT.
003520     MOVE AG-HARI-LEWAT TO RPT-D-HARI.
003530     MOVE SPACES TO RPT-LINE.
003540     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003550 2000-EXIT.
003560     EXIT.
003570*
003580*    ---------------------------------------------------------
003590*    2500-USUL-SKORSING - TAGIHAN LEWAT JATUH TEMPO: BILA
003600*    MAHASISWA MASIH AKTIF, TULIS TRANSAKSI UBAH STATUS "S".
003610*    TAGIHAN SATU NPM BERURUTAN (KEY NPM + SEMESTER), JADI
003620*    CUKUP MENGINGAT NPM TERAKHIR YANG SUDAH DITULIS.
003630*    ---------------------------------------------------------
003640*
003650 2500-USUL-SKORSING.
003660     IF TAG-NPM = AG-LAST-SKORS-NPM
003670         MOVE "SKORSING SUDAH DIUSULKAN" TO RPT-D-KETERANGAN
003680         GO TO 2500-EXIT
003690     END-IF.
003700     MOVE TAG-NPM TO MHS-NPM.
003710     READ MHSMAST-FILE
003720         INVALID KEY
003730             MOVE "NPM TIDAK ADA DI MASTER" TO RPT-D-KETERANGAN
003740             GO TO 2500-EXIT
003750     END-READ.
003760     IF NOT MHS-AKTIF
003770         MOVE "TIDAK AKTIF, TIDAK DIUSULKAN" TO RPT-D-KETERANGAN
003780         GO TO 2500-EXIT
003790     END-IF.
003800     IF NOT AG-TULIS-SKORS
003810         MOVE "PERLU SKORSING" TO RPT-D-KETERANGAN
003820         GO TO 2500-EXIT
003830     END-IF.
003840
003850     MOVE SPACES TO TRN-RECORD.
003860     MOVE "U" TO TRN-AKSI.
003870     MOVE TAG-NPM TO TRN-NPM.
003880     MOVE ZERO TO TRN-HARI-LAHIR TRN-BULAN-LAHIR
003890         TRN-TAHUN-LAHIR.
003900     MOVE "S" TO TRN-STATUS.
003910     WRITE TRN-RECORD.
003920     ADD 1 TO AG-SKORS-COUNT.
003930     MOVE TAG-NPM TO AG-LAST-SKORS-NPM.
003940     MOVE "DIUSULKAN SKORSING" TO RPT-D-KETERANGAN.
003950 2500-EXIT.
003960     EXIT.
003970*
003980*    ---------------------------------------------------------
003990*    3000-PRINT-TOTALS - RINGKASAN PER KELOMPOK UMUR DAN
004000*    CONTROL TOTAL.
004010*    ---------------------------------------------------------
004020*
004030 3000-PRINT-TOTALS.
004040     MOVE SPACES TO RPT-LINE.
004050     WRITE RPT-LINE.
004060     PERFORM 3100-PRINT-KEL THRU 3100-EXIT
004070         VARYING AG-KEL FROM 1 BY 1 UNTIL AG-KEL > 5.
004080     MOVE SPACES TO RPT-LINE.
004090     WRITE RPT-LINE.
004100     MOVE AG-TAGIHAN-COUNT TO RPT-T-TAGIHAN.
004110     MOVE SPACES TO RPT-LINE.
004120     WRITE RPT-LINE FROM RPT-TOTAL-TAGIHAN-LINE.
004130     MOVE AG-TERBUKA-COUNT TO RPT-T-TERBUKA.
004140     MOVE SPACES TO RPT-LINE.
004150     WRITE RPT-LINE FROM RPT-TOTAL-TERBUKA-LINE.
004160     MOVE AG-TOTAL-SISA TO RPT-T-SISA.
004170     MOVE SPACES TO RPT-LINE.
004180     WRITE RPT-LINE FROM RPT-TOTAL-SISA-LINE.
004190     MOVE AG-SKORS-COUNT TO RPT-T-SKORS.
004200     MOVE SPACES TO RPT-LINE.
004210     WRITE RPT-LINE FROM RPT-TOTAL-SKORS-LINE.
004220     DISPLAY "SELESAI, TAGIHAN BELUM LUNAS = " AG-TERBUKA-COUNT
004230         ", USULAN SKORSING = " AG-SKORS-COUNT.
004240 3000-EXIT.
004250     EXIT.
004260
004270 3100-PRINT-KEL.
004280     MOVE AG-KEL-NAMA (AG-KEL) TO RPT-K-NAMA.
004290     MOVE AG-KEL-COUNT (AG-KEL) TO RPT-K-COUNT.
004300     MOVE AG-KEL-SISA (AG-KEL) TO RPT-K-SISA.
004310     MOVE SPACES TO RPT-LINE.
004320     WRITE RPT-LINE FROM RPT-KEL-LINE.
004330 3100-EXIT.
004340     EXIT.
004350*
004360*    ---------------------------------------------------------
004370*    7000-HITUNG-HARI - UBAH AG-HT-TANGGAL (YYYYMMDD) MENJADI
004380*    NOMOR HARI DI AG-HT-HASIL: 365 HARI PER TAHUN PENUH
004390*    DITAMBAH HARI KABISAT, HARI KUMULATIF SAMPAI AWAL BULAN,
004400*    SATU HARI LAGI SETELAH FEBRUARI PADA TAHUN KABISAT, DAN
004410*    TANGGALNYA. TANGGAL TIDAK NUMERIK DIHITUNG NOL.
004420*    ---------------------------------------------------------
004430*
004440 7000-HITUNG-HARI.
004450     MOVE ZERO TO AG-HT-HASIL.
004460     IF AG-HT-TANGGAL IS NOT NUMERIC
004470         OR AG-HT-BULAN < 1 OR AG-HT-BULAN > 12
004480         OR AG-HT-TAHUN = ZERO
004490         GO TO 7000-EXIT
004500     END-IF.
004510     COMPUTE AG-HT-TAHUN-LALU = AG-HT-TAHUN - 1.
004520     DIVIDE AG-HT-TAHUN-LALU BY 4 GIVING AG-HT-BAGI-4.
004530     DIVIDE AG-HT-TAHUN-LALU BY 100 GIVING AG-HT-BAGI-100.
004540     DIVIDE AG-HT-TAHUN-LALU BY 400 GIVING AG-HT-BAGI-400.
004550     COMPUTE AG-HT-HASIL = AG-HT-TAHUN-LALU * 365
004560         + AG-HT-BAGI-4 - AG-HT-BAGI-100 + AG-HT-BAGI-400
004570         + AG-KUM-HARI (AG-HT-BULAN) + AG-HT-HARI.
004580     IF AG-HT-BULAN > 2
004590         DIVIDE AG-HT-TAHUN BY 4 GIVING AG-HT-BAGI-4
004600             REMAINDER AG-HT-SISA-4
004610         DIVIDE AG-HT-TAHUN BY 100 GIVING AG-HT-BAGI-100
004620             REMAINDER AG-HT-SISA-100
004630         DIVIDE AG-HT-TAHUN BY 400 GIVING AG-HT-BAGI-400
004640             REMAINDER AG-HT-SISA-400
004650         IF AG-HT-SISA-4 = ZERO
004660             AND (AG-HT-SISA-100 NOT = ZERO
004670                  OR AG-HT-SISA-400 = ZERO)
004680             ADD 1 TO AG-HT-HASIL
004690         END-IF
004700     END-IF.
004710 7000-EXIT.
004720     EXIT.
004730*
004740 9000-TERMINATE.
004750     CLOSE MHSTAGIH-FILE.
004760     CLOSE MHSMAST-FILE.
004770     IF AG-TULIS-SKORS
004780         MOVE SPACES TO TRN-RECORD
004790         MOVE "Z" TO TRN-AKSI
004800         MOVE AG-TANGGAL-RUN TO TRN-BATCH-TANGGAL
004810         MOVE ZERO TO TRN-JML-TAMBAH TRN-JML-HAPUS
004820         MOVE AG-SKORS-COUNT TO TRN-JML-UBAH
004830         WRITE TRN-RECORD
004840         CLOSE SKORTRAN-FILE
004850     END-IF.
004860     CLOSE AGINGRPT-FILE.
004870 9000-EXIT.
004880     EXIT.

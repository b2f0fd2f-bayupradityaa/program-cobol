000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. KTKLABEL.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - CETAK LABEL AMPLOP /
000210*                     SURAT KE MAHASISWA ATAU WALINYA DARI FILE
000220*                     KONTAK MHSKONT, DIPILIH PER KELAS, PER
000230*                     STATUS ATAU PER DAFTAR NPM (FORMAT SAMA
000240*                     DENGAN ARCHNPM).
000250*    ---------------------------------------------------------
000260*
000270*    MODE DIPILIH OPERATOR:
000280*      "K" = SEMUA MAHASISWA SATU KELAS (ALTERNATE KEY
000290*            MHS-KELAS), MISALNYA UNTUK UNDANGAN WALI KELAS;
000300*      "S" = SEMUA MAHASISWA DENGAN SATU STATUS (A/C/S),
000310*            MISALNYA SURAT PEMBERITAHUAN SKORSING KE WALI;
000320*      "N" = DAFTAR NPM SATU PER BARIS PADA FILE LABELNPM
000330*            (FORMAT SAMA DENGAN ARCHNPM, SEHINGGA DAFTAR YANG
000340*            SUDAH DISIAPKAN UNTUK MHSARCH DAPAT DIPAKAI ULANG).
000350*    OPERATOR JUGA MEMILIH PENERIMA: M = MAHASISWA, W = WALI.
000360*    SETIAP LABEL DITULIS KE LABELOUT (ENAM BARIS DAN SATU
000370*    BARIS KOSONG). MAHASISWA TANPA RECORD KONTAK, TANPA ALAMAT
000380*    ATAU NPM YANG TIDAK ADA DI MASTER TIDAK DIBUATKAN LABEL
000390*    DAN DICETAK SEBAGAI PENGECUALIAN PADA LAPORAN KONTROL
000400*    LABELRPT BESERTA JUMLAHNYA.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MHS-NPM
000490         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000500         FILE STATUS IS MHSMAST-STATUS.
000510
000520     SELECT MHSKONT-FILE ASSIGN TO MHSKONT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS KTK-NPM
000560         FILE STATUS IS MHSKONT-STATUS.
000570
000580     SELECT LABELNPM-FILE ASSIGN TO LABELNPM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS LABELNPM-STATUS.
000610
000620     SELECT LABELOUT-FILE ASSIGN TO LABELOUT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS LABELOUT-STATUS.
000650
000660     SELECT LABELRPT-FILE ASSIGN TO LABELRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS LABELRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MHSMAST-FILE.
000730     COPY MHSREC.
000740
000750 FD  MHSKONT-FILE.
000760     COPY KONTAKR.
000770
000780 FD  LABELNPM-FILE.
000790 01  LABELNPM-RECORD              PIC X(08).
000800
000810 FD  LABELOUT-FILE.
000820 01  LBL-LINE                     PIC X(40).
000830
000840 FD  LABELRPT-FILE.
000850 01  RPT-LINE                     PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000890     88  MHSMAST-OK                   VALUE "00".
000900 77  MHSKONT-STATUS               PIC XX    VALUE SPACES.
000910     88  MHSKONT-OK                   VALUE "00".
000920 77  LABELNPM-STATUS              PIC XX    VALUE SPACES.
000930     88  LABELNPM-OK                  VALUE "00".
000940 77  LABELOUT-STATUS              PIC XX    VALUE SPACES.
000950 77  LABELRPT-STATUS              PIC XX    VALUE SPACES.
000960 77  LB-INIT-SWITCH               PIC X(01) VALUE "N".
000970     88  LB-INIT-OK                   VALUE "Y".
000980 77  LB-EOF-SWITCH                PIC X(01) VALUE "N".
000990     88  LB-END-OF-FILE               VALUE "Y".
001000 77  LB-MODE                      PIC X(01) VALUE SPACE.
001010     88  LB-MODE-KELAS                VALUES "K" "k".
001020     88  LB-MODE-STATUS               VALUES "S" "s".
001030     88  LB-MODE-NPM                  VALUES "N" "n".
001040 77  LB-PENERIMA                  PIC X(01) VALUE SPACE.
001050     88  LB-KE-MAHASISWA              VALUES "M" "m".
001060     88  LB-KE-WALI                   VALUES "W" "w".
001070 77  LB-PILIH-KELAS               PIC A(05) VALUE SPACES.
001080 77  LB-PILIH-STATUS              PIC X(01) VALUE SPACE.
001090     88  LB-PILIH-STATUS-VALID        VALUES "A" "C" "S".
001100 77  LB-DIPILIH-COUNT             PIC 9(05) VALUE ZERO.
001110 77  LB-LABEL-COUNT               PIC 9(05) VALUE ZERO.
001120 77  LB-TANPA-KONTAK-COUNT        PIC 9(05) VALUE ZERO.
001130 77  LB-NOTFOUND-COUNT            PIC 9(05) VALUE ZERO.
001140
001150 01  LB-NPM-LINE.
001160     05  FILLER                  PIC X(04) VALUE "NPM ".
001170     05  LB-L-NPM                PIC X(08).
001180     05  FILLER                  PIC X(08) VALUE "  KELAS ".
001190     05  LB-L-KELAS              PIC A(05).
001200 01  LB-WALI-LINE.
001210     05  FILLER                  PIC X(10) VALUE "WALI DARI ".
001220     05  LB-L-NAMA-MHS           PIC A(15).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  LB-L-NPM-MHS            PIC X(08).
001250 01  LB-KOTA-LINE.
001260     05  LB-L-KOTA               PIC X(20).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  LB-L-KODE-POS           PIC X(05).
001290
001300 01  RPT-TITLE-LINE               PIC X(50) VALUE
001310     "KONTROL CETAK LABEL KONTAK MAHASISWA/WALI".
001320 01  RPT-PILIH-LINE.
001330     05  FILLER                  PIC X(25) VALUE
001340         "PILIHAN               : ".
001350     05  RPT-P-MODE              PIC X(01).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  RPT-P-NILAI             PIC X(05).
001380     05  FILLER                  PIC X(12) VALUE "  PENERIMA: ".
001390     05  RPT-P-PENERIMA          PIC X(01).
001400 01  RPT-DETAIL-LINE.
001410     05  FILLER                  PIC X(03) VALUE SPACES.
001420     05  RPT-D-NPM               PIC X(08).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  RPT-D-NAMA              PIC A(15).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RPT-D-KELAS             PIC A(05).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  RPT-D-KETERANGAN        PIC X(30).
001490 01  RPT-DIPILIH-LINE.
001500     05  FILLER                  PIC X(25) VALUE
001510         "MAHASISWA DIPILIH     : ".
001520     05  RPT-T-DIPILIH           PIC ZZZZ9.
001530 01  RPT-LABEL-LINE.
001540     05  FILLER                  PIC X(25) VALUE
001550         "LABEL DICETAK         : ".
001560     05  RPT-T-LABEL             PIC ZZZZ9.
001570 01  RPT-TANPA-LINE.
001580     05  FILLER                  PIC X(25) VALUE
001590         "TANPA KONTAK/ALAMAT   : ".
001600     05  RPT-T-TANPA             PIC ZZZZ9.
001610 01  RPT-NOTFOUND-LINE.
001620     05  FILLER                  PIC X(25) VALUE
001630         "NPM TIDAK DITEMUKAN   : ".
001640     05  RPT-T-NOTFOUND          PIC ZZZZ9.
001650
001660 PROCEDURE DIVISION.
001670*
001680*    ===========================================================
001690*    0000-MAINLINE - BUKA FILE, PILIH MAHASISWA MENURUT MODE,
001700*    CETAK LABEL, CETAK CONTROL TOTAL, TUTUP FILE.
001710*    ===========================================================
001720*
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     IF LB-INIT-OK
001760         EVALUATE TRUE
001770             WHEN LB-MODE-KELAS
001780                 PERFORM 2000-PILIH-KELAS THRU 2000-EXIT
001790             WHEN LB-MODE-STATUS
001800                 PERFORM 3000-PILIH-STATUS THRU 3000-EXIT
001810             WHEN OTHER
001820                 PERFORM 4000-PILIH-NPM-LIST THRU 4000-EXIT
001830         END-EVALUATE
001840         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     STOP RUN.
001880*
001890*    ---------------------------------------------------------
001900*    1000-INITIALIZE - BUKA FILE, TERIMA MODE (K/S/N), NILAI
001910*    PILIHANNYA DAN PENERIMA LABEL (M/W).
001920*    ---------------------------------------------------------
001930*
001940 1000-INITIALIZE.
001950     OPEN INPUT MHSMAST-FILE.
001960     IF NOT MHSMAST-OK
001970         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001980             MHSMAST-STATUS
001990         GO TO 1000-EXIT
002000     END-IF.
002010     OPEN INPUT MHSKONT-FILE.
002020     IF NOT MHSKONT-OK
002030         DISPLAY "ERROR BUKA FILE KONTAK, STATUS = "
002040             MHSKONT-STATUS
002050         GO TO 1000-EXIT
002060     END-IF.
002070
002080     DISPLAY "MODE LABEL (K=KELAS, S=STATUS, N=DAFTAR NPM): ".
002090     ACCEPT LB-MODE.
002100     EVALUATE TRUE
002110         WHEN LB-MODE-KELAS
002120             DISPLAY "MASUKKAN KELAS: "
002130             ACCEPT LB-PILIH-KELAS
002140             IF LB-PILIH-KELAS = SPACES
002150                 DISPLAY "KELAS TIDAK BOLEH KOSONG, DIBATALKAN."
002160                 GO TO 1000-EXIT
002170             END-IF
002180             MOVE LB-PILIH-KELAS TO RPT-P-NILAI
002190         WHEN LB-MODE-STATUS
002200             DISPLAY "MASUKKAN STATUS (A=AKTIF, C=CUTI, "
002210                 "S=SKORSING): "
002220             ACCEPT LB-PILIH-STATUS
002230             IF NOT LB-PILIH-STATUS-VALID
002240                 DISPLAY "STATUS TIDAK DIKENAL, DIBATALKAN."
002250                 GO TO 1000-EXIT
002260             END-IF
002270             MOVE LB-PILIH-STATUS TO RPT-P-NILAI
002280         WHEN LB-MODE-NPM
002290             OPEN INPUT LABELNPM-FILE
002300             IF NOT LABELNPM-OK
002310                 DISPLAY "ERROR BUKA FILE LABELNPM, STATUS = "
002320                     LABELNPM-STATUS
002330                 GO TO 1000-EXIT
002340             END-IF
002350             MOVE "LIST" TO RPT-P-NILAI
002360         WHEN OTHER
002370             DISPLAY "MODE TIDAK DIKENAL, PROSES DIBATALKAN."
002380             GO TO 1000-EXIT
002390     END-EVALUATE.
002400
002410     DISPLAY "PENERIMA LABEL (M=MAHASISWA, W=WALI): ".
002420     ACCEPT LB-PENERIMA.
002430     IF NOT LB-KE-MAHASISWA AND NOT LB-KE-WALI
002440         DISPLAY "PENERIMA TIDAK DIKENAL, PROSES DIBATALKAN."
002450         GO TO 1000-EXIT
002460     END-IF.
002470
002480     OPEN OUTPUT LABELOUT-FILE.
002490     OPEN OUTPUT LABELRPT-FILE.
002500     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002510     MOVE LB-MODE TO RPT-P-MODE.
002520     MOVE LB-PENERIMA TO RPT-P-PENERIMA.
002530     MOVE SPACES TO RPT-LINE.
002540     WRITE RPT-LINE FROM RPT-PILIH-LINE.
002550     MOVE SPACES TO RPT-LINE.
002560     WRITE RPT-LINE.
002570     SET LB-INIT-OK TO TRUE.
002580 1000-EXIT.
002590     EXIT.
002600*
002610*    ---------------------------------------------------------
002620*    2000-PILIH-KELAS - BACA MASTER LEWAT ALTERNATE KEY
002630*    MHS-KELAS MULAI DARI KELAS TERPILIH SAMPAI KELAS BERGANTI.
002640*    ---------------------------------------------------------
002650*
002660 2000-PILIH-KELAS.
002670     MOVE LB-PILIH-KELAS TO MHS-KELAS.
002680     START MHSMAST-FILE KEY = MHS-KELAS
002690         INVALID KEY
002700             DISPLAY "TIDAK ADA MAHASISWA DI KELAS "
002710                 LB-PILIH-KELAS
002720             GO TO 2000-EXIT
002730     END-START.
002740     MOVE "N" TO LB-EOF-SWITCH.
002750     PERFORM 2100-KELAS-ONE THRU 2100-EXIT
002760         UNTIL LB-END-OF-FILE.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-KELAS-ONE.
002810     READ MHSMAST-FILE NEXT RECORD
002820         AT END
002830             MOVE "Y" TO LB-EOF-SWITCH
002840             GO TO 2100-EXIT
002850     END-READ.
002860     IF MHS-KELAS NOT = LB-PILIH-KELAS
002870         MOVE "Y" TO LB-EOF-SWITCH
002880         GO TO 2100-EXIT
002890     END-IF.
002900     PERFORM 6000-LABEL-ONE THRU 6000-EXIT.
002910 2100-EXIT.
002920     EXIT.
002930*
002940*    ---------------------------------------------------------
002950*    3000-PILIH-STATUS - SAPU SELURUH MASTER URUT NPM, AMBIL
002960*    MAHASISWA DENGAN STATUS TERPILIH.
002970*    ---------------------------------------------------------
002980*
002990 3000-PILIH-STATUS.
003000     MOVE LOW-VALUES TO MHS-NPM.
003010     START MHSMAST-FILE KEY NOT < MHS-NPM
003020         INVALID KEY
003030             GO TO 3000-EXIT
003040     END-START.
003050     MOVE "N" TO LB-EOF-SWITCH.
003060     PERFORM 3100-STATUS-ONE THRU 3100-EXIT
003070         UNTIL LB-END-OF-FILE.
003080 3000-EXIT.
003090     EXIT.
003100
003110 3100-STATUS-ONE.
003120     READ MHSMAST-FILE NEXT RECORD
003130         AT END
003140             MOVE "Y" TO LB-EOF-SWITCH
003150             GO TO 3100-EXIT
003160     END-READ.
003170     IF MHS-STATUS = LB-PILIH-STATUS
003180         PERFORM 6000-LABEL-ONE THRU 6000-EXIT
003190     END-IF.
003200 3100-EXIT.
003210     EXIT.
003220*
003230*    ---------------------------------------------------------
003240*    4000-PILIH-NPM-LIST - BACA DAFTAR NPM LABELNPM; SETIAP NPM
003250*    DICARI DI MASTER. NPM YANG TIDAK ADA DICATAT DI LAPORAN.
003260*    ---------------------------------------------------------
003270*
003280 4000-PILIH-NPM-LIST.
003290     MOVE "N" TO LB-EOF-SWITCH.
003300     PERFORM 4100-NPM-ONE THRU 4100-EXIT
003310         UNTIL LB-END-OF-FILE.
003320 4000-EXIT.
003330     EXIT.
003340
003350 4100-NPM-ONE.
003360     READ LABELNPM-FILE
003370         AT END
003380             MOVE "Y" TO LB-EOF-SWITCH
003390             GO TO 4100-EXIT
003400     END-READ.
003410     IF LABELNPM-RECORD = SPACES
003420         GO TO 4100-EXIT
003430     END-IF.
003440     MOVE LABELNPM-RECORD TO MHS-NPM.
003450     READ MHSMAST-FILE
003460         INVALID KEY
003470             ADD 1 TO LB-NOTFOUND-COUNT
003480             MOVE LABELNPM-RECORD TO RPT-D-NPM
003490             MOVE SPACES TO RPT-D-NAMA RPT-D-KELAS
003500             MOVE "NPM TIDAK ADA DI MASTER" TO RPT-D-KETERANGAN
003510             PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT
003520             GO TO 4100-EXIT
003530     END-READ.
003540     PERFORM 6000-LABEL-ONE THRU 6000-EXIT.
003550 4100-EXIT.
003560     EXIT.
003570*
003580*    ---------------------------------------------------------
003590*    5000-PRINT-TOTALS - CONTROL TOTAL: DIPILIH = LABEL +
003600*    TANPA KONTAK/ALAMAT.
003610*    ---------------------------------------------------------
003620*
003630 5000-PRINT-TOTALS.
003640     MOVE SPACES TO RPT-LINE.
003650     WRITE RPT-LINE.
003660     MOVE LB-DIPILIH-COUNT TO RPT-T-DIPILIH.
003670     MOVE SPACES TO RPT-LINE.
003680     WRITE RPT-LINE FROM RPT-DIPILIH-LINE.
003690     MOVE LB-LABEL-COUNT TO RPT-T-LABEL.
003700     MOVE SPACES TO RPT-LINE.
003710     WRITE RPT-LINE FROM RPT-LABEL-LINE.
003720     MOVE LB-TANPA-KONTAK-COUNT TO RPT-T-TANPA.
003730     MOVE SPACES TO RPT-LINE.
003740     WRITE RPT-LINE FROM RPT-TANPA-LINE.
003750     IF LB-MODE-NPM
003760         MOVE LB-NOTFOUND-COUNT TO RPT-T-NOTFOUND
003770         MOVE SPACES TO RPT-LINE
003780         WRITE RPT-LINE FROM RPT-NOTFOUND-LINE
003790     END-IF.
003800     DISPLAY "CETAK LABEL SELESAI: " LB-LABEL-COUNT " LABEL DARI "
003810         LB-DIPILIH-COUNT " MAHASISWA.".
003820 5000-EXIT.
003830     EXIT.
003840*
003850*    ---------------------------------------------------------
003860*    6000-LABEL-ONE - CARI KONTAK MAHASISWA PADA MHS-RECORD DAN
003870*    TULIS SATU LABEL. TANPA KONTAK ATAU TANPA ALAMAT DICATAT
003880*    SEBAGAI PENGECUALIAN.
003890*    ---------------------------------------------------------
003900*
003910 6000-LABEL-ONE.
003920     ADD 1 TO LB-DIPILIH-COUNT.
003930     MOVE MHS-NPM TO KTK-NPM.
003940     READ MHSKONT-FILE
003950         INVALID KEY
003960             ADD 1 TO LB-TANPA-KONTAK-COUNT
003970             MOVE "TIDAK ADA RECORD KONTAK" TO RPT-D-KETERANGAN
003980             PERFORM 6800-WRITE-PENGECUALIAN THRU 6800-EXIT
003990             GO TO 6000-EXIT
004000     END-READ.
004010     IF KTK-ALAMAT-1 = SPACES OR KTK-KOTA = SPACES
004020         ADD 1 TO LB-TANPA-KONTAK-COUNT
004030         MOVE "ALAMAT TIDAK LENGKAP" TO RPT-D-KETERANGAN
004040         PERFORM 6800-WRITE-PENGECUALIAN THRU 6800-EXIT
004050         GO TO 6000-EXIT
004060     END-IF.
004070
004080     MOVE "KEPADA YTH." TO LBL-LINE.
004090     WRITE LBL-LINE.
004100     IF LB-KE-WALI
004110         IF KTK-WALI-NAMA = SPACES
004120             MOVE "ORANG TUA/WALI MAHASISWA" TO LBL-LINE
004130         ELSE
004140             MOVE KTK-WALI-NAMA TO LBL-LINE
004150         END-IF
004160         WRITE LBL-LINE
004170         MOVE MHS-NAMA TO LB-L-NAMA-MHS
004180         MOVE MHS-NPM TO LB-L-NPM-MHS
004190         MOVE LB-WALI-LINE TO LBL-LINE
004200         WRITE LBL-LINE
004210     ELSE
004220         MOVE MHS-NAMA TO LBL-LINE
004230         WRITE LBL-LINE
004240         MOVE MHS-NPM TO LB-L-NPM
004250         MOVE MHS-KELAS TO LB-L-KELAS
004260         MOVE LB-NPM-LINE TO LBL-LINE
004270         WRITE LBL-LINE
004280     END-IF.
004290     MOVE KTK-ALAMAT-1 TO LBL-LINE.
004300     WRITE LBL-LINE.
004310     MOVE KTK-ALAMAT-2 TO LBL-LINE.
004320     WRITE LBL-LINE.
004330     MOVE KTK-KOTA TO LB-L-KOTA.
004340     MOVE KTK-KODE-POS TO LB-L-KODE-POS.
004350     MOVE LB-KOTA-LINE TO LBL-LINE.
004360     WRITE LBL-LINE.
004370     MOVE SPACES TO LBL-LINE.
004380     WRITE LBL-LINE.
004390     ADD 1 TO LB-LABEL-COUNT.
004400 6000-EXIT.
004410     EXIT.
004420
004430 6800-WRITE-PENGECUALIAN.
004440     MOVE MHS-NPM TO RPT-D-NPM.
004450     MOVE MHS-NAMA TO RPT-D-NAMA.
004460     MOVE MHS-KELAS TO RPT-D-KELAS.
004470     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
004480 6800-EXIT.
004490     EXIT.
004500
004510 6900-WRITE-DETAIL.
004520     MOVE SPACES TO RPT-LINE.
004530     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
004540 6900-EXIT.
004550     EXIT.
004560*
004570 9000-TERMINATE.
004580     CLOSE MHSMAST-FILE.
004590     CLOSE MHSKONT-FILE.
004600     IF LB-MODE-NPM
004610         CLOSE LABELNPM-FILE
004620     END-IF.
004630     IF LB-INIT-OK
004640         CLOSE LABELOUT-FILE
004650         CLOSE LABELRPT-FILE
004660     END-IF.
004670 9000-EXIT.
004680     EXIT.

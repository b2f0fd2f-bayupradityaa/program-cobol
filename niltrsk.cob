000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NILTRSK.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - CETAK TRANSKRIP NILAI
000210*                     DENGAN BENTUK SURAT MHSCERT: KOP SURAT,
000220*                     NOMOR SERI BERLANJUT DARI CERTCTL, DAFTAR
000230*                     NILAI PER SEMESTER DARI KRSMAST DENGAN IPS
000240*                     DAN IPK DARI MHSIPK (HASIL NILPOST).
000250*    ---------------------------------------------------------
000260*
000270*    MODE DIPILIH OPERATOR: "N" = SATU NPM, "K" = SEMUA
000280*    MAHASISWA SATU KELAS (URUT NPM). HASIL DITULIS KE FILE
000290*    CETAK TRSKRPT, HALAMAN BARU UNTUK SETIAP TRANSKRIP
000300*    BERIKUTNYA. NOMOR SERI MEMAKAI FILE KONTROL CERTCTL YANG
000310*    SAMA DENGAN MHSCERT, SEHINGGA SURAT KETERANGAN DAN
000320*    TRANSKRIP TIDAK PERNAH BERBAGI NOMOR. MAHASISWA YANG
000330*    BELUM PUNYA NILAI (TIDAK ADA RECORD MHSIPK) TIDAK DICETAK
000340*    DAN TIDAK MEMAKAI NOMOR SERI.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS MHS-NPM
000430         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000440         FILE STATUS IS MHSMAST-STATUS.
000450
000460     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS KRS-KEY
000500         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
000510         FILE STATUS IS KRSMAST-STATUS.
000520
000530     SELECT MTKREF-FILE ASSIGN TO MTKREF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MTK-KODE
000570         FILE STATUS IS MTKREF-STATUS.
000580
000590     SELECT MHSIPK-FILE ASSIGN TO MHSIPK
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS IPK-KEY
000630         FILE STATUS IS MHSIPK-STATUS.
000640
000650     SELECT CERTCTL-FILE ASSIGN TO CERTCTL
000660         ORGANIZATION IS RELATIVE
000670         ACCESS MODE IS DYNAMIC
000680         RELATIVE KEY IS TS-CTL-KEY
000690         FILE STATUS IS CERTCTL-STATUS.
000700
000710     SELECT TRSKRPT-FILE ASSIGN TO TRSKRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS TRSKRPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  MHSMAST-FILE.
000780     COPY MHSREC.
000790
000800 FD  KRSMAST-FILE.
000810     COPY KRSR.
000820
000830 FD  MTKREF-FILE.
000840     COPY MTKR.
000850
000860 FD  MHSIPK-FILE.
000870     COPY IPKR.
000880
000890 FD  CERTCTL-FILE.
000900 01  CTL-RECORD.
000910     05  CTL-LAST-SERIAL         PIC 9(06).
000920
000930 FD  TRSKRPT-FILE.
000940 01  RPT-LINE                     PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000980     88  MHSMAST-OK                   VALUE "00".
000990 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
001000     88  KRSMAST-OK                   VALUE "00".
001010 77  MTKREF-STATUS                PIC XX    VALUE SPACES.
001020     88  MTKREF-OK                    VALUE "00".
001030 77  MHSIPK-STATUS                PIC XX    VALUE SPACES.
001040     88  MHSIPK-OK                    VALUE "00".
001050 77  CERTCTL-STATUS               PIC XX    VALUE SPACES.
001060 77  TRSKRPT-STATUS               PIC XX    VALUE SPACES.
001070 77  TS-CTL-KEY                   PIC 9(01) VALUE 1.
001080 77  TS-INIT-SWITCH               PIC X(01) VALUE "N".
001090     88  TS-INIT-OK                   VALUE "Y".
001100 77  TS-EOF-SWITCH                PIC X(01) VALUE "N".
001110     88  TS-END-OF-FILE               VALUE "Y".
001120 77  TS-KRS-EOF-SWITCH            PIC X(01) VALUE "N".
001130     88  TS-KRS-END-OF-FILE           VALUE "Y".
001140 77  TS-FOUND-SWITCH              PIC X(01) VALUE "N".
001150     88  TS-RECORD-FOUND              VALUE "Y".
001160 77  TS-IPK-SWITCH                PIC X(01) VALUE "N".
001170     88  TS-ADA-IPK                   VALUE "Y".
001180 77  TS-MODE                      PIC X(01) VALUE SPACE.
001190     88  TS-MODE-NPM                  VALUES "N" "n".
001200     88  TS-MODE-KELAS                VALUES "K" "k".
001210 77  TS-PILIH-NPM                 PIC X(08) VALUE SPACES.
001220 77  TS-PILIH-KELAS               PIC A(05) VALUE SPACES.
001230 77  TS-TRSK-COUNT                PIC 9(05) VALUE ZERO.
001240 77  TS-SERIAL                    PIC 9(06) VALUE ZERO.
001250 77  TS-FIRST-SWITCH              PIC X(01) VALUE "Y".
001260     88  TS-FIRST-SEMESTER            VALUE "Y".
001270 77  TS-BREAK-SEMESTER            PIC 9(05) VALUE ZERO.
001280 77  TS-SKS-KUM                   PIC 9(03) VALUE ZERO.
001290 77  TS-IPK                       PIC 9V99  VALUE ZERO.
001300*
001310*    TANGGAL TERBIT BENTUK PENUH: HARI + NAMA BULAN + TAHUN.
001320*
001330 01  TS-RUN-DATE.
001340     05  TS-RUN-YEAR              PIC 9(04).
001350     05  TS-RUN-MONTH             PIC 9(02).
001360     05  TS-RUN-DAY               PIC 9(02).
001370 01  TS-FD-INPUT.
001380     05  TS-FD-HARI               PIC 9(02).
001390     05  TS-FD-BULAN              PIC 9(02).
001400     05  TS-FD-TAHUN              PIC 9(04).
001410 77  TS-FD-TEXT                   PIC X(20) VALUE SPACES.
001420 77  TS-FD-NAMA-BULAN             PIC X(09) VALUE SPACES.
001430
001440 01  TS-BULAN-VALUES.
001450     05  FILLER                  PIC X(09) VALUE "JANUARI".
001460     05  FILLER                  PIC X(09) VALUE "FEBRUARI".
001470     05  FILLER                  PIC X(09) VALUE "MARET".
001480     05  FILLER                  PIC X(09) VALUE "APRIL".
001490     05  FILLER                  PIC X(09) VALUE "MEI".
001500     05  FILLER                  PIC X(09) VALUE "JUNI".
001510     05  FILLER                  PIC X(09) VALUE "JULI".
001520     05  FILLER                  PIC X(09) VALUE "AGUSTUS".
001530     05  FILLER                  PIC X(09) VALUE "SEPTEMBER".
001540     05  FILLER                  PIC X(09) VALUE "OKTOBER".
001550     05  FILLER                  PIC X(09) VALUE "NOVEMBER".
001560     05  FILLER                  PIC X(09) VALUE "DESEMBER".
001570 01  TS-BULAN-TABLE REDEFINES TS-BULAN-VALUES.
001580     05  TS-NAMA-BULAN OCCURS 12 TIMES
001590                              PIC X(09).
001600
001610 01  RPT-GARIS-LINE               PIC X(50) VALUE ALL "=".
001620 01  RPT-STRIP-LINE               PIC X(50) VALUE ALL "-".
001630 01  RPT-KOP-1-LINE               PIC X(40) VALUE
001640     "          LABORATORIUM AP3".
001650 01  RPT-KOP-2-LINE               PIC X(45) VALUE
001660     "         TRANSKRIP NILAI AKADEMIK".
001670 01  RPT-SERIAL-LINE.
001680     05  FILLER                  PIC X(17) VALUE
001690         "NOMOR SERI     : ".
001700     05  RPT-S-SERIAL            PIC 9(06).
001710 01  RPT-NAMA-LINE.
001720     05  FILLER                  PIC X(17) VALUE
001730         "NAMA           : ".
001740     05  RPT-C-NAMA              PIC A(15).
001750 01  RPT-NPM-LINE.
001760     05  FILLER                  PIC X(17) VALUE
001770         "NPM            : ".
001780     05  RPT-C-NPM               PIC X(08).
001790 01  RPT-KELAS-LINE.
001800     05  FILLER                  PIC X(17) VALUE
001810         "KELAS          : ".
001820     05  RPT-C-KELAS             PIC A(05).
001830 01  RPT-SEMESTER-LINE.
001840     05  FILLER                  PIC X(17) VALUE
001850         "SEMESTER       : ".
001860     05  RPT-M-TAHUN             PIC 9(04).
001870     05  FILLER                  PIC X(03) VALUE " - ".
001880     05  RPT-M-JENIS             PIC X(06).
001890 01  RPT-MTK-HEAD-LINE.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  FILLER                  PIC X(08) VALUE "KODE".
001920     05  FILLER                  PIC X(27) VALUE "MATA KULIAH".
001930     05  FILLER                  PIC X(05) VALUE "SKS".
001940     05  FILLER                  PIC X(05) VALUE "NILAI".
001950 01  RPT-MTK-LINE.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  RPT-K-KODE              PIC X(06).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  RPT-K-NAMA              PIC X(25).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  RPT-K-SKS               PIC Z9.
002020     05  FILLER                  PIC X(05) VALUE SPACES.
002030     05  RPT-K-NILAI             PIC X(01).
002040 01  RPT-IPS-LINE.
002050     05  FILLER                  PIC X(37) VALUE
002060         "  JUMLAH SKS SEMESTER INI          : ".
002070     05  RPT-I-SKS               PIC ZZ9.
002080     05  FILLER                  PIC X(10) VALUE "     IPS: ".
002090     05  RPT-I-IPS               PIC 9.99.
002100 01  RPT-KUM-LINE.
002110     05  FILLER                  PIC X(37) VALUE
002120         "TOTAL SKS YANG DINILAI             : ".
002130     05  RPT-U-SKS               PIC ZZ9.
002140     05  FILLER                  PIC X(10) VALUE "     IPK: ".
002150     05  RPT-U-IPK               PIC 9.99.
002160 01  RPT-TERBIT-LINE.
002170     05  FILLER                  PIC X(20) VALUE
002180         "DITERBITKAN TANGGAL ".
002190     05  RPT-C-TERBIT            PIC X(20).
002200
002210 PROCEDURE DIVISION.
002220*
002230*    ===========================================================
002240*    0000-MAINLINE - BUKA FILE, CETAK TRANSKRIP MENURUT MODE,
002250*    TAMPILKAN RINGKASAN, TUTUP FILE.
002260*    ===========================================================
002270*
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     IF TS-INIT-OK
002310         IF TS-MODE-NPM
002320             PERFORM 2000-TRSK-SATU-NPM THRU 2000-EXIT
002330         ELSE
002340             PERFORM 3000-TRSK-SATU-KELAS THRU 3000-EXIT
002350         END-IF
002360         DISPLAY "SELESAI, TRANSKRIP DICETAK = " TS-TRSK-COUNT
002370     END-IF.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400*
002410*    ---------------------------------------------------------
002420*    1000-INITIALIZE - BUKA MASTER, KRS, MATA KULIAH, IPK,
002430*    FILE KONTROL NOMOR SERI DAN FILE CETAK; TERIMA MODE.
002440*    ---------------------------------------------------------
002450*
002460 1000-INITIALIZE.
002470     OPEN INPUT MHSMAST-FILE.
002480     IF NOT MHSMAST-OK
002490         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002500             MHSMAST-STATUS
002510         GO TO 1000-EXIT
002520     END-IF.
002530     OPEN INPUT KRSMAST-FILE.
002540     IF NOT KRSMAST-OK
002550         DISPLAY "ERROR BUKA FILE KRS, STATUS = "
002560             KRSMAST-STATUS
002570         GO TO 1000-EXIT
002580     END-IF.
002590     OPEN INPUT MTKREF-FILE.
002600     IF NOT MTKREF-OK
002610         DISPLAY "ERROR BUKA FILE MATA KULIAH, STATUS = "
002620             MTKREF-STATUS
002630         GO TO 1000-EXIT
002640     END-IF.
002650     OPEN INPUT MHSIPK-FILE.
002660     IF NOT MHSIPK-OK
002670         DISPLAY "ERROR BUKA FILE IPK MHSIPK, STATUS = "
002680             MHSIPK-STATUS
002690         GO TO 1000-EXIT
002700     END-IF.
002710
002720     OPEN I-O CERTCTL-FILE.
002730     IF CERTCTL-STATUS = "35"
002740         OPEN OUTPUT CERTCTL-FILE
002750         CLOSE CERTCTL-FILE
002760         OPEN I-O CERTCTL-FILE
002770     END-IF.
002780     IF CERTCTL-STATUS NOT = "00"
002790         DISPLAY "ERROR BUKA FILE KONTROL CERTCTL, STATUS = "
002800             CERTCTL-STATUS
002810         GO TO 1000-EXIT
002820     END-IF.
002830     MOVE 1 TO TS-CTL-KEY.
002840     READ CERTCTL-FILE
002850         INVALID KEY
002860             MOVE ZERO TO CTL-LAST-SERIAL
002870             WRITE CTL-RECORD
002880         NOT INVALID KEY
002890             CONTINUE
002900     END-READ.
002910     MOVE CTL-LAST-SERIAL TO TS-SERIAL.
002920
002930     DISPLAY "MODE CETAK (N=SATU NPM, K=SATU KELAS): ".
002940     ACCEPT TS-MODE.
002950     IF NOT TS-MODE-NPM AND NOT TS-MODE-KELAS
002960         DISPLAY "MODE TIDAK DIKENAL, PROSES DIBATALKAN."
002970         GO TO 1000-EXIT
002980     END-IF.
002990     IF TS-MODE-NPM
003000         DISPLAY "MASUKKAN NPM: "
003010         ACCEPT TS-PILIH-NPM
003020     ELSE
003030         DISPLAY "MASUKKAN KELAS: "
003040         ACCEPT TS-PILIH-KELAS
003050         IF TS-PILIH-KELAS = SPACES
003060             DISPLAY "KELAS TIDAK BOLEH KOSONG, DIBATALKAN."
003070             GO TO 1000-EXIT
003080         END-IF
003090     END-IF.
003100
003110     OPEN OUTPUT TRSKRPT-FILE.
003120     ACCEPT TS-RUN-DATE FROM DATE YYYYMMDD.
003130     SET TS-INIT-OK TO TRUE.
003140 1000-EXIT.
003150     EXIT.
003160*
003170*    ---------------------------------------------------------
003180*    2000-TRSK-SATU-NPM - CETAK TRANSKRIP SATU MAHASISWA.
003190*    ---------------------------------------------------------
003200*
003210 2000-TRSK-SATU-NPM.
003220     MOVE TS-PILIH-NPM TO MHS-NPM.
003230     READ MHSMAST-FILE
003240         INVALID KEY
003250             DISPLAY "NPM " TS-PILIH-NPM " TIDAK DITEMUKAN."
003260             GO TO 2000-EXIT
003270     END-READ.
003280     PERFORM 4000-CEK-IPK THRU 4000-EXIT.
003290     IF NOT TS-ADA-IPK
003300         DISPLAY "NPM " TS-PILIH-NPM " BELUM PUNYA NILAI, "
003310             "TRANSKRIP TIDAK DICETAK."
003320         GO TO 2000-EXIT
003330     END-IF.
003340     PERFORM 5000-PRINT-TRSK THRU 5000-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370*
003380*    ---------------------------------------------------------
003390*    3000-TRSK-SATU-KELAS - SAPU MASTER URUT NPM DAN CETAK
003400*    TRANSKRIP SETIAP MAHASISWA KELAS TERPILIH YANG SUDAH
003410*    PUNYA NILAI.
003420*    ---------------------------------------------------------
003430*
003440 3000-TRSK-SATU-KELAS.
003450     MOVE LOW-VALUES TO MHS-NPM.
003460     START MHSMAST-FILE KEY NOT < MHS-NPM
003470         INVALID KEY
003480             DISPLAY "FILE MASTER KOSONG."
003490             GO TO 3000-EXIT
003500     END-START.
003510     MOVE "N" TO TS-EOF-SWITCH.
003520     PERFORM 3100-SWEEP-ONE THRU 3100-EXIT
003530         UNTIL TS-END-OF-FILE.
003540     IF TS-TRSK-COUNT = ZERO
003550         DISPLAY "TIDAK ADA MAHASISWA BERNILAI PADA KELAS "
003560             TS-PILIH-KELAS
003570     END-IF.
003580 3000-EXIT.
003590     EXIT.
003600
003610 3100-SWEEP-ONE.
003620     READ MHSMAST-FILE NEXT RECORD
003630         AT END
003640             MOVE "Y" TO TS-EOF-SWITCH
003650             GO TO 3100-EXIT
003660     END-READ.
003670     IF MHS-KELAS NOT = TS-PILIH-KELAS
003680         GO TO 3100-EXIT
003690     END-IF.
003700     PERFORM 4000-CEK-IPK THRU 4000-EXIT.
003710     IF TS-ADA-IPK
003720         PERFORM 5000-PRINT-TRSK THRU 5000-EXIT
003730     END-IF.
003740 3100-EXIT.
003750     EXIT.
003760*
003770*    ---------------------------------------------------------
003780*    4000-CEK-IPK - APAKAH MHS-NPM BERJALAN PUNYA MINIMAL SATU
003790*    RECORD MHSIPK (ARTINYA SUDAH ADA NILAI YANG DIPOSTING).
003800*    ---------------------------------------------------------
003810*
003820 4000-CEK-IPK.
003830     MOVE "N" TO TS-IPK-SWITCH.
003840     MOVE MHS-NPM TO IPK-NPM.
003850     MOVE ZERO TO IPK-SEMESTER.
003860     START MHSIPK-FILE KEY NOT < IPK-KEY
003870         INVALID KEY
003880             GO TO 4000-EXIT
003890     END-START.
003900     READ MHSIPK-FILE NEXT RECORD
003910         AT END
003920             GO TO 4000-EXIT
003930     END-READ.
003940     IF IPK-NPM = MHS-NPM
003950         MOVE "Y" TO TS-IPK-SWITCH
003960     END-IF.
003970 4000-EXIT.
003980     EXIT.
003990*
004000*    ---------------------------------------------------------
004010*    5000-PRINT-TRSK - CETAK SATU TRANSKRIP DARI MHS-RECORD
004020*    BERJALAN: KOP, IDENTITAS, NILAI PER SEMESTER DENGAN IPS,
004030*    LALU TOTAL SKS DAN IPK. NOMOR SERI NAIK SATU DAN LANGSUNG
004040*    DISIMPAN KE FILE KONTROL.
004050*    ---------------------------------------------------------
004060*
004070 5000-PRINT-TRSK.
004080     ADD 1 TO TS-SERIAL.
004090     MOVE TS-SERIAL TO CTL-LAST-SERIAL.
004100     MOVE 1 TO TS-CTL-KEY.
004110     REWRITE CTL-RECORD
004120         INVALID KEY
004130             DISPLAY "PERINGATAN: GAGAL SIMPAN NOMOR SERI."
004140     END-REWRITE.
004150
004160     IF TS-TRSK-COUNT > ZERO
004170         MOVE SPACES TO RPT-LINE
004180         WRITE RPT-LINE AFTER ADVANCING PAGE
004190     END-IF.
004200
004210     WRITE RPT-LINE FROM RPT-GARIS-LINE.
004220     MOVE SPACES TO RPT-LINE.
004230     WRITE RPT-LINE FROM RPT-KOP-1-LINE.
004240     MOVE SPACES TO RPT-LINE.
004250     WRITE RPT-LINE FROM RPT-KOP-2-LINE.
004260     MOVE SPACES TO RPT-LINE.
004270     WRITE RPT-LINE FROM RPT-GARIS-LINE.
004280     MOVE TS-SERIAL TO RPT-S-SERIAL.
004290     MOVE SPACES TO RPT-LINE.
004300     WRITE RPT-LINE FROM RPT-SERIAL-LINE.
004310     MOVE SPACES TO RPT-LINE.
004320     WRITE RPT-LINE.
004330     MOVE MHS-NAMA TO RPT-C-NAMA.
004340     MOVE SPACES TO RPT-LINE.
004350     WRITE RPT-LINE FROM RPT-NAMA-LINE.
004360     MOVE MHS-NPM TO RPT-C-NPM.
004370     MOVE SPACES TO RPT-LINE.
004380     WRITE RPT-LINE FROM RPT-NPM-LINE.
004390     MOVE MHS-KELAS TO RPT-C-KELAS.
004400     MOVE SPACES TO RPT-LINE.
004410     WRITE RPT-LINE FROM RPT-KELAS-LINE.
004420
004430     MOVE "Y" TO TS-FIRST-SWITCH.
004440     MOVE ZERO TO TS-SKS-KUM TS-IPK.
004450     MOVE MHS-NPM TO KRS-NPM.
004460     MOVE LOW-VALUES TO KRS-SEM-MTK.
004470     MOVE "N" TO TS-KRS-EOF-SWITCH.
004480     START KRSMAST-FILE KEY NOT < KRS-KEY
004490         INVALID KEY
004500             MOVE "Y" TO TS-KRS-EOF-SWITCH
004510     END-START.
004520     PERFORM 5100-KRS-ONE THRU 5100-EXIT
004530         UNTIL TS-KRS-END-OF-FILE.
004540     IF NOT TS-FIRST-SEMESTER
004550         PERFORM 5300-CETAK-IPS THRU 5300-EXIT
004560     END-IF.
004570
004580     MOVE SPACES TO RPT-LINE.
004590     WRITE RPT-LINE FROM RPT-GARIS-LINE.
004600     MOVE TS-SKS-KUM TO RPT-U-SKS.
004610     MOVE TS-IPK TO RPT-U-IPK.
004620     MOVE SPACES TO RPT-LINE.
004630     WRITE RPT-LINE FROM RPT-KUM-LINE.
004640     MOVE SPACES TO RPT-LINE.
004650     WRITE RPT-LINE.
004660
004670     MOVE TS-RUN-DAY TO TS-FD-HARI.
004680     MOVE TS-RUN-MONTH TO TS-FD-BULAN.
004690     MOVE TS-RUN-YEAR TO TS-FD-TAHUN.
004700     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
004710     MOVE TS-FD-TEXT TO RPT-C-TERBIT.
004720     MOVE SPACES TO RPT-LINE.
004730     WRITE RPT-LINE FROM RPT-TERBIT-LINE.
004740     MOVE SPACES TO RPT-LINE.
004750     WRITE RPT-LINE FROM RPT-GARIS-LINE.
004760
004770     ADD 1 TO TS-TRSK-COUNT.
004780 5000-EXIT.
004790     EXIT.
004800*
004810*    ---------------------------------------------------------
004820*    5100-KRS-ONE - BACA KRS BERIKUTNYA MILIK NPM INI (URUT
004830*    SEMESTER + KODE). MATA KULIAH TANPA NILAI DILEWATI.
004840*    GANTI SEMESTER MENUTUP SEMESTER LAMA DENGAN BARIS IPS
004850*    DAN MEMBUKA JUDUL SEMESTER BARU.
004860*    ---------------------------------------------------------
004870*
004880 5100-KRS-ONE.
004890     READ KRSMAST-FILE NEXT RECORD
004900         AT END
004910             MOVE "Y" TO TS-KRS-EOF-SWITCH
004920             GO TO 5100-EXIT
004930     END-READ.
004940     IF KRS-NPM NOT = MHS-NPM
004950         MOVE "Y" TO TS-KRS-EOF-SWITCH
004960         GO TO 5100-EXIT
004970     END-IF.
004980     IF KRS-BELUM-NILAI
004990         GO TO 5100-EXIT
005000     END-IF.
005010
005020     IF TS-FIRST-SEMESTER
005030         OR KRS-SEMESTER NOT = TS-BREAK-SEMESTER
005040         IF NOT TS-FIRST-SEMESTER
005050             PERFORM 5300-CETAK-IPS THRU 5300-EXIT
005060         END-IF
005070         MOVE "N" TO TS-FIRST-SWITCH
005080         MOVE KRS-SEMESTER TO TS-BREAK-SEMESTER
005090         PERFORM 5200-CETAK-JUDUL-SEM THRU 5200-EXIT
005100     END-IF.
005110
005120     MOVE KRS-KODE-MTK TO MTK-KODE.
005130     READ MTKREF-FILE
005140         INVALID KEY
005150             MOVE "(TIDAK ADA DI MTKREF)" TO MTK-NAMA
005160     END-READ.
005170     MOVE KRS-KODE-MTK TO RPT-K-KODE.
005180     MOVE MTK-NAMA TO RPT-K-NAMA.
005190     MOVE KRS-SKS TO RPT-K-SKS.
005200     MOVE KRS-NILAI TO RPT-K-NILAI.
005210     MOVE SPACES TO RPT-LINE.
005220     WRITE RPT-LINE FROM RPT-MTK-LINE.
005230 5100-EXIT.
005240     EXIT.
005250
005260 5200-CETAK-JUDUL-SEM.
005270     MOVE SPACES TO RPT-LINE.
005280     WRITE RPT-LINE.
005290     MOVE KRS-SEMESTER (1:4) TO RPT-M-TAHUN.
005300     IF KRS-SEMESTER (5:1) = "1"
005310         MOVE "GANJIL" TO RPT-M-JENIS
005320     ELSE
005330         MOVE "GENAP" TO RPT-M-JENIS
005340     END-IF.
005350     MOVE SPACES TO RPT-LINE.
005360     WRITE RPT-LINE FROM RPT-SEMESTER-LINE.
005370     MOVE SPACES TO RPT-LINE.
005380     WRITE RPT-LINE FROM RPT-MTK-HEAD-LINE.
005390     MOVE SPACES TO RPT-LINE.
005400     WRITE RPT-LINE FROM RPT-STRIP-LINE.
005410 5200-EXIT.
005420     EXIT.
005430*
005440*    ---------------------------------------------------------
005450*    5300-CETAK-IPS - CETAK JUMLAH SKS DAN IPS SEMESTER YANG
005460*    BARU SELESAI DARI MHSIPK, DAN SIMPAN IPK KUMULATIFNYA
005470*    UNTUK BARIS TOTAL DI AKHIR TRANSKRIP.
005480*    ---------------------------------------------------------
005490*
005500 5300-CETAK-IPS.
005510     MOVE MHS-NPM TO IPK-NPM.
005520     MOVE TS-BREAK-SEMESTER TO IPK-SEMESTER.
005530     READ MHSIPK-FILE
005540         INVALID KEY
005550             MOVE ZERO TO IPK-SKS-SEM IPK-IPS
005560         NOT INVALID KEY
005570             MOVE IPK-SKS-KUM TO TS-SKS-KUM
005580             MOVE IPK-IPK TO TS-IPK
005590     END-READ.
005600     MOVE IPK-SKS-SEM TO RPT-I-SKS.
005610     MOVE IPK-IPS TO RPT-I-IPS.
005620     MOVE SPACES TO RPT-LINE.
005630     WRITE RPT-LINE FROM RPT-STRIP-LINE.
005640     MOVE SPACES TO RPT-LINE.
005650     WRITE RPT-LINE FROM RPT-IPS-LINE.
005660 5300-EXIT.
005670     EXIT.
005680*
005690*    ---------------------------------------------------------
005700*    7000-FORMAT-DATE - BENTUK TS-FD-INPUT (HARI/BULAN/TAHUN)
005710*    MENJADI TEKS PENUH "DD NAMABULAN YYYY" DI TS-FD-TEXT.
005720*    BULAN DI LUAR 1-12 DICETAK TANDA TANYA.
005730*    ---------------------------------------------------------
005740*
005750 7000-FORMAT-DATE.
005760     IF TS-FD-BULAN >= 1 AND TS-FD-BULAN <= 12
005770         MOVE TS-NAMA-BULAN (TS-FD-BULAN) TO TS-FD-NAMA-BULAN
005780     ELSE
005790         MOVE "?????????" TO TS-FD-NAMA-BULAN
005800     END-IF.
005810     MOVE SPACES TO TS-FD-TEXT.
005820     STRING TS-FD-HARI DELIMITED BY SIZE
005830         " " DELIMITED BY SIZE
005840         TS-FD-NAMA-BULAN DELIMITED BY " "
005850         " " DELIMITED BY SIZE
005860         TS-FD-TAHUN DELIMITED BY SIZE
005870         INTO TS-FD-TEXT.
005880 7000-EXIT.
005890     EXIT.
005900*
005910 9000-TERMINATE.
005920     CLOSE MHSMAST-FILE.
005930     CLOSE KRSMAST-FILE.
005940     CLOSE MTKREF-FILE.
005950     CLOSE MHSIPK-FILE.
005960     CLOSE CERTCTL-FILE.
005970     CLOSE TRSKRPT-FILE.
005980 9000-EXIT.
005990     EXIT.

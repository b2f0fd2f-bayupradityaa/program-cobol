000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAGBILL.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - RUN TAGIHAN UKT/SPP
000210*                     SEMESTER: SATU TAGIHAN (MHSTAGIH, COPYBOOK
000220*                     TAGR) PER MAHASISWA AKTIF DI MHSMAST DENGAN
000230*                     JUMLAH DARI TARIF KELASNYA (TARIFREF).
000240*    ---------------------------------------------------------
000250*
000260*    OPERATOR MEMASUKKAN SEMESTER (YYYYS) DAN TANGGAL JATUH
000270*    TEMPO (YYYYMMDD). MASTER DISAPU URUT NPM; MAHASISWA CUTI
000280*    DAN SKORSING TIDAK DITAGIH. MAHASISWA YANG SUDAH PUNYA
000290*    TAGIHAN SEMESTER ITU DILEWATI, SEHINGGA RUN YANG DIULANG
000300*    (MISALNYA SETELAH INTAKE SUSULAN) HANYA MENAGIH MAHASISWA
000310*    BARU. KELAS TANPA TARIF DILAPORKAN DAN TIDAK DITAGIH.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MHS-NPM
000400         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000410         FILE STATUS IS MHSMAST-STATUS.
000420
000430     SELECT TARIFREF-FILE ASSIGN TO TARIFREF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TRF-KELAS
000470         FILE STATUS IS TARIFREF-STATUS.
000480
000490     SELECT MHSTAGIH-FILE ASSIGN TO MHSTAGIH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TAG-KEY
000530         FILE STATUS IS MHSTAGIH-STATUS.
000540
000550     SELECT TAGRPT-FILE ASSIGN TO TAGRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS TAGRPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MHSMAST-FILE.
000620     COPY MHSREC.
000630
000640 FD  TARIFREF-FILE.
000650     COPY TARIFR.
000660
000670 FD  MHSTAGIH-FILE.
000680     COPY TAGR.
000690
000700 FD  TAGRPT-FILE.
000710 01  RPT-LINE                     PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000750     88  MHSMAST-OK                   VALUE "00".
000760 77  TARIFREF-STATUS              PIC XX    VALUE SPACES.
000770     88  TARIFREF-OK                  VALUE "00".
000780 77  MHSTAGIH-STATUS              PIC XX    VALUE SPACES.
000790     88  MHSTAGIH-OK                  VALUE "00".
000800 77  TAGRPT-STATUS                PIC XX    VALUE SPACES.
000810 77  TB-INIT-SWITCH               PIC X(01) VALUE "N".
000820     88  TB-INIT-OK                   VALUE "Y".
000830 77  TB-EOF-SWITCH                PIC X(01) VALUE "N".
000840     88  TB-END-OF-FILE               VALUE "Y".
000850 77  TB-SEMESTER-IN               PIC X(05) VALUE SPACES.
000860 01  TB-PERIKSA-SEMESTER.
000870     05  TB-PERIKSA-TAHUN         PIC 9(04).
000880     05  TB-PERIKSA-KE            PIC 9(01).
000890         88  TB-SEMESTER-KE-VALID     VALUES 1 2.
000900 77  TB-SEMESTER                  PIC 9(05) VALUE ZERO.
000910 77  TB-JT-IN                     PIC X(08) VALUE SPACES.
000920 01  TB-JATUH-TEMPO.
000930     05  TB-JT-TAHUN              PIC 9(04).
000940     05  TB-JT-BULAN              PIC 9(02).
000950     05  TB-JT-HARI               PIC 9(02).
000960 77  TB-RUN-DATE                  PIC 9(08) VALUE ZERO.
000970 77  TB-MHS-COUNT                 PIC 9(05) VALUE ZERO.
000980 77  TB-AKTIF-COUNT               PIC 9(05) VALUE ZERO.
000990 77  TB-TAGIH-COUNT               PIC 9(05) VALUE ZERO.
001000 77  TB-SUDAH-COUNT               PIC 9(05) VALUE ZERO.
001010 77  TB-TANPA-TARIF-COUNT         PIC 9(05) VALUE ZERO.
001020 77  TB-TOTAL-RUPIAH              PIC 9(12) VALUE ZERO.
001030
001040 01  RPT-TITLE-LINE.
001050     05  FILLER                  PIC X(35) VALUE
001060         "RUN TAGIHAN UKT/SPP, SEMESTER ".
001070     05  RPT-H-SEMESTER          PIC 9(05).
001080     05  FILLER                  PIC X(16) VALUE
001090         "  JATUH TEMPO : ".
001100     05  RPT-H-JT                PIC 9(08).
001110 01  RPT-DETAIL-LINE.
001120     05  FILLER                  PIC X(03) VALUE SPACES.
001130     05  RPT-D-NPM               PIC X(08).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  RPT-D-NAMA              PIC A(15).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  RPT-D-KELAS             PIC A(05).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  RPT-D-KETERANGAN        PIC X(30).
001200 01  RPT-TOTAL-MHS-LINE.
001210     05  FILLER                  PIC X(25) VALUE
001220         "MAHASISWA DIBACA      : ".
001230     05  RPT-T-MHS               PIC ZZZZ9.
001240 01  RPT-TOTAL-AKTIF-LINE.
001250     05  FILLER                  PIC X(25) VALUE
001260         "MAHASISWA AKTIF       : ".
001270     05  RPT-T-AKTIF             PIC ZZZZ9.
001280 01  RPT-TOTAL-TAGIH-LINE.
001290     05  FILLER                  PIC X(25) VALUE
001300         "TAGIHAN DIBUAT        : ".
001310     05  RPT-T-TAGIH             PIC ZZZZ9.
001320 01  RPT-TOTAL-SUDAH-LINE.
001330     05  FILLER                  PIC X(25) VALUE
001340         "SUDAH DITAGIH         : ".
001350     05  RPT-T-SUDAH             PIC ZZZZ9.
001360 01  RPT-TOTAL-TARIF-LINE.
001370     05  FILLER                  PIC X(25) VALUE
001380         "KELAS TANPA TARIF     : ".
001390     05  RPT-T-TARIF             PIC ZZZZ9.
001400 01  RPT-TOTAL-RUPIAH-LINE.
001410     05  FILLER                  PIC X(25) VALUE
001420         "TOTAL DITAGIH (RP)    : ".
001430     05  RPT-T-RUPIAH            PIC ZZZ,ZZZ,ZZZ,ZZ9.
001440
001450 PROCEDURE DIVISION.
001460*
001470*    ===========================================================
001480*    0000-MAINLINE - TERIMA SEMESTER DAN JATUH TEMPO, BUAT
001490*    TAGIHAN UNTUK SETIAP MAHASISWA AKTIF, CETAK TOTAL.
001500*    ===========================================================
001510*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF TB-INIT-OK
001550         PERFORM 2000-BILL-ONE THRU 2000-EXIT
001560             UNTIL TB-END-OF-FILE
001570         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001580     END-IF.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001600     STOP RUN.
001610*
001620*    ---------------------------------------------------------
001630*    1000-INITIALIZE - TERIMA DAN PERIKSA PARAMETER RUN, BUKA
001640*    MASTER, TARIF, FILE TAGIHAN (BUAT BILA BELUM ADA) DAN
001650*    LAPORAN, POSISIKAN MASTER DI AWAL.
001660*    ---------------------------------------------------------
001670*
001680 1000-INITIALIZE.
001690     DISPLAY "MASUKKAN SEMESTER (YYYYS, S=1 GANJIL/2 GENAP): ".
001700     ACCEPT TB-SEMESTER-IN.
001710     MOVE TB-SEMESTER-IN TO TB-PERIKSA-SEMESTER.
001720     IF TB-PERIKSA-SEMESTER IS NOT NUMERIC
001730         OR NOT TB-SEMESTER-KE-VALID
001740         DISPLAY "SEMESTER TIDAK VALID, PROSES DIBATALKAN."
001750         GO TO 1000-EXIT
001760     END-IF.
001770     MOVE TB-PERIKSA-SEMESTER TO TB-SEMESTER.
001780     DISPLAY "MASUKKAN TANGGAL JATUH TEMPO (YYYYMMDD): ".
001790     ACCEPT TB-JT-IN.
001800     MOVE TB-JT-IN TO TB-JATUH-TEMPO.
001810     IF TB-JATUH-TEMPO IS NOT NUMERIC
001820         OR TB-JT-BULAN < 1 OR TB-JT-BULAN > 12
001830         OR TB-JT-HARI < 1 OR TB-JT-HARI > 31
001840         DISPLAY "TANGGAL JATUH TEMPO TIDAK VALID, DIBATALKAN."
001850         GO TO 1000-EXIT
001860     END-IF.
001870     ACCEPT TB-RUN-DATE FROM DATE YYYYMMDD.
001880
001890     OPEN INPUT MHSMAST-FILE.
001900     IF NOT MHSMAST-OK
001910         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001920             MHSMAST-STATUS
001930         GO TO 1000-EXIT
001940     END-IF.
001950     OPEN INPUT TARIFREF-FILE.
001960     IF NOT TARIFREF-OK
001970         DISPLAY "ERROR BUKA FILE TARIF, STATUS = "
001980             TARIFREF-STATUS
001990         GO TO 1000-EXIT
002000     END-IF.
002010     OPEN I-O MHSTAGIH-FILE.
002020     IF MHSTAGIH-STATUS = "35"
002030         OPEN OUTPUT MHSTAGIH-FILE
002040         CLOSE MHSTAGIH-FILE
002050         OPEN I-O MHSTAGIH-FILE
002060     END-IF.
002070     IF NOT MHSTAGIH-OK
002080         DISPLAY "ERROR BUKA FILE TAGIHAN, STATUS = "
002090             MHSTAGIH-STATUS
002100         GO TO 1000-EXIT
002110     END-IF.
002120
002130     OPEN OUTPUT TAGRPT-FILE.
002140     MOVE TB-SEMESTER TO RPT-H-SEMESTER.
002150     MOVE TB-JATUH-TEMPO TO RPT-H-JT.
002160     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002170     MOVE SPACES TO RPT-LINE.
002180     WRITE RPT-LINE.
002190
002200     MOVE LOW-VALUES TO MHS-NPM.
002210     START MHSMAST-FILE KEY NOT < MHS-NPM
002220         INVALID KEY
002230             MOVE "Y" TO TB-EOF-SWITCH
002240     END-START.
002250     SET TB-INIT-OK TO TRUE.
002260 1000-EXIT.
002270     EXIT.
002280*
002290*    ---------------------------------------------------------
002300*    2000-BILL-ONE - BACA SATU MAHASISWA; BILA AKTIF, BELUM
002310*    DITAGIH DAN KELASNYA PUNYA TARIF, TULIS TAGIHANNYA.
002320*    ---------------------------------------------------------
002330*
002340 2000-BILL-ONE.
002350     READ MHSMAST-FILE NEXT RECORD
002360         AT END
002370             MOVE "Y" TO TB-EOF-SWITCH
002380             GO TO 2000-EXIT
002390     END-READ.
002400     ADD 1 TO TB-MHS-COUNT.
002410     IF NOT MHS-AKTIF
002420         GO TO 2000-EXIT
002430     END-IF.
002440     ADD 1 TO TB-AKTIF-COUNT.
002450
002460     MOVE MHS-NPM TO TAG-NPM.
002470     MOVE TB-SEMESTER TO TAG-SEMESTER.
002480     READ MHSTAGIH-FILE
002490         INVALID KEY
002500             CONTINUE
002510         NOT INVALID KEY
002520             ADD 1 TO TB-SUDAH-COUNT
002530             GO TO 2000-EXIT
002540     END-READ.
002550
002560     MOVE MHS-KELAS TO TRF-KELAS.
002570     READ TARIFREF-FILE
002580         INVALID KEY
002590             ADD 1 TO TB-TANPA-TARIF-COUNT
002600             MOVE "KELAS TIDAK PUNYA TARIF" TO RPT-D-KETERANGAN
002610             PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
002620             GO TO 2000-EXIT
002630     END-READ.
002640
002650     MOVE MHS-NPM TO TAG-NPM.
002660     MOVE TB-SEMESTER TO TAG-SEMESTER.
002670     MOVE MHS-KELAS TO TAG-KELAS.
002680     MOVE TRF-JUMLAH TO TAG-JUMLAH.
002690     MOVE ZERO TO TAG-DIBAYAR TAG-TGL-BAYAR.
002700     MOVE TB-RUN-DATE TO TAG-TGL-TAGIH.
002710     MOVE TB-JATUH-TEMPO TO TAG-TGL-JATUH-TEMPO.
002720     SET TAG-BELUM-BAYAR TO TRUE.
002730     WRITE TAG-RECORD
002740         INVALID KEY
002750             MOVE "TULIS TAGIHAN GAGAL" TO RPT-D-KETERANGAN
002760             PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
002770         NOT INVALID KEY
002780             ADD 1 TO TB-TAGIH-COUNT
002790             ADD TAG-JUMLAH TO TB-TOTAL-RUPIAH
002800     END-WRITE.
002810 2000-EXIT.
002820     EXIT.
002830*
002840 2900-WRITE-DETAIL.
002850     MOVE MHS-NPM TO RPT-D-NPM.
002860     MOVE MHS-NAMA TO RPT-D-NAMA.
002870     MOVE MHS-KELAS TO RPT-D-KELAS.
002880     MOVE SPACES TO RPT-LINE.
002890     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
002900 2900-EXIT.
002910     EXIT.
002920*
002930*    ---------------------------------------------------------
002940*    3000-PRINT-TOTALS - CONTROL TOTAL RUN TAGIHAN.
002950*    ---------------------------------------------------------
002960*
002970 3000-PRINT-TOTALS.
002980     MOVE SPACES TO RPT-LINE.
002990     WRITE RPT-LINE.
003000     MOVE TB-MHS-COUNT TO RPT-T-MHS.
003010     MOVE SPACES TO RPT-LINE.
003020     WRITE RPT-LINE FROM RPT-TOTAL-MHS-LINE.
003030     MOVE TB-AKTIF-COUNT TO RPT-T-AKTIF.
003040     MOVE SPACES TO RPT-LINE.
003050     WRITE RPT-LINE FROM RPT-TOTAL-AKTIF-LINE.
003060     MOVE TB-TAGIH-COUNT TO RPT-T-TAGIH.
003070     MOVE SPACES TO RPT-LINE.
003080     WRITE RPT-LINE FROM RPT-TOTAL-TAGIH-LINE.
003090     MOVE TB-SUDAH-COUNT TO RPT-T-SUDAH.
003100     MOVE SPACES TO RPT-LINE.
003110     WRITE RPT-LINE FROM RPT-TOTAL-SUDAH-LINE.
003120     MOVE TB-TANPA-TARIF-COUNT TO RPT-T-TARIF.
003130     MOVE SPACES TO RPT-LINE.
003140     WRITE RPT-LINE FROM RPT-TOTAL-TARIF-LINE.
003150     MOVE TB-TOTAL-RUPIAH TO RPT-T-RUPIAH.
003160     MOVE SPACES TO RPT-LINE.
003170     WRITE RPT-LINE FROM RPT-TOTAL-RUPIAH-LINE.
003180     DISPLAY "SELESAI, TAGIHAN DIBUAT = " TB-TAGIH-COUNT.
003190 3000-EXIT.
003200     EXIT.
003210*
003220 9000-TERMINATE.
003230     CLOSE MHSMAST-FILE.
003240     CLOSE TARIFREF-FILE.
003250     CLOSE MHSTAGIH-FILE.
003260     CLOSE TAGRPT-FILE.
003270 9000-EXIT.
003280     EXIT.

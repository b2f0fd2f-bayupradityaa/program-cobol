000250*                     HAPUS DUPLIKATNYA, TULIS SILANG NPM KE
000260*                     FILE NPMXREF (COPYBOOK MHSXRFR) DAN
000270*                     JURNAL PERUBAHAN KE MHSJRN.
000271*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000272*                     MHSRUN. SEBELUM MHSMAST DISENTUH DIPERIKSA
000273*                     PRASYARAT: RUN SUKSES TERAKHIR MHSAUDIT
000274*                     HARUS DIMULAI SESUDAH PERUBAHAN MASTER
000275*                     TERAKHIR, SUPAYA DUPEFIX DISUSUN DARI
000276*                     AUDITRPT YANG MASIH BERLAKU; BILA TIDAK,
000277*                     RUN DITOLAK (KODE 12).
000280*    ---------------------------------------------------------
000290*
000300*    FILE DUPEFIX DISIAPKAN TANGAN DARI LAPORAN AUDITRPT: SATU
000350*    DITULIS EXTEND SUPAYA SERTIFIKAT ATAS NPM LAMA TETAP
000360*    DAPAT DIALIHKAN BERTAHUN-TAHUN KEMUDIAN. MANIFEST KE
000370*    LAPORAN DUPERPT.
000371*
000372*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000373*    RUNCTLR). KODE SELESAI 00 = NORMAL, 04 = ADA PASANGAN
000374*    DITOLAK, 08 = FILE TIDAK DAPAT DIBUKA, 12 = RUN DITOLAK
000375*    KARENA PRASYARAT TIDAK TERPENUHI. KARENA PROGRAM INI
000376*    SENDIRI MENGUBAH MASTER, RUN BERIKUTNYA MEMERLUKAN MHSAUDIT
000377*    BARU.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DUPERPT-STATUS.
000640
000641     SELECT MHSJRNH-FILE ASSIGN TO MHSJRNH
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS MHSJRNH-STATUS.
000644
000645     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000646         ORGANIZATION IS INDEXED
000647         ACCESS MODE IS DYNAMIC
000648         RECORD KEY IS RUN-PROGRAM
000649         FILE STATUS IS MHSRUN-STATUS.
000650
000651     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS DYNAMIC
000654         RECORD KEY IS BKC-GENERASI
000655         FILE STATUS IS MHSBKCAT-STATUS.
000656
000657 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DUPEFIX-FILE.
000680 01  DF-RECORD.
000810 FD  DUPERPT-FILE.
000820 01  RPT-LINE                     PIC X(80).
000830
000831 FD  MHSJRNH-FILE.
000832     COPY MHSJRNR REPLACING LEADING ==JRN-== BY ==JRH-==.
000833
000834 FD  MHSRUN-FILE.
000835     COPY RUNCTLR.
000836
000837 FD  MHSBKCAT-FILE.
000838     COPY BKCATR.
000839
000840 WORKING-STORAGE SECTION.
000850 77  DUPEFIX-STATUS               PIC XX    VALUE SPACES.
000860     88  DUPEFIX-OK                   VALUE "00".
000890 77  NPMXREF-STATUS               PIC XX    VALUE SPACES.
000900 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
000910 77  DUPERPT-STATUS               PIC XX    VALUE SPACES.
000911 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000912     88  MHSBKCAT-OK                  VALUE "00".
000913 01  DU-RELOAD-TERAKHIR.
000914     05  DU-RL-TANGGAL            PIC 9(08) VALUE ZERO.
000915     05  DU-RL-JAM.
000916         10  DU-RL-JAM-HMS        PIC 9(06) VALUE ZERO.
000917         10  DU-RL-JAM-SS         PIC 9(02) VALUE ZERO.
000920 77  DU-INIT-SWITCH               PIC X(01) VALUE "N".
000930     88  DU-INIT-OK                   VALUE "Y".
000940 77  DU-EOF-SWITCH                PIC X(01) VALUE "N".
000990 77  DU-MERGED-COUNT              PIC 9(05) VALUE ZERO.
001000 77  DU-TOLAK-COUNT               PIC 9(05) VALUE ZERO.
001010 77  DU-TANGGAL-RUN               PIC 9(08) VALUE ZERO.
001011*
001012*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
001013*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
001014*
001015 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
001016     88  MHSRUN-OK                    VALUE "00".
001017 77  DU-RUN-SWITCH                PIC X(01) VALUE "Y".
001018     88  DU-RUN-BOLEH                 VALUE "Y".
001019 77  DU-RUN-KODE                  PIC 9(02) VALUE ZERO.
001020 77  DU-RUN-BACA                  PIC 9(07) VALUE ZERO.
001021 77  DU-RUN-PROSES                PIC 9(07) VALUE ZERO.
001022 77  DU-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001023 77  DU-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001024 77  DU-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001025 77  DU-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001026 77  DU-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001027 01  DU-RUN-MULAI.
001028     05  DU-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001029     05  DU-RM-JAM                PIC 9(08) VALUE ZERO.
001030*
001031*    PEMERIKSAAN PRASYARAT: RUN SUKSES TERAKHIR PROGRAM PRASYARAT
001032*    DAN SAAT PERUBAHAN MASTER TERAKHIR (RECORD TERAKHIR MHSJRN,
001033*    ATAU MHSJRNH BILA MHSJRN KOSONG, ATAU RELOAD TERAKHIR).
001034*
001035 77  MHSJRNH-STATUS               PIC XX    VALUE SPACES.
001036     88  MHSJRNH-OK                   VALUE "00".
001037 77  DU-PRA-SWITCH                PIC X(01) VALUE "N".
001038     88  DU-PRA-OK                    VALUE "Y".
001039 77  DU-PRA-EOF-SWITCH            PIC X(01) VALUE "N".
001040     88  DU-PRA-EOF                   VALUE "Y".
001041 77  DU-PRA-PROGRAM               PIC X(08) VALUE SPACES.
001042 77  DU-PRA-TAHUN                 PIC 9(04) VALUE ZERO.
001043 01  DU-PRA-MULAI.
001044     05  DU-PM-TANGGAL            PIC 9(08) VALUE ZERO.
001045     05  DU-PM-JAM                PIC 9(08) VALUE ZERO.
001046 01  DU-UBAH-TERAKHIR.
001047     05  DU-UT-TANGGAL            PIC 9(08) VALUE ZERO.
001048     05  DU-UT-JAM                PIC 9(08) VALUE ZERO.
001049*
001050*    RECORD YANG DIPERTAHANKAN DAN YANG DIHAPUS DIPEGANG DI
001051*    SINI KARENA KEDUANYA DIBACA LEWAT FD MASTER YANG SAMA.
001052*    LAYOUT MENGIKUTI MHS-RECORD (MHSREC.CPY).
001060*
001070 01  DU-KEEP-REC.
001080     05  DU-K-NPM                PIC X(08).
001500*    ===========================================================
001510*
001520 0000-MAINLINE.
001522     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001524     IF NOT DU-RUN-BOLEH
001526         STOP RUN
001528     END-IF.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF DU-INIT-OK
001550         PERFORM 2000-PROSES-PASANGAN THRU 2000-EXIT
001570         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001580     END-IF.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001592     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001594     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001600     STOP RUN.
001610*
001620*    ---------------------------------------------------------
003860     CLOSE DUPERPT-FILE.
003870 9000-EXIT.
003880     EXIT.
003890*
003900*    ---------------------------------------------------------
003910*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
003920*    (DIBUAT BILA BELUM ADA) DAN PERIKSA PRASYARAT SEBELUM
003930*    MHSMAST DISENTUH. RUN YANG DITOLAK DICATAT BERSTATUS
003940*    "T" DENGAN KODE 12 DAN ALASANNYA, LALU JOB BERHENTI.
003950*    ---------------------------------------------------------
003960*
003970 8700-RUN-MULAI.
003980     ACCEPT DU-RM-TANGGAL FROM DATE YYYYMMDD.
003990     ACCEPT DU-RM-JAM FROM TIME.
004000     OPEN I-O MHSRUN-FILE.
004010     IF MHSRUN-STATUS = "35"
004020         OPEN OUTPUT MHSRUN-FILE
004030         CLOSE MHSRUN-FILE
004040         OPEN I-O MHSRUN-FILE
004050     END-IF.
004060     IF NOT MHSRUN-OK
004070         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004080             MHSRUN-STATUS
004090         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
004100         MOVE "N" TO DU-RUN-SWITCH
004110         MOVE 12 TO DU-RUN-KODE
004120         MOVE DU-RUN-KODE TO RETURN-CODE
004130         GO TO 8700-EXIT
004140     END-IF.
004150     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
004151     IF NOT DU-RUN-BOLEH
004152         CLOSE MHSRUN-FILE
004153         GO TO 8700-EXIT
004154     END-IF.
004160     PERFORM 8750-CEK-PRASYARAT THRU 8750-EXIT.
004170     MOVE "MHSDUPE" TO RUN-PROGRAM.
004180     READ MHSRUN-FILE
004190         INVALID KEY
004200             PERFORM 8720-RUN-BARU THRU 8720-EXIT
004210     END-READ.
004220     MOVE DU-RUN-SIKLUS TO RUN-SIKLUS.
004230     MOVE DU-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
004240     MOVE DU-RM-TANGGAL TO RUN-TGL-MULAI.
004250     MOVE DU-RM-JAM TO RUN-JAM-MULAI.
004260     MOVE ZERO TO RUN-JML-BACA.
004270     MOVE ZERO TO RUN-JML-PROSES.
004280     MOVE ZERO TO RUN-JML-TOLAK.
004290     IF DU-RUN-BOLEH
004300         MOVE "J" TO RUN-STATUS
004310         MOVE ZERO TO RUN-KODE
004320         MOVE ZERO TO RUN-TGL-SELESAI
004330         MOVE ZERO TO RUN-JAM-SELESAI
004340         MOVE SPACES TO RUN-KETERANGAN
004350     ELSE
004360         MOVE 12 TO DU-RUN-KODE
004370         MOVE "T" TO RUN-STATUS
004380         MOVE DU-RUN-KODE TO RUN-KODE
004390         MOVE DU-RM-TANGGAL TO RUN-TGL-SELESAI
004400         MOVE DU-RM-JAM TO RUN-JAM-SELESAI
004410         MOVE DU-RUN-KETERANGAN TO RUN-KETERANGAN
004420         MOVE DU-RUN-KODE TO RETURN-CODE
004430         DISPLAY "RUN DITOLAK: " DU-RUN-KETERANGAN
004440     END-IF.
004450     REWRITE RUN-RECORD.
004460     IF NOT MHSRUN-OK
004470         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004480     END-IF.
004490     CLOSE MHSRUN-FILE.
004500 8700-EXIT.
004510     EXIT.
004520*
004530*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
004540*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
004550*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
004560*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
004570*
004580 8710-BACA-SIKLUS.
004590     MOVE "*SIKLUS*" TO RUN-PROGRAM.
004600     READ MHSRUN-FILE
004610         INVALID KEY
004620             MOVE SPACES TO RUN-KONTROL
004630             MOVE DU-RM-TANGGAL TO RUN-C-SIKLUS
004640             MOVE DU-RM-TANGGAL TO RUN-C-BUKA-TGL
004650             MOVE DU-RM-JAM TO RUN-C-BUKA-JAM
004660             MOVE ZERO TO RUN-C-TAHUN
004670             MOVE ZERO TO RUN-C-TAHUN-TGL
004680             MOVE ZERO TO RUN-C-TAHUN-JAM
004690             MOVE ZERO TO RUN-C-TAHUN-TUTUP
004700             WRITE RUN-RECORD
004705             IF NOT MHSRUN-OK
004710                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
004715                     MHSRUN-STATUS
004720                 DISPLAY "RUN DITOLAK: "
004725                     "STATUS RUN TIDAK DAPAT DICATAT"
004730                 MOVE "N" TO DU-RUN-SWITCH
004735                 MOVE 12 TO DU-RUN-KODE
004740                 MOVE DU-RUN-KODE TO RETURN-CODE
004745                 GO TO 8710-EXIT
004750             END-IF
004755     END-READ.
004760     MOVE RUN-C-SIKLUS TO DU-RUN-SIKLUS.
004765     MOVE RUN-C-TAHUN-STATUS TO DU-RUN-TAHUN-STATUS.
004770     IF RUN-C-TAHUN-BUKA
004775         MOVE RUN-C-TAHUN TO DU-RUN-TAHUN
004780     ELSE
004785         MOVE ZERO TO DU-RUN-TAHUN
004790     END-IF.
004795 8710-EXIT.
004800     EXIT.
004810*
004820 8720-RUN-BARU.
004830     MOVE SPACES TO RUN-DATA.
004840     MOVE ZERO TO RUN-KODE.
004850     MOVE ZERO TO RUN-OK-SIKLUS.
004860     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
004870     MOVE ZERO TO RUN-OK-TGL-MULAI.
004880     MOVE ZERO TO RUN-OK-JAM-MULAI.
004890     MOVE ZERO TO RUN-OK-TGL-SELESAI.
004900     MOVE ZERO TO RUN-OK-JAM-SELESAI.
004910     WRITE RUN-RECORD.
004920 8720-EXIT.
004930     EXIT.
004940*
004950*    ---------------------------------------------------------
004960*    8730-CEK-PROGRAM - BACA RECORD RUN PROGRAM DU-PRA-PROGRAM.
004970*    DU-PRA-OK BILA PROGRAM ITU PERNAH SUKSES DAN RUN TERAKHIRNYA
004980*    TIDAK GAGAL ATAU TERHENTI (RUN YANG DITOLAK TIDAK MENGUBAH
004990*    FILE, JADI DIABAIKAN). SAAT MULAI DAN SIKLUS AKHIR TAHUN RUN
005000*    SUKSESNYA DISIMPAN DI DU-PRA-MULAI DAN DU-PRA-TAHUN.
005010*    ---------------------------------------------------------
005020*
005030 8730-CEK-PROGRAM.
005040     MOVE "N" TO DU-PRA-SWITCH.
005050     MOVE DU-PRA-PROGRAM TO RUN-PROGRAM.
005060     READ MHSRUN-FILE
005070         INVALID KEY
005080             MOVE SPACES TO DU-RUN-KETERANGAN
005090             STRING DU-PRA-PROGRAM DELIMITED BY SPACE
005100                 " BELUM PERNAH DIJALANKAN" DELIMITED BY SIZE
005110                 INTO DU-RUN-KETERANGAN
005120             GO TO 8730-EXIT
005130     END-READ.
005140     IF RUN-OK-TGL-MULAI = ZERO
005150         MOVE SPACES TO DU-RUN-KETERANGAN
005160         STRING DU-PRA-PROGRAM DELIMITED BY SPACE
005170             " BELUM PERNAH SUKSES" DELIMITED BY SIZE
005180             INTO DU-RUN-KETERANGAN
005190         GO TO 8730-EXIT
005200     END-IF.
005210     IF RUN-JALAN OR RUN-GAGAL
005220         MOVE SPACES TO DU-RUN-KETERANGAN
005230         STRING "RUN TERAKHIR " DELIMITED BY SIZE
005240             DU-PRA-PROGRAM DELIMITED BY SPACE
005250             " GAGAL/TERHENTI" DELIMITED BY SIZE
005260             INTO DU-RUN-KETERANGAN
005270         GO TO 8730-EXIT
005280     END-IF.
005290     MOVE RUN-OK-TGL-MULAI TO DU-PM-TANGGAL.
005300     MOVE RUN-OK-JAM-MULAI TO DU-PM-JAM.
005310     MOVE RUN-OK-SIKLUS-TAHUN TO DU-PRA-TAHUN.
005320     SET DU-PRA-OK TO TRUE.
005330 8730-EXIT.
005340     EXIT.
005350*
005360*    ---------------------------------------------------------
005370*    8740-CARI-UBAH-TERAKHIR - SAAT PERUBAHAN MASTER TERAKHIR =
005380*    TANGGAL/JAM RECORD TERAKHIR MHSJRN; BILA MHSJRN KOSONG,
005390*    RECORD TERAKHIR MHSJRNH. NOL BILA TIDAK ADA JURNAL SAMA
005400*    SEKALI. BILA MHSRELD MEMBANGUN ULANG MASTER SESUDAH
005403*    ITU (TANGGAL/JAM RELOAD DI RECORD KONTROL MHSBKCAT),
005406*    SAAT RELOAD YANG DIPAKAI.
005410*    ---------------------------------------------------------
005420*
005430 8740-CARI-UBAH-TERAKHIR.
005440     MOVE ZERO TO DU-UT-TANGGAL.
005450     MOVE ZERO TO DU-UT-JAM.
005460     OPEN INPUT MHSJRN-FILE.
005470     IF MHSJRN-STATUS = "00"
005480         MOVE "N" TO DU-PRA-EOF-SWITCH
005490         PERFORM 8741-BACA-JURNAL THRU 8741-EXIT
005500             UNTIL DU-PRA-EOF
005510         CLOSE MHSJRN-FILE
005520     END-IF.
005530     IF DU-UT-TANGGAL = ZERO
005540         OPEN INPUT MHSJRNH-FILE
005550         IF MHSJRNH-OK
005560             MOVE "N" TO DU-PRA-EOF-SWITCH
005570             PERFORM 8742-BACA-HISTORI THRU 8742-EXIT
005580                 UNTIL DU-PRA-EOF
005590             CLOSE MHSJRNH-FILE
005600         END-IF
005610     END-IF.
005620     PERFORM 8743-CEK-RELOAD THRU 8743-EXIT.
005630 8740-EXIT.
005640     EXIT.
005650*
005660 8741-BACA-JURNAL.
005670     READ MHSJRN-FILE
005680         AT END
005690             MOVE "Y" TO DU-PRA-EOF-SWITCH
005700         NOT AT END
005710             MOVE JRN-TANGGAL TO DU-UT-TANGGAL
005720             MOVE JRN-JAM TO DU-UT-JAM
005730     END-READ.
005740 8741-EXIT.
005750     EXIT.
005760*
005770 8742-BACA-HISTORI.
005780     READ MHSJRNH-FILE
005790         AT END
005800             MOVE "Y" TO DU-PRA-EOF-SWITCH
005810         NOT AT END
005820             MOVE JRH-TANGGAL TO DU-UT-TANGGAL
005830             MOVE JRH-JAM TO DU-UT-JAM
005840     END-READ.
005850 8742-EXIT.
005860     EXIT.
005861*
005862*    ---------------------------------------------------------
005863*    8743-CEK-RELOAD - SAAT RELOAD TERAKHIR DARI RECORD KONTROL
005864*    KATALOG MHSBKCAT. JAM DICATAT SAMPAI DETIK, JADI PERSERATUS
005865*    DETIKNYA DIANGGAP 99 SUPAYA RUN YANG DIMULAI PADA DETIK YANG
005866*    SAMA TETAP DIANGGAP LEBIH TUA. RECORD KONTROL LAMA TANPA JAM
005867*    RELOAD DIANGGAP RELOAD PADA AKHIR HARI ITU.
005868*    ---------------------------------------------------------
005869*
005870 8743-CEK-RELOAD.
005871     OPEN INPUT MHSBKCAT-FILE.
005872     IF NOT MHSBKCAT-OK
005873         GO TO 8743-EXIT
005874     END-IF.
005875     MOVE ZERO TO BKC-GENERASI.
005876     READ MHSBKCAT-FILE
005877         INVALID KEY
005878             CLOSE MHSBKCAT-FILE
005879             GO TO 8743-EXIT
005880     END-READ.
005881     CLOSE MHSBKCAT-FILE.
005882     IF BKC-TANGGAL-RELOAD IS NOT NUMERIC
005883         OR BKC-TANGGAL-RELOAD = ZERO
005884         GO TO 8743-EXIT
005885     END-IF.
005886     MOVE BKC-TANGGAL-RELOAD TO DU-RL-TANGGAL.
005887     IF BKC-JAM-RELOAD IS NUMERIC
005888         MOVE BKC-JAM-RELOAD TO DU-RL-JAM-HMS
005889     ELSE
005890         MOVE 235959 TO DU-RL-JAM-HMS
005891     END-IF.
005892     MOVE 99 TO DU-RL-JAM-SS.
005893     IF DU-RELOAD-TERAKHIR > DU-UBAH-TERAKHIR
005894         MOVE DU-RL-TANGGAL TO DU-UT-TANGGAL
005895         MOVE DU-RL-JAM TO DU-UT-JAM
005896     END-IF.
005897 8743-EXIT.
005898     EXIT.
005899*
005900*    ---------------------------------------------------------
005901*    8750-CEK-PRASYARAT - DUPEFIX DISUSUN DARI AUDITRPT, JADI
005902*    MHSAUDIT HARUS SUDAH SUKSES DAN DIMULAI SESUDAH PERUBAHAN
005910*    MASTER TERAKHIR. AUDIT YANG LEBIH TUA BISA MENUNJUK NPM
005920*    YANG SUDAH BERUBAH ATAU SUDAH DIGABUNG.
005930*    ---------------------------------------------------------
005940*
005950 8750-CEK-PRASYARAT.
005960     MOVE "MHSAUDIT" TO DU-PRA-PROGRAM.
005970     PERFORM 8730-CEK-PROGRAM THRU 8730-EXIT.
005980     IF NOT DU-PRA-OK
005990         MOVE "N" TO DU-RUN-SWITCH
006000         GO TO 8750-EXIT
006010     END-IF.
006020     PERFORM 8740-CARI-UBAH-TERAKHIR THRU 8740-EXIT.
006030     IF DU-PRA-MULAI < DU-UBAH-TERAKHIR
006040         MOVE "AUDIT SUDAH LAMA - JALANKAN MHSAUDIT"
006050             TO DU-RUN-KETERANGAN
006060         MOVE "N" TO DU-RUN-SWITCH
006070     END-IF.
006080 8750-EXIT.
006090     EXIT.
006100*
006110*    ---------------------------------------------------------
006120*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
006130*    RUN UNTUK DICATAT DI MHSRUN.
006140*    ---------------------------------------------------------
006150*
006160 8780-RUN-HASIL.
006170     IF NOT DU-INIT-OK
006180         MOVE 08 TO DU-RUN-KODE
006190     END-IF.
006200     IF DU-RUN-KODE = ZERO
006210         AND DU-TOLAK-COUNT > ZERO
006220         MOVE 04 TO DU-RUN-KODE
006230     END-IF.
006240     MOVE DU-PAIR-COUNT TO DU-RUN-BACA.
006250     MOVE DU-MERGED-COUNT TO DU-RUN-PROSES.
006260     MOVE DU-TOLAK-COUNT TO DU-RUN-TOLAK.
006270 8780-EXIT.
006280     EXIT.
006290*
006300*    ---------------------------------------------------------
006310*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
006320*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
006330*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
006340*    CODE STEP.
006350*    ---------------------------------------------------------
006360*
006370 8790-RUN-SELESAI.
006380     MOVE DU-RUN-KODE TO RETURN-CODE.
006390     OPEN I-O MHSRUN-FILE.
006400     IF NOT MHSRUN-OK
006410         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
006420             MHSRUN-STATUS
006430         GO TO 8790-EXIT
006440     END-IF.
006450     MOVE "MHSDUPE" TO RUN-PROGRAM.
006460     READ MHSRUN-FILE
006470         INVALID KEY
006480             DISPLAY "RECORD RUN MHSDUPE HILANG DARI MHSRUN"
006490             CLOSE MHSRUN-FILE
006500             GO TO 8790-EXIT
006510     END-READ.
006520     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
006530     ACCEPT RUN-JAM-SELESAI FROM TIME.
006540     MOVE DU-RUN-KODE TO RUN-KODE.
006550     MOVE DU-RUN-BACA TO RUN-JML-BACA.
006560     MOVE DU-RUN-PROSES TO RUN-JML-PROSES.
006570     MOVE DU-RUN-TOLAK TO RUN-JML-TOLAK.
006580     MOVE DU-RUN-KETERANGAN TO RUN-KETERANGAN.
006590     IF DU-RUN-KODE < 8
006600         MOVE "S" TO RUN-STATUS
006610         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
006620         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
006630         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
006640         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
006650         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
006660         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
006670     ELSE
006680         MOVE "G" TO RUN-STATUS
006690     END-IF.
006700     REWRITE RUN-RECORD.
006710     IF NOT MHSRUN-OK
006720         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
006730     END-IF.
006740     CLOSE MHSRUN-FILE.
006750     DISPLAY "MHSDUPE SELESAI DENGAN KODE " DU-RUN-KODE.
006760 8790-EXIT.
006770     EXIT.

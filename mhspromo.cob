000300*                     BERHASIL DICATAT DENGAN IMAGE SEBELUM/
000310*                     SESUDAH UNTUK ROLL-FORWARD MHSRFWD;
000320*                     SUMBER DIISI "MHSPROMO".
000321*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000322*                     MHSRUN. SEBELUM MHSMAST DISENTUH DIPERIKSA
000323*                     PRASYARAT: SIKLUS AKHIR TAHUN SUDAH DIBUKA
000324*                     (MHSSIKL), MHSARCH SUDAH SUKSES DI SIKLUS
000325*                     ITU, DAN ADA BACKUP MHSUNLD YANG LEBIH BARU
000326*                     DARI PERUBAHAN MASTER TERAKHIR; BILA TIDAK,
000327*                     RUN DITOLAK (KODE 12). RUN SUKSES MENUTUP
000328*                     SIKLUS AKHIR TAHUN.
000330*    ---------------------------------------------------------
000340*
000350*    DIJALANKAN SETELAH MHSARCH MENGARSIP KELAS YANG LULUS.
000400*    TIDAK TERBACA ULANG LEWAT INDEX ALTERNATIF DAN NAIK DUA
000410*    TINGKAT SEKALIGUS. JUMLAH SESUDAH DIHITUNG ULANG DARI
000420*    MASTER LEWAT ALTERNATE KEY KELAS, BUKAN DARI PENJUMLAHAN.
000421*
000422*    URUTAN AKHIR TAHUN YANG DIPAKSAKAN LEWAT FILE KONTROL RUN
000423*    MHSRUN (COPYBOOK RUNCTLR): MHSSIKL (BUKA SIKLUS AKHIR
000424*    TAHUN), MHSUNLD, MHSARCH, MHSUNLD LAGI (ARSIP MENGUBAH
000425*    MASTER), BARU MHSPROMO. KODE SELESAI 00 = NORMAL, 04 = ADA
000426*    KENAIKAN GAGAL (LIHAT MANIFEST), 08 = FILE TIDAK DAPAT
000427*    DIBUKA ATAU PEMETAAN KOSONG, 12 = RUN DITOLAK KARENA
000428*    PRASYARAT TIDAK TERPENUHI.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS MHSJRN-STATUS.
000650
000651     SELECT MHSJRNH-FILE ASSIGN TO MHSJRNH
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS MHSJRNH-STATUS.
000654
000655     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000656         ORGANIZATION IS INDEXED
000657         ACCESS MODE IS DYNAMIC
000658         RECORD KEY IS RUN-PROGRAM
000659         FILE STATUS IS MHSRUN-STATUS.
000660
000661     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS BKC-GENERASI
000665         FILE STATUS IS MHSBKCAT-STATUS.
000666
000667 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MHSMAST-FILE.
000690     COPY MHSREC.
000780
000790 FD  MHSJRN-FILE.
000800     COPY MHSJRNR.
000801
000802 FD  MHSJRNH-FILE.
000803     COPY MHSJRNR REPLACING LEADING ==JRN-== BY ==JRH-==.
000804
000805 FD  MHSRUN-FILE.
000806     COPY RUNCTLR.
000807
000808 FD  MHSBKCAT-FILE.
000809     COPY BKCATR.
000810
000820 WORKING-STORAGE SECTION.
000830 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000850 77  KELASMAP-STATUS              PIC XX    VALUE SPACES.
000860     88  KELASMAP-OK                  VALUE "00".
000870 77  PROMRPT-STATUS               PIC XX    VALUE SPACES.
000871 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000872     88  MHSBKCAT-OK                  VALUE "00".
000873 01  PR-RELOAD-TERAKHIR.
000874     05  PR-RL-TANGGAL            PIC 9(08) VALUE ZERO.
000875     05  PR-RL-JAM.
000876         10  PR-RL-JAM-HMS        PIC 9(06) VALUE ZERO.
000877         10  PR-RL-JAM-SS         PIC 9(02) VALUE ZERO.
000880 77  PR-INIT-SWITCH               PIC X(01) VALUE "N".
000890     88  PR-INIT-OK                   VALUE "Y".
000900 77  PR-EOF-SWITCH                PIC X(01) VALUE "N".
001010 77  PR-SUB                       PIC 9(03) VALUE ZERO.
001020 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001030 77  PR-JRN-BEFORE                PIC X(57) VALUE SPACES.
001031*
001032*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
001033*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
001034*
001035 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
001036     88  MHSRUN-OK                    VALUE "00".
001037 77  PR-RUN-SWITCH                PIC X(01) VALUE "Y".
001038     88  PR-RUN-BOLEH                 VALUE "Y".
001039 77  PR-RUN-KODE                  PIC 9(02) VALUE ZERO.
001040 77  PR-RUN-BACA                  PIC 9(07) VALUE ZERO.
001041 77  PR-RUN-PROSES                PIC 9(07) VALUE ZERO.
001042 77  PR-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001043 77  PR-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001044 77  PR-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001045 77  PR-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001046 77  PR-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001047 01  PR-RUN-MULAI.
001048     05  PR-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001049     05  PR-RM-JAM                PIC 9(08) VALUE ZERO.
001050*
001051*    PEMERIKSAAN PRASYARAT: RUN SUKSES TERAKHIR PROGRAM PRASYARAT
001052*    DAN SAAT PERUBAHAN MASTER TERAKHIR (RECORD TERAKHIR MHSJRN,
001053*    ATAU MHSJRNH BILA MHSJRN KOSONG, ATAU RELOAD TERAKHIR).
001054*
001055 77  MHSJRNH-STATUS               PIC XX    VALUE SPACES.
001056     88  MHSJRNH-OK                   VALUE "00".
001057 77  PR-PRA-SWITCH                PIC X(01) VALUE "N".
001058     88  PR-PRA-OK                    VALUE "Y".
001059 77  PR-PRA-EOF-SWITCH            PIC X(01) VALUE "N".
001060     88  PR-PRA-EOF                   VALUE "Y".
001061 77  PR-PRA-PROGRAM               PIC X(08) VALUE SPACES.
001062 77  PR-PRA-TAHUN                 PIC 9(04) VALUE ZERO.
001063 01  PR-PRA-MULAI.
001064     05  PR-PM-TANGGAL            PIC 9(08) VALUE ZERO.
001065     05  PR-PM-JAM                PIC 9(08) VALUE ZERO.
001066 01  PR-UBAH-TERAKHIR.
001067     05  PR-UT-TANGGAL            PIC 9(08) VALUE ZERO.
001068     05  PR-UT-JAM                PIC 9(08) VALUE ZERO.
001069 01  PR-TAHUN-BUKA.
001070     05  PR-TB-TANGGAL            PIC 9(08) VALUE ZERO.
001071     05  PR-TB-JAM                PIC 9(08) VALUE ZERO.
001072*
001073*    TABEL PEMETAAN KELAS, DIISI DARI FILE KELASMAP PADA
001074*    INITIALIZE. JUMLAH SEBELUM DIHITUNG SAAT SAPU, JUMLAH
001075*    SESUDAH DIHITUNG ULANG LEWAT ALTERNATE KEY SETELAH SAPU.
001080*
001090 77  PR-MAP-MAX-ENTRIES           PIC 9(03) VALUE 50.
001100 77  PR-MAP-COUNT                 PIC 9(03) VALUE ZERO.
001760*    ===========================================================
001770*
001780 0000-MAINLINE.
001782     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001784     IF NOT PR-RUN-BOLEH
001786         STOP RUN
001788     END-IF.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     IF PR-INIT-OK
001810         PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001830         PERFORM 4000-PRINT-MANIFEST THRU 4000-EXIT
001840     END-IF.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001852     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001854     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001860     STOP RUN.
001870*
001880*    ---------------------------------------------------------
004870     CLOSE MHSJRN-FILE.
004880 9000-EXIT.
004890     EXIT.
004900*
004910*    ---------------------------------------------------------
004920*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
004930*    (DIBUAT BILA BELUM ADA) DAN PERIKSA PRASYARAT SEBELUM
004940*    MHSMAST DISENTUH. RUN YANG DITOLAK DICATAT BERSTATUS
004950*    "T" DENGAN KODE 12 DAN ALASANNYA, LALU JOB BERHENTI.
004960*    ---------------------------------------------------------
004970*
004980 8700-RUN-MULAI.
004990     ACCEPT PR-RM-TANGGAL FROM DATE YYYYMMDD.
005000     ACCEPT PR-RM-JAM FROM TIME.
005010     OPEN I-O MHSRUN-FILE.
005020     IF MHSRUN-STATUS = "35"
005030         OPEN OUTPUT MHSRUN-FILE
005040         CLOSE MHSRUN-FILE
005050         OPEN I-O MHSRUN-FILE
005060     END-IF.
005070     IF NOT MHSRUN-OK
005080         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
005090             MHSRUN-STATUS
005100         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
005110         MOVE "N" TO PR-RUN-SWITCH
005120         MOVE 12 TO PR-RUN-KODE
005130         MOVE PR-RUN-KODE TO RETURN-CODE
005140         GO TO 8700-EXIT
005150     END-IF.
005160     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
005161     IF NOT PR-RUN-BOLEH
005162         CLOSE MHSRUN-FILE
005163         GO TO 8700-EXIT
005164     END-IF.
005170     PERFORM 8750-CEK-PRASYARAT THRU 8750-EXIT.
005180     MOVE "MHSPROMO" TO RUN-PROGRAM.
005190     READ MHSRUN-FILE
005200         INVALID KEY
005210             PERFORM 8720-RUN-BARU THRU 8720-EXIT
005220     END-READ.
005230     MOVE PR-RUN-SIKLUS TO RUN-SIKLUS.
005240     MOVE PR-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
005250     MOVE PR-RM-TANGGAL TO RUN-TGL-MULAI.
005260     MOVE PR-RM-JAM TO RUN-JAM-MULAI.
005270     MOVE ZERO TO RUN-JML-BACA.
005280     MOVE ZERO TO RUN-JML-PROSES.
005290     MOVE ZERO TO RUN-JML-TOLAK.
005300     IF PR-RUN-BOLEH
005310         MOVE "J" TO RUN-STATUS
005320         MOVE ZERO TO RUN-KODE
005330         MOVE ZERO TO RUN-TGL-SELESAI
005340         MOVE ZERO TO RUN-JAM-SELESAI
005350         MOVE SPACES TO RUN-KETERANGAN
005360     ELSE
005370         MOVE 12 TO PR-RUN-KODE
005380         MOVE "T" TO RUN-STATUS
005390         MOVE PR-RUN-KODE TO RUN-KODE
005400         MOVE PR-RM-TANGGAL TO RUN-TGL-SELESAI
005410         MOVE PR-RM-JAM TO RUN-JAM-SELESAI
005420         MOVE PR-RUN-KETERANGAN TO RUN-KETERANGAN
005430         MOVE PR-RUN-KODE TO RETURN-CODE
005440         DISPLAY "RUN DITOLAK: " PR-RUN-KETERANGAN
005450     END-IF.
005460     REWRITE RUN-RECORD.
005470     IF NOT MHSRUN-OK
005480         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
005490     END-IF.
005500     CLOSE MHSRUN-FILE.
005510 8700-EXIT.
005520     EXIT.
005530*
005540*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
005550*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
005560*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
005570*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
005580*
005590 8710-BACA-SIKLUS.
005600     MOVE "*SIKLUS*" TO RUN-PROGRAM.
005610     READ MHSRUN-FILE
005620         INVALID KEY
005630             MOVE SPACES TO RUN-KONTROL
005640             MOVE PR-RM-TANGGAL TO RUN-C-SIKLUS
005650             MOVE PR-RM-TANGGAL TO RUN-C-BUKA-TGL
005660             MOVE PR-RM-JAM TO RUN-C-BUKA-JAM
005670             MOVE ZERO TO RUN-C-TAHUN
005680             MOVE ZERO TO RUN-C-TAHUN-TGL
005690             MOVE ZERO TO RUN-C-TAHUN-JAM
005700             MOVE ZERO TO RUN-C-TAHUN-TUTUP
005710             WRITE RUN-RECORD
005715             IF NOT MHSRUN-OK
005720                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
005725                     MHSRUN-STATUS
005730                 DISPLAY "RUN DITOLAK: "
005735                     "STATUS RUN TIDAK DAPAT DICATAT"
005740                 MOVE "N" TO PR-RUN-SWITCH
005745                 MOVE 12 TO PR-RUN-KODE
005750                 MOVE PR-RUN-KODE TO RETURN-CODE
005755                 GO TO 8710-EXIT
005760             END-IF
005765     END-READ.
005770     MOVE RUN-C-SIKLUS TO PR-RUN-SIKLUS.
005775     MOVE RUN-C-TAHUN-STATUS TO PR-RUN-TAHUN-STATUS.
005780     IF RUN-C-TAHUN-BUKA
005785         MOVE RUN-C-TAHUN TO PR-RUN-TAHUN
005790     ELSE
005795         MOVE ZERO TO PR-RUN-TAHUN
005800     END-IF.
005805 8710-EXIT.
005810     EXIT.
005820*
005830 8720-RUN-BARU.
005840     MOVE SPACES TO RUN-DATA.
005850     MOVE ZERO TO RUN-KODE.
005860     MOVE ZERO TO RUN-OK-SIKLUS.
005870     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
005880     MOVE ZERO TO RUN-OK-TGL-MULAI.
005890     MOVE ZERO TO RUN-OK-JAM-MULAI.
005900     MOVE ZERO TO RUN-OK-TGL-SELESAI.
005910     MOVE ZERO TO RUN-OK-JAM-SELESAI.
005920     WRITE RUN-RECORD.
005930 8720-EXIT.
005940     EXIT.
005950*
005960*    ---------------------------------------------------------
005970*    8730-CEK-PROGRAM - BACA RECORD RUN PROGRAM PR-PRA-PROGRAM.
005980*    PR-PRA-OK BILA PROGRAM ITU PERNAH SUKSES DAN RUN TERAKHIRNYA
005990*    TIDAK GAGAL ATAU TERHENTI (RUN YANG DITOLAK TIDAK MENGUBAH
006000*    FILE, JADI DIABAIKAN). SAAT MULAI DAN SIKLUS AKHIR TAHUN RUN
006010*    SUKSESNYA DISIMPAN DI PR-PRA-MULAI DAN PR-PRA-TAHUN.
006020*    ---------------------------------------------------------
006030*
006040 8730-CEK-PROGRAM.
006050     MOVE "N" TO PR-PRA-SWITCH.
006060     MOVE PR-PRA-PROGRAM TO RUN-PROGRAM.
006070     READ MHSRUN-FILE
006080         INVALID KEY
006090             MOVE SPACES TO PR-RUN-KETERANGAN
006100             STRING PR-PRA-PROGRAM DELIMITED BY SPACE
006110                 " BELUM PERNAH DIJALANKAN" DELIMITED BY SIZE
006120                 INTO PR-RUN-KETERANGAN
006130             GO TO 8730-EXIT
006140     END-READ.
006150     IF RUN-OK-TGL-MULAI = ZERO
006160         MOVE SPACES TO PR-RUN-KETERANGAN
006170         STRING PR-PRA-PROGRAM DELIMITED BY SPACE
006180             " BELUM PERNAH SUKSES" DELIMITED BY SIZE
006190             INTO PR-RUN-KETERANGAN
006200         GO TO 8730-EXIT
006210     END-IF.
006220     IF RUN-JALAN OR RUN-GAGAL
006230         MOVE SPACES TO PR-RUN-KETERANGAN
006240         STRING "RUN TERAKHIR " DELIMITED BY SIZE
006250             PR-PRA-PROGRAM DELIMITED BY SPACE
006260             " GAGAL/TERHENTI" DELIMITED BY SIZE
006270             INTO PR-RUN-KETERANGAN
006280         GO TO 8730-EXIT
006290     END-IF.
006300     MOVE RUN-OK-TGL-MULAI TO PR-PM-TANGGAL.
006310     MOVE RUN-OK-JAM-MULAI TO PR-PM-JAM.
006320     MOVE RUN-OK-SIKLUS-TAHUN TO PR-PRA-TAHUN.
006330     SET PR-PRA-OK TO TRUE.
006340 8730-EXIT.
006350     EXIT.
006360*
006370*    ---------------------------------------------------------
006380*    8740-CARI-UBAH-TERAKHIR - SAAT PERUBAHAN MASTER TERAKHIR =
006390*    TANGGAL/JAM RECORD TERAKHIR MHSJRN; BILA MHSJRN KOSONG,
006400*    RECORD TERAKHIR MHSJRNH. NOL BILA TIDAK ADA JURNAL SAMA
006410*    SEKALI. BILA MHSRELD MEMBANGUN ULANG MASTER SESUDAH
006413*    ITU (TANGGAL/JAM RELOAD DI RECORD KONTROL MHSBKCAT),
006416*    SAAT RELOAD YANG DIPAKAI.
006420*    ---------------------------------------------------------
006430*
006440 8740-CARI-UBAH-TERAKHIR.
006450     MOVE ZERO TO PR-UT-TANGGAL.
006460     MOVE ZERO TO PR-UT-JAM.
006470     OPEN INPUT MHSJRN-FILE.
006480     IF MHSJRN-STATUS = "00"
006490         MOVE "N" TO PR-PRA-EOF-SWITCH
006500         PERFORM 8741-BACA-JURNAL THRU 8741-EXIT
006510             UNTIL PR-PRA-EOF
006520         CLOSE MHSJRN-FILE
006530     END-IF.
006540     IF PR-UT-TANGGAL = ZERO
006550         OPEN INPUT MHSJRNH-FILE
006560         IF MHSJRNH-OK
006570             MOVE "N" TO PR-PRA-EOF-SWITCH
006580             PERFORM 8742-BACA-HISTORI THRU 8742-EXIT
006590                 UNTIL PR-PRA-EOF
006600             CLOSE MHSJRNH-FILE
006610         END-IF
006620     END-IF.
006630     PERFORM 8743-CEK-RELOAD THRU 8743-EXIT.
006640 8740-EXIT.
006650     EXIT.
006660*
006670 8741-BACA-JURNAL.
006680     READ MHSJRN-FILE
006690         AT END
006700             MOVE "Y" TO PR-PRA-EOF-SWITCH
006710         NOT AT END
006720             MOVE JRN-TANGGAL TO PR-UT-TANGGAL
006730             MOVE JRN-JAM TO PR-UT-JAM
006740     END-READ.
006750 8741-EXIT.
006760     EXIT.
006770*
006780 8742-BACA-HISTORI.
006790     READ MHSJRNH-FILE
006800         AT END
006810             MOVE "Y" TO PR-PRA-EOF-SWITCH
006820         NOT AT END
006830             MOVE JRH-TANGGAL TO PR-UT-TANGGAL
006840             MOVE JRH-JAM TO PR-UT-JAM
006850     END-READ.
006860 8742-EXIT.
006870     EXIT.
006871*
006872*    ---------------------------------------------------------
006873*    8743-CEK-RELOAD - SAAT RELOAD TERAKHIR DARI RECORD KONTROL
006874*    KATALOG MHSBKCAT. JAM DICATAT SAMPAI DETIK, JADI PERSERATUS
006875*    DETIKNYA DIANGGAP 99 SUPAYA RUN YANG DIMULAI PADA DETIK YANG
006876*    SAMA TETAP DIANGGAP LEBIH TUA. RECORD KONTROL LAMA TANPA JAM
006877*    RELOAD DIANGGAP RELOAD PADA AKHIR HARI ITU.
006878*    ---------------------------------------------------------
006879*
006880 8743-CEK-RELOAD.
006881     OPEN INPUT MHSBKCAT-FILE.
006882     IF NOT MHSBKCAT-OK
006883         GO TO 8743-EXIT
006884     END-IF.
006885     MOVE ZERO TO BKC-GENERASI.
006886     READ MHSBKCAT-FILE
006887         INVALID KEY
006888             CLOSE MHSBKCAT-FILE
006889             GO TO 8743-EXIT
006890     END-READ.
006891     CLOSE MHSBKCAT-FILE.
006892     IF BKC-TANGGAL-RELOAD IS NOT NUMERIC
006893         OR BKC-TANGGAL-RELOAD = ZERO
006894         GO TO 8743-EXIT
006895     END-IF.
006896     MOVE BKC-TANGGAL-RELOAD TO PR-RL-TANGGAL.
006897     IF BKC-JAM-RELOAD IS NUMERIC
006898         MOVE BKC-JAM-RELOAD TO PR-RL-JAM-HMS
006899     ELSE
006900         MOVE 235959 TO PR-RL-JAM-HMS
006901     END-IF.
006902     MOVE 99 TO PR-RL-JAM-SS.
006903     IF PR-RELOAD-TERAKHIR > PR-UBAH-TERAKHIR
006904         MOVE PR-RL-TANGGAL TO PR-UT-TANGGAL
006905         MOVE PR-RL-JAM TO PR-UT-JAM
006906     END-IF.
006907 8743-EXIT.
006908     EXIT.
006909*
006910*    ---------------------------------------------------------
006911*    8750-CEK-PRASYARAT - KENAIKAN TINGKAT HANYA SEKALI PER
006912*    SIKLUS AKHIR TAHUN, SESUDAH KELAS LULUS DIARSIP: SIKLUS
006920*    HARUS BUKA, MHSARCH HARUS SUKSES SESUDAH SIKLUS ITU DIBUKA,
006930*    DAN BACKUP MHSUNLD HARUS SEGAR. SAAT DIPANGGIL, AREA
006940*    RECORD MASIH BERISI RECORD KONTROL SIKLUS DARI 8710.
006950*    ---------------------------------------------------------
006960*
006970 8750-CEK-PRASYARAT.
006980     MOVE RUN-C-TAHUN-TGL TO PR-TB-TANGGAL.
006990     MOVE RUN-C-TAHUN-JAM TO PR-TB-JAM.
007000     IF PR-RUN-TAHUN-STATUS NOT = "B"
007010         MOVE "SIKLUS AKHIR TAHUN BELUM DIBUKA"
007020             TO PR-RUN-KETERANGAN
007030         MOVE "N" TO PR-RUN-SWITCH
007040         GO TO 8750-EXIT
007050     END-IF.
007060     MOVE "MHSARCH" TO PR-PRA-PROGRAM.
007070     PERFORM 8730-CEK-PROGRAM THRU 8730-EXIT.
007080     IF NOT PR-PRA-OK
007090         MOVE "N" TO PR-RUN-SWITCH
007100         GO TO 8750-EXIT
007110     END-IF.
007120     IF PR-PRA-TAHUN NOT = PR-RUN-TAHUN
007130         OR PR-PRA-MULAI < PR-TAHUN-BUKA
007140         MOVE "MHSARCH BELUM SUKSES DI SIKLUS INI"
007150             TO PR-RUN-KETERANGAN
007160         MOVE "N" TO PR-RUN-SWITCH
007170         GO TO 8750-EXIT
007180     END-IF.
007190     PERFORM 8760-CEK-BACKUP THRU 8760-EXIT.
007200 8750-EXIT.
007210     EXIT.
007220*
007230*    ---------------------------------------------------------
007240*    8760-CEK-BACKUP - BACKUP MHSUNLD DIANGGAP SEGAR BILA RUN
007250*    SUKSES TERAKHIRNYA DIMULAI SESUDAH PERUBAHAN MASTER
007260*    TERAKHIR, ARTINYA BACKUP ITU BERISI MASTER SAAT INI.
007270*    ---------------------------------------------------------
007280*
007290 8760-CEK-BACKUP.
007300     MOVE "MHSUNLD" TO PR-PRA-PROGRAM.
007310     PERFORM 8730-CEK-PROGRAM THRU 8730-EXIT.
007320     IF NOT PR-PRA-OK
007330         MOVE "N" TO PR-RUN-SWITCH
007340         GO TO 8760-EXIT
007350     END-IF.
007360     PERFORM 8740-CARI-UBAH-TERAKHIR THRU 8740-EXIT.
007370     IF PR-PRA-MULAI < PR-UBAH-TERAKHIR
007380         MOVE "BACKUP MHSUNLD SUDAH LAMA - JALANKAN MHSUNLD"
007390             TO PR-RUN-KETERANGAN
007400         MOVE "N" TO PR-RUN-SWITCH
007410     END-IF.
007420 8760-EXIT.
007430     EXIT.
007440*
007450*    ---------------------------------------------------------
007460*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
007470*    RUN UNTUK DICATAT DI MHSRUN.
007480*    ---------------------------------------------------------
007490*
007500 8780-RUN-HASIL.
007510     IF NOT PR-INIT-OK
007520         MOVE 08 TO PR-RUN-KODE
007530     END-IF.
007540     IF PR-RUN-KODE = ZERO
007550         AND PR-GAGAL-COUNT > ZERO
007560         MOVE 04 TO PR-RUN-KODE
007570         MOVE "ADA KENAIKAN GAGAL - LIHAT MANIFEST"
007580             TO PR-RUN-KETERANGAN
007590     END-IF.
007600     MOVE PR-SWEPT-COUNT TO PR-RUN-BACA.
007610     MOVE PR-PROMOTED-COUNT TO PR-RUN-PROSES.
007620     MOVE PR-GAGAL-COUNT TO PR-RUN-TOLAK.
007630 8780-EXIT.
007640     EXIT.
007650*
007660*    ---------------------------------------------------------
007670*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
007680*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
007690*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
007700*    CODE STEP.
007710*    ---------------------------------------------------------
007720*
007730 8790-RUN-SELESAI.
007740     MOVE PR-RUN-KODE TO RETURN-CODE.
007750     OPEN I-O MHSRUN-FILE.
007760     IF NOT MHSRUN-OK
007770         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
007780             MHSRUN-STATUS
007790         GO TO 8790-EXIT
007800     END-IF.
007810     MOVE "MHSPROMO" TO RUN-PROGRAM.
007820     READ MHSRUN-FILE
007830         INVALID KEY
007840             DISPLAY "RECORD RUN MHSPROMO HILANG DARI MHSRUN"
007850             CLOSE MHSRUN-FILE
007860             GO TO 8790-EXIT
007870     END-READ.
007880     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
007890     ACCEPT RUN-JAM-SELESAI FROM TIME.
007900     MOVE PR-RUN-KODE TO RUN-KODE.
007910     MOVE PR-RUN-BACA TO RUN-JML-BACA.
007920     MOVE PR-RUN-PROSES TO RUN-JML-PROSES.
007930     MOVE PR-RUN-TOLAK TO RUN-JML-TOLAK.
007940     MOVE PR-RUN-KETERANGAN TO RUN-KETERANGAN.
007950     IF PR-RUN-KODE < 8
007960         MOVE "S" TO RUN-STATUS
007970         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
007980         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
007990         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
008000         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
008010         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
008020         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
008030     ELSE
008040         MOVE "G" TO RUN-STATUS
008050     END-IF.
008060     REWRITE RUN-RECORD.
008070     IF NOT MHSRUN-OK
008080         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
008090     END-IF.
008100     IF PR-RUN-KODE < 8
008110         PERFORM 8795-TUTUP-TAHUN THRU 8795-EXIT
008120     END-IF.
008130     CLOSE MHSRUN-FILE.
008140     DISPLAY "MHSPROMO SELESAI DENGAN KODE " PR-RUN-KODE.
008150 8790-EXIT.
008160     EXIT.
008170*
008180*    ---------------------------------------------------------
008190*    8795-TUTUP-TAHUN - KENAIKAN SUKSES MENUTUP SIKLUS AKHIR
008200*    TAHUN, SEHINGGA MHSPROMO TIDAK BISA JALAN DUA KALI DALAM
008210*    SATU SIKLUS.
008220*    ---------------------------------------------------------
008230*
008240 8795-TUTUP-TAHUN.
008250     MOVE "*SIKLUS*" TO RUN-PROGRAM.
008260     READ MHSRUN-FILE
008270         INVALID KEY
008280             DISPLAY "RECORD SIKLUS HILANG DARI MHSRUN"
008290             GO TO 8795-EXIT
008300     END-READ.
008310     MOVE "S" TO RUN-C-TAHUN-STATUS.
008320     ACCEPT RUN-C-TAHUN-TUTUP FROM DATE YYYYMMDD.
008330     REWRITE RUN-RECORD.
008340     IF NOT MHSRUN-OK
008350         DISPLAY "ERROR UPDATE SIKLUS MHSRUN, STATUS = "
008360             MHSRUN-STATUS
008370         GO TO 8795-EXIT
008380     END-IF.
008390     DISPLAY "SIKLUS AKHIR TAHUN " RUN-C-TAHUN " DITUTUP".
008400 8795-EXIT.
008410     EXIT.

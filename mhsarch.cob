000310*                     YANG BERHASIL DICATAT DENGAN IMAGE
000320*                     SEBELUMNYA UNTUK ROLL-FORWARD MHSRFWD;
000330*                     SUMBER DIISI "MHSARCH".
000331*    15/10/26   BPA   RECORD KONTAK/WALI (MHSKONT) MAHASISWA YANG
000332*                     DIARSIP IKUT DIHAPUS; JUMLAHNYA DICETAK
000333*                     PADA MANIFEST. FILE KONTAK YANG BELUM ADA
000334*                     DILEWATI TANPA ERROR.
000335*    15/10/26   BPA   FIELD TANDA DITERIMA KEMBALI PADA RECORD
000336*                     ARSIP BARU DIKOSONGKAN (DIISI MHSRADM).
000337*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000338*                     MHSRUN. SEBELUM MHSMAST DISENTUH DIPERIKSA
000339*                     PRASYARAT: HARUS ADA BACKUP MHSUNLD YANG
000340*                     LEBIH BARU DARI PERUBAHAN MASTER TERAKHIR;
000341*                     BILA TIDAK, RUN DITOLAK (KODE 12). RUN
000342*                     SUKSES MENJADI PRASYARAT MHSPROMO.
000343*    ---------------------------------------------------------
000350*
000360*    MODE DIPILIH OPERATOR: "K" = SEMUA MAHASISWA SATU KELAS
000370*    (MISALNYA 4IA01 ATAU 4KA01 SAAT KELULUSAN), "N" = DAFTAR
000410*    MASTER; BILA HAPUSNYA GAGAL, MANIFEST MEMPERINGATKAN
000420*    BAHWA RECORD MASIH ADA DI KEDUA FILE. JUMLAH SESUDAH
000430*    DIHITUNG ULANG DARI MASTER, BUKAN DARI PENGURANGAN.
000431*
000432*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000433*    RUNCTLR). KODE SELESAI 00 = NORMAL, 04 = ADA NPM TIDAK
000434*    DITEMUKAN, 08 = FILE TIDAK DAPAT DIBUKA, PROSES DIBATALKAN
000435*    ATAU ADA HAPUS YANG GAGAL, 12 = RUN DITOLAK KARENA
000436*    PRASYARAT TIDAK TERPENUHI. RUN DI DALAM SIKLUS AKHIR TAHUN
000437*    YANG BUKA DICATAT DENGAN TAHUN SIKLUSNYA; MHSPROMO HANYA
000438*    MAU JALAN SESUDAH RUN SUKSES PROGRAM INI DI SIKLUS ITU.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000670     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS MHSJRN-STATUS.
000691
000692     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS BKC-GENERASI
000696         FILE STATUS IS MHSBKCAT-STATUS.
000700
000701     SELECT MHSKONT-FILE ASSIGN TO MHSKONT
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS KTK-NPM
000705         FILE STATUS IS MHSKONT-STATUS.
000706
000707     SELECT MHSJRNH-FILE ASSIGN TO MHSJRNH
000708         ORGANIZATION IS LINE SEQUENTIAL
000709         FILE STATUS IS MHSJRNH-STATUS.
000710
000711     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS RUN-PROGRAM
000715         FILE STATUS IS MHSRUN-STATUS.
000716
000717 DATA DIVISION.
000720 FILE SECTION.
000730 FD  MHSMAST-FILE.
000740     COPY MHSREC.
000840
000850 FD  MHSJRN-FILE.
000860     COPY MHSJRNR.
000861
000862 FD  MHSKONT-FILE.
000863     COPY KONTAKR.
000864
000865 FD  MHSJRNH-FILE.
000866     COPY MHSJRNR REPLACING LEADING ==JRN-== BY ==JRH-==.
000870
000871 FD  MHSRUN-FILE.
000872     COPY RUNCTLR.
000873
000874 FD  MHSBKCAT-FILE.
000875     COPY BKCATR.
000876
000880 WORKING-STORAGE SECTION.
000890 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000900     88  MHSMAST-OK                   VALUE "00".
000920 77  ARCHNPM-STATUS               PIC XX    VALUE SPACES.
000930     88  ARCHNPM-OK                   VALUE "00".
000940 77  ARCHRPT-STATUS               PIC XX    VALUE SPACES.
000941 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000942     88  MHSBKCAT-OK                  VALUE "00".
000943 01  AR-RELOAD-TERAKHIR.
000944     05  AR-RL-TANGGAL            PIC 9(08) VALUE ZERO.
000945     05  AR-RL-JAM.
000946         10  AR-RL-JAM-HMS        PIC 9(06) VALUE ZERO.
000947         10  AR-RL-JAM-SS         PIC 9(02) VALUE ZERO.
000950 77  AR-INIT-SWITCH               PIC X(01) VALUE "N".
000960     88  AR-INIT-OK                   VALUE "Y".
000970 77  AR-EOF-SWITCH                PIC X(01) VALUE "N".
001100 77  AR-TANGGAL-RUN               PIC 9(08) VALUE ZERO.
001110 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001120 77  AR-JRN-BEFORE                PIC X(57) VALUE SPACES.
001121 77  MHSKONT-STATUS               PIC XX    VALUE SPACES.
001122 77  AR-KONTAK-SWITCH             PIC X(01) VALUE "N".
001123     88  AR-KONTAK-OPEN               VALUE "Y".
001124 77  AR-KONTAK-COUNT              PIC 9(05) VALUE ZERO.
001125*
001126*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
001127*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
001128*
001129 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
001130     88  MHSRUN-OK                    VALUE "00".
001131 77  AR-RUN-SWITCH                PIC X(01) VALUE "Y".
001132     88  AR-RUN-BOLEH                 VALUE "Y".
001133 77  AR-RUN-KODE                  PIC 9(02) VALUE ZERO.
001134 77  AR-RUN-BACA                  PIC 9(07) VALUE ZERO.
001135 77  AR-RUN-PROSES                PIC 9(07) VALUE ZERO.
001136 77  AR-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001137 77  AR-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001138 77  AR-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001139 77  AR-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001140 77  AR-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001141 01  AR-RUN-MULAI.
001142     05  AR-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001143     05  AR-RM-JAM                PIC 9(08) VALUE ZERO.
001144*
001145*    PEMERIKSAAN PRASYARAT: RUN SUKSES TERAKHIR PROGRAM PRASYARAT
001146*    DAN SAAT PERUBAHAN MASTER TERAKHIR (RECORD TERAKHIR MHSJRN,
001147*    ATAU MHSJRNH BILA MHSJRN KOSONG, ATAU RELOAD TERAKHIR).
001148*
001149 77  MHSJRNH-STATUS               PIC XX    VALUE SPACES.
001150     88  MHSJRNH-OK                   VALUE "00".
001151 77  AR-PRA-SWITCH                PIC X(01) VALUE "N".
001152     88  AR-PRA-OK                    VALUE "Y".
001153 77  AR-PRA-EOF-SWITCH            PIC X(01) VALUE "N".
001154     88  AR-PRA-EOF                   VALUE "Y".
001155 77  AR-PRA-PROGRAM               PIC X(08) VALUE SPACES.
001156 77  AR-PRA-TAHUN                 PIC 9(04) VALUE ZERO.
001157 01  AR-PRA-MULAI.
001158     05  AR-PM-TANGGAL            PIC 9(08) VALUE ZERO.
001159     05  AR-PM-JAM                PIC 9(08) VALUE ZERO.
001160 01  AR-UBAH-TERAKHIR.
001161     05  AR-UT-TANGGAL            PIC 9(08) VALUE ZERO.
001162     05  AR-UT-JAM                PIC 9(08) VALUE ZERO.
001163
001164 01  RPT-TITLE-LINE               PIC X(50) VALUE
001165     "MANIFEST ARSIP MAHASISWA KELUAR/LULUS".
001166 01  RPT-DETAIL-LINE.
001170     05  FILLER                  PIC X(03) VALUE SPACES.
001180     05  RPT-D-NPM               PIC X(08).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(25) VALUE
001430         "MASTER SESUDAH        : ".
001440     05  RPT-T-AFTER             PIC ZZZZ9.
001442 01  RPT-KONTAK-LINE.
001444     05  FILLER                  PIC X(25) VALUE
001446         "KONTAK/WALI DIHAPUS   : ".
001448     05  RPT-T-KONTAK            PIC ZZZZ9.
001450
001460 PROCEDURE DIVISION.
001470*
001510*    ===========================================================
001520*
001530 0000-MAINLINE.
001532     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
001534     IF NOT AR-RUN-BOLEH
001536         STOP RUN
001538     END-IF.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     IF AR-INIT-OK
001560         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
001640         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001650     END-IF.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001662     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
001664     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
001670     STOP RUN.
001680*
001690*    ---------------------------------------------------------
002120     OPEN EXTEND MHSJRN-FILE.
002130     IF MHSJRN-STATUS NOT = "00"
002140         OPEN OUTPUT MHSJRN-FILE
002141     END-IF.
002142
002143     OPEN I-O MHSKONT-FILE.
002144     IF MHSKONT-STATUS = "00"
002145         SET AR-KONTAK-OPEN TO TRUE
002146     ELSE
002147         IF MHSKONT-STATUS NOT = "35"
002148             DISPLAY "PERINGATAN: FILE KONTAK TIDAK BISA DIBUKA, "
002149                 "STATUS = " MHSKONT-STATUS
002150         END-IF
002151     END-IF.
002160
002170     OPEN OUTPUT ARCHRPT-FILE.
002180     ACCEPT AR-TANGGAL-RUN FROM DATE YYYYMMDD.
003490     MOVE AR-GAGAL-COUNT TO RPT-T-GAGAL.
003500     MOVE SPACES TO RPT-LINE.
003510     WRITE RPT-LINE FROM RPT-GAGAL-LINE.
003512     MOVE AR-KONTAK-COUNT TO RPT-T-KONTAK.
003514     MOVE SPACES TO RPT-LINE.
003516     WRITE RPT-LINE FROM RPT-KONTAK-LINE.
003520     MOVE AR-AFTER-COUNT TO RPT-T-AFTER.
003530     MOVE SPACES TO RPT-LINE.
003540     WRITE RPT-LINE FROM RPT-AFTER-LINE.
003770     MOVE MHS-TAHUN-LAHIR TO ARS-TAHUN-LAHIR.
003780     MOVE MHS-HOBI TO ARS-HOBI.
003790     MOVE MHS-STATUS TO ARS-STATUS.
003792     MOVE SPACE TO ARS-KEMBALI.
003794     MOVE ZERO TO ARS-TANGGAL-KEMBALI.
003796     MOVE SPACES TO ARS-KELAS-KEMBALI.
003800     WRITE ARS-RECORD.
003810     IF MHSARSIP-STATUS NOT = "00"
003820         ADD 1 TO AR-GAGAL-COUNT
004090             MOVE AR-JRN-BEFORE TO JRN-BEFORE-IMAGE
004100             MOVE SPACES TO JRN-AFTER-IMAGE
004110             PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT
004112             PERFORM 6300-HAPUS-KONTAK THRU 6300-EXIT
004120     END-DELETE.
004130 6000-EXIT.
004140     EXIT.
004390     CLOSE MHSARSIP-FILE.
004400     CLOSE ARCHRPT-FILE.
004410     CLOSE MHSJRN-FILE.
004412     IF AR-KONTAK-OPEN
004414         CLOSE MHSKONT-FILE
004416     END-IF.
004420 9000-EXIT.
004430     EXIT.
004440*
004450*    ---------------------------------------------------------
004460*    6300-HAPUS-KONTAK - HAPUS RECORD KONTAK/WALI (MHSKONT)
004470*    MAHASISWA YANG BARU DIARSIP. MAHASISWA TANPA RECORD
004480*    KONTAK TIDAK DIANGGAP KESALAHAN.
004490*    ---------------------------------------------------------
004500*
004510 6300-HAPUS-KONTAK.
004520     IF NOT AR-KONTAK-OPEN
004530         GO TO 6300-EXIT
004540     END-IF.
004550     MOVE AR-JRN-BEFORE (1:8) TO KTK-NPM.
004560     DELETE MHSKONT-FILE
004570         INVALID KEY
004580             CONTINUE
004590         NOT INVALID KEY
004600             ADD 1 TO AR-KONTAK-COUNT
004610     END-DELETE.
004620 6300-EXIT.
004630     EXIT.
004640*
004650*    ---------------------------------------------------------
004660*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
004670*    (DIBUAT BILA BELUM ADA) DAN PERIKSA PRASYARAT SEBELUM
004680*    MHSMAST DISENTUH. RUN YANG DITOLAK DICATAT BERSTATUS
004690*    "T" DENGAN KODE 12 DAN ALASANNYA, LALU JOB BERHENTI.
004700*    ---------------------------------------------------------
004710*
004720 8700-RUN-MULAI.
004730     ACCEPT AR-RM-TANGGAL FROM DATE YYYYMMDD.
004740     ACCEPT AR-RM-JAM FROM TIME.
004750     OPEN I-O MHSRUN-FILE.
004760     IF MHSRUN-STATUS = "35"
004770         OPEN OUTPUT MHSRUN-FILE
004780         CLOSE MHSRUN-FILE
004790         OPEN I-O MHSRUN-FILE
004800     END-IF.
004810     IF NOT MHSRUN-OK
004820         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004830             MHSRUN-STATUS
004840         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
004850         MOVE "N" TO AR-RUN-SWITCH
004860         MOVE 12 TO AR-RUN-KODE
004870         MOVE AR-RUN-KODE TO RETURN-CODE
004880         GO TO 8700-EXIT
004890     END-IF.
004900     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
004901     IF NOT AR-RUN-BOLEH
004902         CLOSE MHSRUN-FILE
004903         GO TO 8700-EXIT
004904     END-IF.
004910     PERFORM 8750-CEK-PRASYARAT THRU 8750-EXIT.
004920     MOVE "MHSARCH" TO RUN-PROGRAM.
004930     READ MHSRUN-FILE
004940         INVALID KEY
004950             PERFORM 8720-RUN-BARU THRU 8720-EXIT
004960     END-READ.
004970     MOVE AR-RUN-SIKLUS TO RUN-SIKLUS.
004980     MOVE AR-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
004990     MOVE AR-RM-TANGGAL TO RUN-TGL-MULAI.
005000     MOVE AR-RM-JAM TO RUN-JAM-MULAI.
005010     MOVE ZERO TO RUN-JML-BACA.
005020     MOVE ZERO TO RUN-JML-PROSES.
005030     MOVE ZERO TO RUN-JML-TOLAK.
005040     IF AR-RUN-BOLEH
005050         MOVE "J" TO RUN-STATUS
005060         MOVE ZERO TO RUN-KODE
005070         MOVE ZERO TO RUN-TGL-SELESAI
005080         MOVE ZERO TO RUN-JAM-SELESAI
005090         MOVE SPACES TO RUN-KETERANGAN
005100     ELSE
005110         MOVE 12 TO AR-RUN-KODE
005120         MOVE "T" TO RUN-STATUS
005130         MOVE AR-RUN-KODE TO RUN-KODE
005140         MOVE AR-RM-TANGGAL TO RUN-TGL-SELESAI
005150         MOVE AR-RM-JAM TO RUN-JAM-SELESAI
005160         MOVE AR-RUN-KETERANGAN TO RUN-KETERANGAN
005170         MOVE AR-RUN-KODE TO RETURN-CODE
005180         DISPLAY "RUN DITOLAK: " AR-RUN-KETERANGAN
005190     END-IF.
005200     REWRITE RUN-RECORD.
005210     IF NOT MHSRUN-OK
005220         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
005230     END-IF.
005240     CLOSE MHSRUN-FILE.
005250 8700-EXIT.
005260     EXIT.
005270*
005280*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
005290*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
005300*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
005310*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
005320*
005330 8710-BACA-SIKLUS.
005340     MOVE "*SIKLUS*" TO RUN-PROGRAM.
005350     READ MHSRUN-FILE
005360         INVALID KEY
005370             MOVE SPACES TO RUN-KONTROL
005380             MOVE AR-RM-TANGGAL TO RUN-C-SIKLUS
005390             MOVE AR-RM-TANGGAL TO RUN-C-BUKA-TGL
005400             MOVE AR-RM-JAM TO RUN-C-BUKA-JAM
005410             MOVE ZERO TO RUN-C-TAHUN
005420             MOVE ZERO TO RUN-C-TAHUN-TGL
005430             MOVE ZERO TO RUN-C-TAHUN-JAM
005440             MOVE ZERO TO RUN-C-TAHUN-TUTUP
005450             WRITE RUN-RECORD
005455             IF NOT MHSRUN-OK
005460                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
005465                     MHSRUN-STATUS
005470                 DISPLAY "RUN DITOLAK: "
005475                     "STATUS RUN TIDAK DAPAT DICATAT"
005480                 MOVE "N" TO AR-RUN-SWITCH
005485                 MOVE 12 TO AR-RUN-KODE
005490                 MOVE AR-RUN-KODE TO RETURN-CODE
005495                 GO TO 8710-EXIT
005500             END-IF
005505     END-READ.
005510     MOVE RUN-C-SIKLUS TO AR-RUN-SIKLUS.
005515     MOVE RUN-C-TAHUN-STATUS TO AR-RUN-TAHUN-STATUS.
005520     IF RUN-C-TAHUN-BUKA
005525         MOVE RUN-C-TAHUN TO AR-RUN-TAHUN
005530     ELSE
005535         MOVE ZERO TO AR-RUN-TAHUN
005540     END-IF.
005545 8710-EXIT.
005550     EXIT.
005560*
005570 8720-RUN-BARU.
005580     MOVE SPACES TO RUN-DATA.
005590     MOVE ZERO TO RUN-KODE.
005600     MOVE ZERO TO RUN-OK-SIKLUS.
005610     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
005620     MOVE ZERO TO RUN-OK-TGL-MULAI.
005630     MOVE ZERO TO RUN-OK-JAM-MULAI.
005640     MOVE ZERO TO RUN-OK-TGL-SELESAI.
005650     MOVE ZERO TO RUN-OK-JAM-SELESAI.
005660     WRITE RUN-RECORD.
005670 8720-EXIT.
005680     EXIT.
005690*
005700*    ---------------------------------------------------------
005710*    8730-CEK-PROGRAM - BACA RECORD RUN PROGRAM AR-PRA-PROGRAM.
005720*    AR-PRA-OK BILA PROGRAM ITU PERNAH SUKSES DAN RUN TERAKHIRNYA
005730*    TIDAK GAGAL ATAU TERHENTI (RUN YANG DITOLAK TIDAK MENGUBAH
005740*    FILE, JADI DIABAIKAN). SAAT MULAI DAN SIKLUS AKHIR TAHUN RUN
005750*    SUKSESNYA DISIMPAN DI AR-PRA-MULAI DAN AR-PRA-TAHUN.
005760*    ---------------------------------------------------------
005770*
005780 8730-CEK-PROGRAM.
005790     MOVE "N" TO AR-PRA-SWITCH.
005800     MOVE AR-PRA-PROGRAM TO RUN-PROGRAM.
005810     READ MHSRUN-FILE
005820         INVALID KEY
005830             MOVE SPACES TO AR-RUN-KETERANGAN
005840             STRING AR-PRA-PROGRAM DELIMITED BY SPACE
005850                 " BELUM PERNAH DIJALANKAN" DELIMITED BY SIZE
005860                 INTO AR-RUN-KETERANGAN
005870             GO TO 8730-EXIT
005880     END-READ.
005890     IF RUN-OK-TGL-MULAI = ZERO
005900         MOVE SPACES TO AR-RUN-KETERANGAN
005910         STRING AR-PRA-PROGRAM DELIMITED BY SPACE
005920             " BELUM PERNAH SUKSES" DELIMITED BY SIZE
005930             INTO AR-RUN-KETERANGAN
005940         GO TO 8730-EXIT
005950     END-IF.
005960     IF RUN-JALAN OR RUN-GAGAL
005970         MOVE SPACES TO AR-RUN-KETERANGAN
005980         STRING "RUN TERAKHIR " DELIMITED BY SIZE
005990             AR-PRA-PROGRAM DELIMITED BY SPACE
006000             " GAGAL/TERHENTI" DELIMITED BY SIZE
006010             INTO AR-RUN-KETERANGAN
006020         GO TO 8730-EXIT
006030     END-IF.
006040     MOVE RUN-OK-TGL-MULAI TO AR-PM-TANGGAL.
006050     MOVE RUN-OK-JAM-MULAI TO AR-PM-JAM.
006060     MOVE RUN-OK-SIKLUS-TAHUN TO AR-PRA-TAHUN.
006070     SET AR-PRA-OK TO TRUE.
006080 8730-EXIT.
006090     EXIT.
006100*
006110*    ---------------------------------------------------------
006120*    8740-CARI-UBAH-TERAKHIR - SAAT PERUBAHAN MASTER TERAKHIR =
006130*    TANGGAL/JAM RECORD TERAKHIR MHSJRN; BILA MHSJRN KOSONG,
006140*    RECORD TERAKHIR MHSJRNH. NOL BILA TIDAK ADA JURNAL SAMA
006150*    SEKALI. BILA MHSRELD MEMBANGUN ULANG MASTER SESUDAH
006153*    ITU (TANGGAL/JAM RELOAD DI RECORD KONTROL MHSBKCAT),
006156*    SAAT RELOAD YANG DIPAKAI.
006160*    ---------------------------------------------------------
006170*
006180 8740-CARI-UBAH-TERAKHIR.
006190     MOVE ZERO TO AR-UT-TANGGAL.
006200     MOVE ZERO TO AR-UT-JAM.
006210     OPEN INPUT MHSJRN-FILE.
006220     IF MHSJRN-STATUS = "00"
006230         MOVE "N" TO AR-PRA-EOF-SWITCH
006240         PERFORM 8741-BACA-JURNAL THRU 8741-EXIT
006250             UNTIL AR-PRA-EOF
006260         CLOSE MHSJRN-FILE
006270     END-IF.
006280     IF AR-UT-TANGGAL = ZERO
006290         OPEN INPUT MHSJRNH-FILE
006300         IF MHSJRNH-OK
006310             MOVE "N" TO AR-PRA-EOF-SWITCH
006320             PERFORM 8742-BACA-HISTORI THRU 8742-EXIT
006330                 UNTIL AR-PRA-EOF
006340             CLOSE MHSJRNH-FILE
006350         END-IF
006360     END-IF.
006370     PERFORM 8743-CEK-RELOAD THRU 8743-EXIT.
006380 8740-EXIT.
006390     EXIT.
006400*
006410 8741-BACA-JURNAL.
006420     READ MHSJRN-FILE
006430         AT END
006440             MOVE "Y" TO AR-PRA-EOF-SWITCH
006450         NOT AT END
006460             MOVE JRN-TANGGAL TO AR-UT-TANGGAL
006470             MOVE JRN-JAM TO AR-UT-JAM
006480     END-READ.
006490 8741-EXIT.
006500     EXIT.
006510*
006520 8742-BACA-HISTORI.
006530     READ MHSJRNH-FILE
006540         AT END
006550             MOVE "Y" TO AR-PRA-EOF-SWITCH
006560         NOT AT END
006570             MOVE JRH-TANGGAL TO AR-UT-TANGGAL
006580             MOVE JRH-JAM TO AR-UT-JAM
006590     END-READ.
006600 8742-EXIT.
006610     EXIT.
006611*
006612*    ---------------------------------------------------------
006613*    8743-CEK-RELOAD - SAAT RELOAD TERAKHIR DARI RECORD KONTROL
006614*    KATALOG MHSBKCAT. JAM DICATAT SAMPAI DETIK, JADI PERSERATUS
006615*    DETIKNYA DIANGGAP 99 SUPAYA RUN YANG DIMULAI PADA DETIK YANG
006616*    SAMA TETAP DIANGGAP LEBIH TUA. RECORD KONTROL LAMA TANPA JAM
006617*    RELOAD DIANGGAP RELOAD PADA AKHIR HARI ITU.
006618*    ---------------------------------------------------------
006619*
006620 8743-CEK-RELOAD.
006621     OPEN INPUT MHSBKCAT-FILE.
006622     IF NOT MHSBKCAT-OK
006623         GO TO 8743-EXIT
006624     END-IF.
006625     MOVE ZERO TO BKC-GENERASI.
006626     READ MHSBKCAT-FILE
006627         INVALID KEY
006628             CLOSE MHSBKCAT-FILE
006629             GO TO 8743-EXIT
006630     END-READ.
006631     CLOSE MHSBKCAT-FILE.
006632     IF BKC-TANGGAL-RELOAD IS NOT NUMERIC
006633         OR BKC-TANGGAL-RELOAD = ZERO
006634         GO TO 8743-EXIT
006635     END-IF.
006636     MOVE BKC-TANGGAL-RELOAD TO AR-RL-TANGGAL.
006637     IF BKC-JAM-RELOAD IS NUMERIC
006638         MOVE BKC-JAM-RELOAD TO AR-RL-JAM-HMS
006639     ELSE
006640         MOVE 235959 TO AR-RL-JAM-HMS
006641     END-IF.
006642     MOVE 99 TO AR-RL-JAM-SS.
006643     IF AR-RELOAD-TERAKHIR > AR-UBAH-TERAKHIR
006644         MOVE AR-RL-TANGGAL TO AR-UT-TANGGAL
006645         MOVE AR-RL-JAM TO AR-UT-JAM
006646     END-IF.
006647 8743-EXIT.
006648     EXIT.
006649*
006650*    ---------------------------------------------------------
006651*    8750-CEK-PRASYARAT - MHSARCH MENGHAPUS RECORD DARI MASTER,
006652*    JADI HARUS ADA BACKUP MHSUNLD YANG MASIH SEGAR.
006660*    ---------------------------------------------------------
006670*
006680 8750-CEK-PRASYARAT.
006690     PERFORM 8760-CEK-BACKUP THRU 8760-EXIT.
006700 8750-EXIT.
006710     EXIT.
006720*
006730*    ---------------------------------------------------------
006740*    8760-CEK-BACKUP - BACKUP MHSUNLD DIANGGAP SEGAR BILA RUN
006750*    SUKSES TERAKHIRNYA DIMULAI SESUDAH PERUBAHAN MASTER
006760*    TERAKHIR, ARTINYA BACKUP ITU BERISI MASTER SAAT INI.
006770*    ---------------------------------------------------------
006780*
006790 8760-CEK-BACKUP.
006800     MOVE "MHSUNLD" TO AR-PRA-PROGRAM.
006810     PERFORM 8730-CEK-PROGRAM THRU 8730-EXIT.
006820     IF NOT AR-PRA-OK
006830         MOVE "N" TO AR-RUN-SWITCH
006840         GO TO 8760-EXIT
006850     END-IF.
006860     PERFORM 8740-CARI-UBAH-TERAKHIR THRU 8740-EXIT.
006870     IF AR-PRA-MULAI < AR-UBAH-TERAKHIR
006880         MOVE "BACKUP MHSUNLD SUDAH LAMA - JALANKAN MHSUNLD"
006890             TO AR-RUN-KETERANGAN
006900         MOVE "N" TO AR-RUN-SWITCH
006910     END-IF.
006920 8760-EXIT.
006930     EXIT.
006940*
006950*    ---------------------------------------------------------
006960*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
006970*    RUN UNTUK DICATAT DI MHSRUN.
006980*    ---------------------------------------------------------
006990*
007000 8780-RUN-HASIL.
007010     IF NOT AR-INIT-OK
007020         MOVE 08 TO AR-RUN-KODE
007030     END-IF.
007040     IF AR-RUN-KODE = ZERO
007050         AND AR-GAGAL-COUNT > ZERO
007060         MOVE 08 TO AR-RUN-KODE
007070         MOVE "ADA HAPUS GAGAL - LIHAT MANIFEST ARCHRPT"
007080             TO AR-RUN-KETERANGAN
007090     END-IF.
007100     IF AR-RUN-KODE = ZERO
007110         AND AR-NOTFOUND-COUNT > ZERO
007120         MOVE 04 TO AR-RUN-KODE
007130     END-IF.
007140     MOVE AR-BEFORE-COUNT TO AR-RUN-BACA.
007150     MOVE AR-ARCHIVED-COUNT TO AR-RUN-PROSES.
007160     ADD AR-NOTFOUND-COUNT AR-GAGAL-COUNT GIVING AR-RUN-TOLAK.
007170 8780-EXIT.
007180     EXIT.
007190*
007200*    ---------------------------------------------------------
007210*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
007220*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
007230*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
007240*    CODE STEP.
007250*    ---------------------------------------------------------
007260*
007270 8790-RUN-SELESAI.
007280     MOVE AR-RUN-KODE TO RETURN-CODE.
007290     OPEN I-O MHSRUN-FILE.
007300     IF NOT MHSRUN-OK
007310         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
007320             MHSRUN-STATUS
007330         GO TO 8790-EXIT
007340     END-IF.
007350     MOVE "MHSARCH" TO RUN-PROGRAM.
007360     READ MHSRUN-FILE
007370         INVALID KEY
007380             DISPLAY "RECORD RUN MHSARCH HILANG DARI MHSRUN"
007390             CLOSE MHSRUN-FILE
007400             GO TO 8790-EXIT
007410     END-READ.
007420     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
007430     ACCEPT RUN-JAM-SELESAI FROM TIME.
007440     MOVE AR-RUN-KODE TO RUN-KODE.
007450     MOVE AR-RUN-BACA TO RUN-JML-BACA.
007460     MOVE AR-RUN-PROSES TO RUN-JML-PROSES.
007470     MOVE AR-RUN-TOLAK TO RUN-JML-TOLAK.
007480     MOVE AR-RUN-KETERANGAN TO RUN-KETERANGAN.
007490     IF AR-RUN-KODE < 8
007500         MOVE "S" TO RUN-STATUS
007510         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
007520         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
007530         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
007540         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
007550         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
007560         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
007570     ELSE
007580         MOVE "G" TO RUN-STATUS
007590     END-IF.
007600     REWRITE RUN-RECORD.
007610     IF NOT MHSRUN-OK
007620         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
007630     END-IF.
007640     CLOSE MHSRUN-FILE.
007650     DISPLAY "MHSARCH SELESAI DENGAN KODE " AR-RUN-KODE.
007660 8790-EXIT.
007670     EXIT.

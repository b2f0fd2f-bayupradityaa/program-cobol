000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MHSHIST.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - INKUIRI RIWAYAT PERUBAHAN
000210*                     PER MAHASISWA DARI JURNAL MHSJRN (COPYBOOK
000220*                     MHSJRNR): SETIAP ENTRI URUT TULIS DENGAN
000230*                     TANGGAL, JAM, SUMBER DAN AKSI, HANYA FIELD
000240*                     YANG BERUBAH DITAMPILKAN PER NAMA FIELD.
000250*                     NPM LAMA HASIL PENGGABUNGAN (NPMXREF) IKUT
000260*                     DITELUSURI. REKONSTRUKSI RECORD MAHASISWA
000270*                     LENGKAP PER TANGGAL YANG DIMINTA OPERATOR,
000280*                     DILENGKAPI DARI ENTRI JURNAL SESUDAHNYA
000290*                     ATAU DARI MASTER MHSMAST.
000300*    15/10/26   BPA   BACA JUGA FILE HISTORI JURNAL MHSJRNH (HASIL
000310*                     PENUTUPAN JURNAL MHSJTUP) SEBELUM MHSJRN,
000320*                     SUPAYA RIWAYAT DAN REKONSTRUKSI TETAP
000330*                     LENGKAP SESUDAH JURNAL DITUTUP.
000340*    ---------------------------------------------------------
000350*
000360*    JURNAL DIBACA SEKUENSIAL DARI AWAL UNTUK SETIAP INKUIRI;
000370*    URUTAN TULIS JURNAL ADALAH URUTAN KEJADIAN. RECORD YANG
000380*    SUDAH DIPINDAH KE MHSJRNH LEBIH TUA DARI ISI MHSJRN, JADI
000390*    MHSJRNH (BILA ADA) DIBACA DULU, LALU MHSJRN. IMAGE SEBELUM
000400*    DAN SESUDAH (57 BYTE, TATA LETAK MHSREC) DIURAIKAN KE DUA
000410*    AREA KERJA DAN DIBANDINGKAN FIELD PER FIELD. PADA AKSI
000420*    TAMBAH IMAGE SEBELUM KOSONG DAN PADA AKSI HAPUS IMAGE
000430*    SESUDAH KOSONG, SEHINGGA SEMUA FIELD TAMPIL SEBAGAI
000440*    PERUBAHAN DARI/KE KOSONG.
000450*
000460*    NPM YANG DIKETIK DILENGKAPI DARI NPMXREF: BILA NPM ITU
000470*    SUDAH DIGABUNG KE NPM LAIN, NPM YANG DIPERTAHANKAN IKUT
000480*    DICARI; SEMUA NPM LAMA YANG DIGABUNG KE NPM YANG
000490*    DIPERTAHANKAN JUGA IKUT DICARI.
000500*
000510*    REKONSTRUKSI "PER TANGGAL" MENERAPKAN SEMUA ENTRI JURNAL
000520*    SAMPAI DENGAN TANGGAL ITU (SEHARIAN PENUH) KE SETIAP NPM
000530*    DALAM DAFTAR. UNTUK NPM TANPA ENTRI SAMPAI TANGGAL ITU,
000540*    JURNAL TERUS DIBACA SAMPAI ENTRI PERTAMA SESUDAH TANGGAL
000550*    ITU:
000560*      UBAH/HAPUS - IMAGE SEBELUM ENTRI ITU (BILA TIDAK KOSONG)
000570*                   ADALAH DATA PADA TANGGAL YANG DIMINTA.
000580*      TAMBAH     - NPM BELUM TERDAFTAR PADA TANGGAL ITU
000590*                   ("TIDAK ADA JURNAL").
000600*    NPM YANG SAMA SEKALI TIDAK PUNYA ENTRI JURNAL BELUM PERNAH
000610*    BERUBAH SEJAK JURNAL DIMULAI, JADI DIAMBIL DARI MASTER
000620*    MHSMAST SAAT INI, ATAU DILAPORKAN TIDAK TERDAFTAR BILA
000630*    TIDAK ADA DI MASTER. PEMBACAAN BERHENTI BEGITU SEMUA NPM
000640*    DALAM DAFTAR SUDAH TERJAWAB. SEMUA HASIL JUGA DITULIS KE
000650*    FILE CETAK HISTRPT SEBAGAI BUKTI UNTUK PENYELESAIAN
000660*    SENGKETA.
000670*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS MHSJRN-STATUS.
000740     SELECT MHSJRNH-FILE ASSIGN TO MHSJRNH
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS MHSJRNH-STATUS.
000770
000780     SELECT NPMXREF-FILE ASSIGN TO NPMXREF
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS NPMXREF-STATUS.
000810
000820     SELECT HISTRPT-FILE ASSIGN TO HISTRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS HISTRPT-STATUS.
000850
000860     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS MHS-NPM
000900         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000910         FILE STATUS IS MHSMAST-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  MHSJRN-FILE.
000960 01  MHSJRN-RECORD                PIC X(147).
000970 FD  MHSJRNH-FILE.
000980 01  MHSJRNH-RECORD               PIC X(147).
000990
001000 FD  NPMXREF-FILE.
001010     COPY MHSXRFR.
001020
001030 FD  HISTRPT-FILE.
001040 01  RPT-LINE                     PIC X(80).
001050
001060 FD  MHSMAST-FILE.
001070     COPY MHSREC.
001080
001090 WORKING-STORAGE SECTION.
001100 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001110     88  MHSJRN-OK                    VALUE "00".
001120 77  NPMXREF-STATUS               PIC XX    VALUE SPACES.
001130 77  HISTRPT-STATUS               PIC XX    VALUE SPACES.
001140 77  HS-PILIHAN                   PIC 9(01) VALUE ZERO.
001150 77  HS-EXIT-SWITCH               PIC X(01) VALUE "N".
001160     88  HS-END-OF-JOB                VALUE "Y".
001170 77  HS-EOF-SWITCH                PIC X(01) VALUE "N".
001180     88  HS-END-OF-FILE               VALUE "Y".
001190 77  HS-XRF-EOF-SWITCH            PIC X(01) VALUE "N".
001200     88  HS-XRF-END-OF-FILE           VALUE "Y".
001210 77  HS-JRN-OPEN-SWITCH           PIC X(01) VALUE "N".
001220     88  HS-JRN-TERBUKA               VALUE "Y".
001230 77  MHSJRNH-STATUS               PIC XX    VALUE SPACES.
001240     88  MHSJRNH-OK                   VALUE "00".
001250 77  HS-JRNH-OPEN-SWITCH          PIC X(01) VALUE "N".
001260     88  HS-JRNH-TERBUKA              VALUE "Y".
001270 77  HS-HISTORI-SWITCH            PIC X(01) VALUE "N".
001280     88  HS-BACA-HISTORI              VALUE "Y".
001290 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
001300     88  MHSMAST-OK                   VALUE "00".
001310 77  HS-BELUM-COUNT               PIC 9(02) VALUE ZERO.
001320 77  HS-CARI-NPM                  PIC X(08) VALUE SPACES.
001330 77  HS-NPM-INDUK                 PIC X(08) VALUE SPACES.
001340 77  HS-NPM-TAMBAH                PIC X(08) VALUE SPACES.
001350 77  HS-TANGGAL-INPUT             PIC X(08) VALUE SPACES.
001360 77  HS-TANGGAL-PER               PIC 9(08) VALUE ZERO.
001370 77  HS-ENTRY-COUNT               PIC 9(05) VALUE ZERO.
001380 77  HS-FIELD-COUNT               PIC 9(02) VALUE ZERO.
001390 77  HS-ADA-COUNT                 PIC 9(02) VALUE ZERO.
001400 77  HS-AKSI-TEKS                 PIC X(06) VALUE SPACES.
001410*
001420*    DAFTAR NPM YANG DITELUSURI: NPM YANG DIKETIK, NPM YANG
001430*    DIPERTAHANKAN DAN NPM LAMA YANG DIGABUNG. UNTUK INKUIRI
001440*    PER TANGGAL, SETIAP ENTRI MEMBAWA IMAGE TERAKHIR DAN
001450*    KEADAANNYA. HS-BELUM-COUNT MENGHITUNG NPM YANG MASIH
001460*    BERKEADAAN "N" (BELUM TERJAWAB).
001470*
001480 77  HS-NPM-MAX-ENTRIES           PIC 9(02) VALUE 20.
001490 77  HS-NPM-COUNT                 PIC 9(02) VALUE ZERO.
001500 01  HS-NPM-TABLE.
001510     05  HS-NPM-ENTRY OCCURS 20 TIMES
001520             INDEXED BY HS-NPM-IDX.
001530         10  HS-NPM-ISI          PIC X(08).
001540         10  HS-NPM-KEADAAN      PIC X(01).
001550             88  HS-NPM-BELUM-ADA     VALUE "N".
001560             88  HS-NPM-ADA           VALUE "A".
001570             88  HS-NPM-DIHAPUS       VALUE "H".
001580             88  HS-NPM-DARI-SESUDAH  VALUE "S".
001590             88  HS-NPM-BELUM-TAMBAH  VALUE "T".
001600             88  HS-NPM-DARI-MASTER   VALUE "M".
001610             88  HS-NPM-TIDAK-ADA     VALUE "X".
001620             88  HS-NPM-TERDAFTAR     VALUES "A" "S" "M".
001630         10  HS-NPM-TANGGAL      PIC 9(08).
001640         10  HS-NPM-IMAGE        PIC X(57).
001650*
001660*    IMAGE SEBELUM DAN SESUDAH DIURAIKAN MENURUT TATA LETAK
001670*    MHS-RECORD (MHSREC.CPY).
001680*
001690 01  HS-SEBELUM.
001700     05  HS-SB-NPM                PIC X(08).
001710     05  HS-SB-NAMA               PIC X(15).
001720     05  HS-SB-KELAS              PIC X(05).
001730     05  HS-SB-TANGGAL-LAHIR      PIC X(08).
001740     05  HS-SB-HOBI               PIC X(20).
001750     05  HS-SB-STATUS             PIC X(01).
001760 01  HS-SESUDAH.
001770     05  HS-SD-NPM                PIC X(08).
001780     05  HS-SD-NAMA               PIC X(15).
001790     05  HS-SD-KELAS              PIC X(05).
001800     05  HS-SD-TANGGAL-LAHIR      PIC X(08).
001810     05  HS-SD-HOBI               PIC X(20).
001820     05  HS-SD-STATUS             PIC X(01).
001830*
001840*    TANGGAL LAHIR DDMMYYYY DITAMPILKAN DD/MM/YYYY.
001850*
001860 77  HS-TGL-MASUK                 PIC X(08) VALUE SPACES.
001870 77  HS-TGL-KELUAR                PIC X(10) VALUE SPACES.
001880*
001890*    RECORD JURNAL DARI MHSJRNH ATAU MHSJRN DIBACA KE SINI.
001900*
001910     COPY MHSJRNR.
001920
001930 01  RPT-GARIS-LINE               PIC X(64) VALUE ALL "-".
001940 01  RPT-TITLE-LINE               PIC X(60) VALUE
001950     "RIWAYAT PERUBAHAN DATA MAHASISWA (MHSJRNH+MHSJRN)".
001960 01  RPT-ASOF-TITLE-LINE          PIC X(60) VALUE
001970     "REKONSTRUKSI DATA MAHASISWA PER TANGGAL (MHSJRNH+MHSJRN)".
001980 01  RPT-CARI-LINE.
001990     05  FILLER                  PIC X(25) VALUE
002000         "NPM YANG DICARI       : ".
002010     05  RPT-H-NPM               PIC X(08).
002020 01  RPT-XREF-LINE.
002030     05  FILLER                  PIC X(25) VALUE
002040         "TERMASUK NPM GABUNGAN : ".
002050     05  RPT-H-XREF              PIC X(08).
002060 01  RPT-PER-LINE.
002070     05  FILLER                  PIC X(25) VALUE
002080         "KEADAAN PER TANGGAL   : ".
002090     05  RPT-H-PER               PIC 9(08).
002100 01  RPT-HEADER-LINE              PIC X(64) VALUE
002110     "TANGGAL   JAM     SUMBER    AKSI    NPM".
002120 01  RPT-ENTRY-LINE.
002130     05  RPT-E-TANGGAL           PIC 9(08).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  RPT-E-JAM               PIC X(06).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  RPT-E-SUMBER            PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-E-AKSI              PIC X(06).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  RPT-E-NPM               PIC X(08).
002220 01  RPT-FIELD-LINE.
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240     05  RPT-F-NAMA              PIC X(14).
002250     05  RPT-F-LAMA              PIC X(20).
002260     05  FILLER                  PIC X(04) VALUE " -> ".
002270     05  RPT-F-BARU              PIC X(20).
002280 01  RPT-TIDAK-BERUBAH-LINE       PIC X(40) VALUE
002290     "    (TIDAK ADA FIELD YANG BERUBAH)".
002300 01  RPT-JUMLAH-LINE.
002310     05  FILLER                  PIC X(25) VALUE
002320         "JUMLAH ENTRI JURNAL   : ".
002330     05  RPT-T-JUMLAH            PIC ZZZZ9.
002340 01  RPT-KOSONG-LINE              PIC X(50) VALUE
002350     "TIDAK ADA ENTRI JURNAL UNTUK NPM INI.".
002360 01  RPT-ASOF-NPM-LINE.
002370     05  FILLER                  PIC X(06) VALUE "NPM   ".
002380     05  RPT-A-NPM               PIC X(08).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  RPT-A-KETERANGAN        PIC X(50).
002410 01  RPT-ASOF-FIELD-LINE.
002420     05  FILLER                  PIC X(04) VALUE SPACES.
002430     05  RPT-AF-NAMA             PIC X(17).
002440     05  RPT-AF-ISI              PIC X(20).
002450
002460 PROCEDURE DIVISION.
002470*
002480*    ===========================================================
002490*    0000-MAINLINE - BUKA FILE CETAK, JALANKAN MENU SAMPAI
002500*    OPERATOR MEMILIH EXIT, LALU TUTUP FILE.
002510*    ===========================================================
002520*
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002560         UNTIL HS-END-OF-JOB.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580     STOP RUN.
002590*
002600*    ---------------------------------------------------------
002610*    1000-INITIALIZE - BUKA FILE CETAK. JURNAL DAN NPMXREF
002620*    DIBUKA PER INKUIRI SUPAYA SELALU MULAI DARI AWAL.
002630*    ---------------------------------------------------------
002640*
002650 1000-INITIALIZE.
002660     OPEN OUTPUT HISTRPT-FILE.
002670     IF HISTRPT-STATUS NOT = "00"
002680         DISPLAY "ERROR BUKA FILE CETAK HISTRPT, STATUS = "
002690             HISTRPT-STATUS
002700         SET HS-END-OF-JOB TO TRUE
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740*
002750*    ---------------------------------------------------------
002760*    2000-PROCESS-MENU - TAMPILKAN MENU, TERIMA PILIHAN DAN
002770*    JALANKAN FUNGSI YANG SESUAI, SAMA SEPERTI MHSARINQ.
002780*    ---------------------------------------------------------
002790*
002800 2000-PROCESS-MENU.
002810     DISPLAY " ".
002820     DISPLAY "INKUIRI RIWAYAT MAHASISWA - PILIH MENU: ".
002830     DISPLAY "1. RIWAYAT PERUBAHAN PER NPM".
002840     DISPLAY "2. DATA MAHASISWA PER TANGGAL".
002850     DISPLAY "3. EXIT".
002860     ACCEPT HS-PILIHAN.
002870
002880     EVALUATE HS-PILIHAN
002890         WHEN 1
002900             PERFORM 3000-RIWAYAT THRU 3000-EXIT
002910         WHEN 2
002920             PERFORM 4000-PER-TANGGAL THRU 4000-EXIT
002930         WHEN 3
002940             DISPLAY "PROGRAM SELESAI."
002950             SET HS-END-OF-JOB TO TRUE
002960         WHEN OTHER
002970             DISPLAY "PILIHAN TIDAK ADA, SILAKAN COBA LAGI."
002980     END-EVALUATE.
002990 2000-EXIT.
003000     EXIT.
003010*
003020*    ---------------------------------------------------------
003030*    3000-RIWAYAT - TAMPILKAN SEMUA ENTRI JURNAL UNTUK NPM
003040*    YANG DIMINTA (DAN NPM GABUNGANNYA) URUT KEJADIAN, DENGAN
003050*    FIELD YANG BERUBAH SAJA.
003060*    ---------------------------------------------------------
003070*
003080 3000-RIWAYAT.
003090     DISPLAY "MASUKKAN NPM: ".
003100     ACCEPT HS-CARI-NPM.
003110     IF HS-CARI-NPM = SPACES
003120         DISPLAY "NPM TIDAK BOLEH KOSONG."
003130         GO TO 3000-EXIT
003140     END-IF.
003150     PERFORM 7000-SUSUN-NPM THRU 7000-EXIT.
003160
003170     MOVE SPACES TO RPT-LINE.
003180     WRITE RPT-LINE FROM RPT-GARIS-LINE.
003190     MOVE RPT-TITLE-LINE TO RPT-LINE.
003200     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
003210     PERFORM 7500-CETAK-DAFTAR-NPM THRU 7500-EXIT.
003220     MOVE RPT-HEADER-LINE TO RPT-LINE.
003230     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
003240
003250     MOVE ZERO TO HS-ENTRY-COUNT.
003260     PERFORM 7800-BUKA-JURNAL THRU 7800-EXIT.
003270     PERFORM 3100-RIWAYAT-ONE THRU 3100-EXIT
003280         UNTIL HS-END-OF-FILE.
003290     PERFORM 7900-TUTUP-JURNAL THRU 7900-EXIT.
003300
003310     IF HS-ENTRY-COUNT = ZERO
003320         MOVE RPT-KOSONG-LINE TO RPT-LINE
003330     ELSE
003340         MOVE HS-ENTRY-COUNT TO RPT-T-JUMLAH
003350         MOVE RPT-JUMLAH-LINE TO RPT-LINE
003360     END-IF.
003370     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
003380 3000-EXIT.
003390     EXIT.
003400
003410 3100-RIWAYAT-ONE.
003420     PERFORM 7850-BACA-JURNAL THRU 7850-EXIT.
003430     IF HS-END-OF-FILE
003440         GO TO 3100-EXIT
003450     END-IF.
003460     PERFORM 7200-CARI-DI-DAFTAR THRU 7200-EXIT.
003470     IF HS-NPM-IDX > HS-NPM-COUNT
003480         GO TO 3100-EXIT
003490     END-IF.
003500
003510     ADD 1 TO HS-ENTRY-COUNT.
003520     EVALUATE TRUE
003530         WHEN JRN-TULIS
003540             MOVE "TAMBAH" TO HS-AKSI-TEKS
003550         WHEN JRN-UBAH
003560             MOVE "UBAH" TO HS-AKSI-TEKS
003570         WHEN JRN-HAPUS
003580             MOVE "HAPUS" TO HS-AKSI-TEKS
003590         WHEN OTHER
003600             MOVE JRN-AKSI TO HS-AKSI-TEKS
003610     END-EVALUATE.
003620     MOVE JRN-TANGGAL TO RPT-E-TANGGAL.
003630     MOVE JRN-JAM (1:6) TO RPT-E-JAM.
003640     MOVE JRN-SUMBER TO RPT-E-SUMBER.
003650     MOVE HS-AKSI-TEKS TO RPT-E-AKSI.
003660     MOVE JRN-NPM TO RPT-E-NPM.
003670     MOVE SPACES TO RPT-LINE.
003680     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
003690     MOVE RPT-ENTRY-LINE TO RPT-LINE.
003700     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
003710
003720     MOVE JRN-BEFORE-IMAGE TO HS-SEBELUM.
003730     MOVE JRN-AFTER-IMAGE TO HS-SESUDAH.
003740     PERFORM 3200-BANDING-FIELD THRU 3200-EXIT.
003750 3100-EXIT.
003760     EXIT.
003770*
003780*    ---------------------------------------------------------
003790*    3200-BANDING-FIELD - BANDINGKAN IMAGE SEBELUM DAN SESUDAH
003800*    FIELD PER FIELD DAN CETAK HANYA YANG BERBEDA.
003810*    ---------------------------------------------------------
003820*
003830 3200-BANDING-FIELD.
003840     MOVE ZERO TO HS-FIELD-COUNT.
003850     IF HS-SB-NPM NOT = HS-SD-NPM
003860         MOVE "NPM" TO RPT-F-NAMA
003870         MOVE HS-SB-NPM TO RPT-F-LAMA
003880         MOVE HS-SD-NPM TO RPT-F-BARU
003890         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
003900     END-IF.
003910     IF HS-SB-NAMA NOT = HS-SD-NAMA
003920         MOVE "NAMA" TO RPT-F-NAMA
003930         MOVE HS-SB-NAMA TO RPT-F-LAMA
003940         MOVE HS-SD-NAMA TO RPT-F-BARU
003950         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
003960     END-IF.
003970     IF HS-SB-KELAS NOT = HS-SD-KELAS
003980         MOVE "KELAS" TO RPT-F-NAMA
003990         MOVE HS-SB-KELAS TO RPT-F-LAMA
004000         MOVE HS-SD-KELAS TO RPT-F-BARU
004010         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
004020     END-IF.
004030     IF HS-SB-TANGGAL-LAHIR NOT = HS-SD-TANGGAL-LAHIR
004040         MOVE "TANGGAL LAHIR" TO RPT-F-NAMA
004050         MOVE HS-SB-TANGGAL-LAHIR TO HS-TGL-MASUK
004060         PERFORM 8000-FORMAT-LAHIR THRU 8000-EXIT
004070         MOVE HS-TGL-KELUAR TO RPT-F-LAMA
004080         MOVE HS-SD-TANGGAL-LAHIR TO HS-TGL-MASUK
004090         PERFORM 8000-FORMAT-LAHIR THRU 8000-EXIT
004100         MOVE HS-TGL-KELUAR TO RPT-F-BARU
004110         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
004120     END-IF.
004130     IF HS-SB-HOBI NOT = HS-SD-HOBI
004140         MOVE "HOBI" TO RPT-F-NAMA
004150         MOVE HS-SB-HOBI TO RPT-F-LAMA
004160         MOVE HS-SD-HOBI TO RPT-F-BARU
004170         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
004180     END-IF.
004190     IF HS-SB-STATUS NOT = HS-SD-STATUS
004200         MOVE "STATUS" TO RPT-F-NAMA
004210         MOVE HS-SB-STATUS TO RPT-F-LAMA
004220         MOVE HS-SD-STATUS TO RPT-F-BARU
004230         PERFORM 3300-CETAK-FIELD THRU 3300-EXIT
004240     END-IF.
004250     IF HS-FIELD-COUNT = ZERO
004260         MOVE RPT-TIDAK-BERUBAH-LINE TO RPT-LINE
004270         PERFORM 8500-TULIS-BARIS THRU 8500-EXIT
004280     END-IF.
004290 3200-EXIT.
004300     EXIT.
004310
004320 3300-CETAK-FIELD.
004330     ADD 1 TO HS-FIELD-COUNT.
004340     MOVE RPT-FIELD-LINE TO RPT-LINE.
004350     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
004360 3300-EXIT.
004370     EXIT.
004380*
004390*    ---------------------------------------------------------
004400*    4000-PER-TANGGAL - BANGUN ULANG RECORD MAHASISWA SEPERTI
004410*    PADA AKHIR TANGGAL YANG DIMINTA DENGAN MENERAPKAN ENTRI
004420*    JURNAL SAMPAI TANGGAL ITU KE SETIAP NPM DALAM DAFTAR.
004430*    ---------------------------------------------------------
004440*
004450 4000-PER-TANGGAL.
004460     DISPLAY "MASUKKAN NPM: ".
004470     ACCEPT HS-CARI-NPM.
004480     IF HS-CARI-NPM = SPACES
004490         DISPLAY "NPM TIDAK BOLEH KOSONG."
004500         GO TO 4000-EXIT
004510     END-IF.
004520     DISPLAY "MASUKKAN TANGGAL (YYYYMMDD): ".
004530     ACCEPT HS-TANGGAL-INPUT.
004540     IF HS-TANGGAL-INPUT IS NOT NUMERIC
004550         OR HS-TANGGAL-INPUT = "00000000"
004560         DISPLAY "TANGGAL HARUS DELAPAN DIGIT ANGKA (YYYYMMDD)."
004570         GO TO 4000-EXIT
004580     END-IF.
004590     MOVE HS-TANGGAL-INPUT TO HS-TANGGAL-PER.
004600     PERFORM 7000-SUSUN-NPM THRU 7000-EXIT.
004610     MOVE HS-NPM-COUNT TO HS-BELUM-COUNT.
004620
004630     MOVE SPACES TO RPT-LINE.
004640     WRITE RPT-LINE FROM RPT-GARIS-LINE.
004650     MOVE RPT-ASOF-TITLE-LINE TO RPT-LINE.
004660     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
004670     PERFORM 7500-CETAK-DAFTAR-NPM THRU 7500-EXIT.
004680     MOVE HS-TANGGAL-PER TO RPT-H-PER.
004690     MOVE RPT-PER-LINE TO RPT-LINE.
004700     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
004710
004720     PERFORM 7800-BUKA-JURNAL THRU 7800-EXIT.
004730     PERFORM 4100-TERAPKAN-ONE THRU 4100-EXIT
004740         UNTIL HS-END-OF-FILE.
004750     PERFORM 7900-TUTUP-JURNAL THRU 7900-EXIT.
004760     IF HS-BELUM-COUNT > ZERO
004770         PERFORM 4400-CARI-MASTER THRU 4400-EXIT
004780     END-IF.
004790
004800     MOVE ZERO TO HS-ADA-COUNT.
004810     PERFORM 4200-CETAK-KEADAAN THRU 4200-EXIT
004820         VARYING HS-NPM-IDX FROM 1 BY 1
004830         UNTIL HS-NPM-IDX > HS-NPM-COUNT.
004840     IF HS-ADA-COUNT = ZERO
004850         MOVE SPACES TO RPT-LINE
004860         STRING "TIDAK ADA RECORD TERDAFTAR PADA TANGGAL "
004870                 DELIMITED BY SIZE
004880             HS-TANGGAL-INPUT DELIMITED BY SIZE
004890             "." DELIMITED BY SIZE
004900             INTO RPT-LINE
004910         PERFORM 8500-TULIS-BARIS THRU 8500-EXIT
004920     END-IF.
004930 4000-EXIT.
004940     EXIT.
004950*
004960*    ENTRI SAMPAI TANGGAL YANG DIMINTA DITERAPKAN KE NPM-NYA.
004970*    ENTRI SESUDAH TANGGAL ITU HANYA DIPAKAI UNTUK NPM YANG
004980*    MASIH "N": TAMBAH BERARTI BELUM TERDAFTAR, UBAH/HAPUS
004990*    DENGAN IMAGE SEBELUM BERISI MEMBERI DATA PADA TANGGAL ITU.
005000*    JURNAL DITULIS URUT WAKTU, JADI BEGITU TANGGAL ENTRI
005010*    MELEWATI TANGGAL YANG DIMINTA DAN TIDAK ADA LAGI NPM "N",
005020*    SISA FILE TIDAK PERLU DIBACA.
005030*
005040 4100-TERAPKAN-ONE.
005050     PERFORM 7850-BACA-JURNAL THRU 7850-EXIT.
005060     IF HS-END-OF-FILE
005070         GO TO 4100-EXIT
005080     END-IF.
005090     IF JRN-TANGGAL > HS-TANGGAL-PER
005100         AND HS-BELUM-COUNT = ZERO
005110         MOVE "Y" TO HS-EOF-SWITCH
005120         GO TO 4100-EXIT
005130     END-IF.
005140     PERFORM 7200-CARI-DI-DAFTAR THRU 7200-EXIT.
005150     IF HS-NPM-IDX > HS-NPM-COUNT
005160         GO TO 4100-EXIT
005170     END-IF.
005180     IF JRN-TANGGAL > HS-TANGGAL-PER
005190         PERFORM 4150-TERAPKAN-SESUDAH THRU 4150-EXIT
005200         GO TO 4100-EXIT
005210     END-IF.
005220     IF HS-NPM-BELUM-ADA (HS-NPM-IDX)
005230         SUBTRACT 1 FROM HS-BELUM-COUNT
005240     END-IF.
005250     MOVE JRN-TANGGAL TO HS-NPM-TANGGAL (HS-NPM-IDX).
005260     IF JRN-HAPUS
005270         SET HS-NPM-DIHAPUS (HS-NPM-IDX) TO TRUE
005280         MOVE JRN-BEFORE-IMAGE TO HS-NPM-IMAGE (HS-NPM-IDX)
005290     ELSE
005300         SET HS-NPM-ADA (HS-NPM-IDX) TO TRUE
005310         MOVE JRN-AFTER-IMAGE TO HS-NPM-IMAGE (HS-NPM-IDX)
005320     END-IF.
005330 4100-EXIT.
005340     EXIT.
005350*
005360*    ENTRI SESUDAH TANGGAL YANG DIMINTA UNTUK NPM YANG MASIH
005370*    "N". UBAH/HAPUS DENGAN IMAGE SEBELUM KOSONG DILEWATI.
005380*
005390 4150-TERAPKAN-SESUDAH.
005400     IF NOT HS-NPM-BELUM-ADA (HS-NPM-IDX)
005410         GO TO 4150-EXIT
005420     END-IF.
005430     IF JRN-TULIS
005440         SET HS-NPM-BELUM-TAMBAH (HS-NPM-IDX) TO TRUE
005450         MOVE JRN-TANGGAL TO HS-NPM-TANGGAL (HS-NPM-IDX)
005460         SUBTRACT 1 FROM HS-BELUM-COUNT
005470         GO TO 4150-EXIT
005480     END-IF.
005490     IF JRN-BEFORE-IMAGE = SPACES
005500         GO TO 4150-EXIT
005510     END-IF.
005520     SET HS-NPM-DARI-SESUDAH (HS-NPM-IDX) TO TRUE.
005530     MOVE JRN-TANGGAL TO HS-NPM-TANGGAL (HS-NPM-IDX).
005540     MOVE JRN-BEFORE-IMAGE TO HS-NPM-IMAGE (HS-NPM-IDX).
005550     SUBTRACT 1 FROM HS-BELUM-COUNT.
005560 4150-EXIT.
005570     EXIT.
005580*
005590*    ---------------------------------------------------------
005600*    4200-CETAK-KEADAAN - CETAK KEADAAN SATU NPM PADA TANGGAL
005610*    YANG DIMINTA: RECORD LENGKAP BILA TERDAFTAR (DARI JURNAL
005620*    SAMPAI TANGGAL ITU, DARI IMAGE SEBELUM ENTRI BERIKUTNYA,
005630*    ATAU DARI MASTER), ATAU KETERANGAN MENGAPA TIDAK.
005640*    ---------------------------------------------------------
005650*
005660 4200-CETAK-KEADAAN.
005670     MOVE SPACES TO RPT-LINE.
005680     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
005690     MOVE HS-NPM-ISI (HS-NPM-IDX) TO RPT-A-NPM.
005700     EVALUATE TRUE
005710         WHEN HS-NPM-BELUM-TAMBAH (HS-NPM-IDX)
005720             MOVE "TIDAK ADA JURNAL - BARU DITAMBAH SESUDAHNYA"
005730                 TO RPT-A-KETERANGAN
005740         WHEN HS-NPM-DIHAPUS (HS-NPM-IDX)
005750             MOVE "SUDAH DIHAPUS - TIDAK TERDAFTAR"
005760                 TO RPT-A-KETERANGAN
005770         WHEN HS-NPM-TIDAK-ADA (HS-NPM-IDX)
005780             MOVE "TIDAK TERDAFTAR DI MASTER, TANPA JURNAL"
005790                 TO RPT-A-KETERANGAN
005800         WHEN HS-NPM-BELUM-ADA (HS-NPM-IDX)
005810             MOVE "TANPA JURNAL - MASTER MHSMAST TIDAK TERBACA"
005820                 TO RPT-A-KETERANGAN
005830         WHEN HS-NPM-DARI-SESUDAH (HS-NPM-IDX)
005840             MOVE "TERDAFTAR (DARI IMAGE SEBELUM ENTRI BERIKUT):"
005850                 TO RPT-A-KETERANGAN
005860         WHEN HS-NPM-DARI-MASTER (HS-NPM-IDX)
005870             MOVE "TERDAFTAR TANPA JURNAL - DATA MASTER SAAT INI:"
005880                 TO RPT-A-KETERANGAN
005890         WHEN OTHER
005900             MOVE "TERDAFTAR, DATA SEBAGAI BERIKUT:"
005910                 TO RPT-A-KETERANGAN
005920     END-EVALUATE.
005930     MOVE RPT-ASOF-NPM-LINE TO RPT-LINE.
005940     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
005950     IF NOT HS-NPM-TERDAFTAR (HS-NPM-IDX)
005960         GO TO 4200-EXIT
005970     END-IF.
005980
005990     ADD 1 TO HS-ADA-COUNT.
006000     MOVE HS-NPM-IMAGE (HS-NPM-IDX) TO HS-SESUDAH.
006010     MOVE "NAMA           :" TO RPT-AF-NAMA.
006020     MOVE HS-SD-NAMA TO RPT-AF-ISI.
006030     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006040     MOVE "KELAS          :" TO RPT-AF-NAMA.
006050     MOVE HS-SD-KELAS TO RPT-AF-ISI.
006060     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006070     MOVE HS-SD-TANGGAL-LAHIR TO HS-TGL-MASUK.
006080     PERFORM 8000-FORMAT-LAHIR THRU 8000-EXIT.
006090     MOVE "TANGGAL LAHIR  :" TO RPT-AF-NAMA.
006100     MOVE HS-TGL-KELUAR TO RPT-AF-ISI.
006110     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006120     MOVE "HOBI           :" TO RPT-AF-NAMA.
006130     MOVE HS-SD-HOBI TO RPT-AF-ISI.
006140     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006150     MOVE "STATUS         :" TO RPT-AF-NAMA.
006160     MOVE HS-SD-STATUS TO RPT-AF-ISI.
006170     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006180     IF HS-NPM-DARI-MASTER (HS-NPM-IDX)
006190         GO TO 4200-EXIT
006200     END-IF.
006210     IF HS-NPM-DARI-SESUDAH (HS-NPM-IDX)
006220         MOVE "ENTRI BERIKUT  :" TO RPT-AF-NAMA
006230     ELSE
006240         MOVE "PERUBAHAN AKHIR:" TO RPT-AF-NAMA
006250     END-IF.
006260     MOVE HS-NPM-TANGGAL (HS-NPM-IDX) TO RPT-AF-ISI.
006270     PERFORM 4300-CETAK-ISI THRU 4300-EXIT.
006280 4200-EXIT.
006290     EXIT.
006300
006310 4300-CETAK-ISI.
006320     MOVE RPT-ASOF-FIELD-LINE TO RPT-LINE.
006330     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
006340 4300-EXIT.
006350     EXIT.
006360*
006370*    ---------------------------------------------------------
006380*    4400-CARI-MASTER - NPM YANG MASIH "N" SESUDAH SELURUH
006390*    JURNAL DIBACA TIDAK PERNAH BERUBAH SELAMA ADA JURNAL;
006400*    KEADAANNYA DIAMBIL DARI MASTER MHSMAST SAAT INI. BILA
006410*    MASTER TIDAK TERBUKA, NPM TETAP "N".
006420*    ---------------------------------------------------------
006430*
006440 4400-CARI-MASTER.
006450     OPEN INPUT MHSMAST-FILE.
006460     IF NOT MHSMAST-OK
006470         DISPLAY "FILE MASTER MHSMAST TIDAK TERBUKA, STATUS = "
006480             MHSMAST-STATUS
006490         GO TO 4400-EXIT
006500     END-IF.
006510     PERFORM 4410-MASTER-ONE THRU 4410-EXIT
006520         VARYING HS-NPM-IDX FROM 1 BY 1
006530         UNTIL HS-NPM-IDX > HS-NPM-COUNT.
006540     CLOSE MHSMAST-FILE.
006550 4400-EXIT.
006560     EXIT.
006570
006580 4410-MASTER-ONE.
006590     IF NOT HS-NPM-BELUM-ADA (HS-NPM-IDX)
006600         GO TO 4410-EXIT
006610     END-IF.
006620     MOVE HS-NPM-ISI (HS-NPM-IDX) TO MHS-NPM.
006630     READ MHSMAST-FILE
006640         INVALID KEY
006650             SET HS-NPM-TIDAK-ADA (HS-NPM-IDX) TO TRUE
006660             GO TO 4410-EXIT
006670     END-READ.
006680     SET HS-NPM-DARI-MASTER (HS-NPM-IDX) TO TRUE.
006690     MOVE MHS-RECORD TO HS-NPM-IMAGE (HS-NPM-IDX).
006700 4410-EXIT.
006710     EXIT.
006720*
006730*    ---------------------------------------------------------
006740*    7000-SUSUN-NPM - SUSUN DAFTAR NPM YANG DITELUSURI. NPM
006750*    YANG DIKETIK SELALU MASUK. PASS PERTAMA NPMXREF MENCARI
006760*    NPM YANG DIPERTAHANKAN BILA NPM ITU SUDAH DIGABUNG;
006770*    PASS KEDUA MENAMBAHKAN SEMUA NPM LAMA YANG DIGABUNG KE
006780*    NPM YANG DIPERTAHANKAN. FILE YANG BELUM ADA BERARTI
006790*    TIDAK ADA PENGGABUNGAN.
006800*    ---------------------------------------------------------
006810*
006820 7000-SUSUN-NPM.
006830     MOVE ZERO TO HS-NPM-COUNT.
006840     MOVE HS-CARI-NPM TO HS-NPM-INDUK.
006850     MOVE HS-CARI-NPM TO HS-NPM-TAMBAH.
006860     PERFORM 7300-TAMBAH-DAFTAR THRU 7300-EXIT.
006870
006880     OPEN INPUT NPMXREF-FILE.
006890     IF NPMXREF-STATUS NOT = "00"
006900         GO TO 7000-EXIT
006910     END-IF.
006920     MOVE "N" TO HS-XRF-EOF-SWITCH.
006930     PERFORM 7100-CARI-INDUK THRU 7100-EXIT
006940         UNTIL HS-XRF-END-OF-FILE.
006950     CLOSE NPMXREF-FILE.
006960
006970     OPEN INPUT NPMXREF-FILE.
006980     MOVE "N" TO HS-XRF-EOF-SWITCH.
006990     PERFORM 7150-CARI-GABUNGAN THRU 7150-EXIT
007000         UNTIL HS-XRF-END-OF-FILE.
007010     CLOSE NPMXREF-FILE.
007020 7000-EXIT.
007030     EXIT.
007040
007050 7100-CARI-INDUK.
007060     READ NPMXREF-FILE
007070         AT END
007080             MOVE "Y" TO HS-XRF-EOF-SWITCH
007090             GO TO 7100-EXIT
007100     END-READ.
007110     IF XRF-NPM-LAMA = HS-CARI-NPM
007120         DISPLAY "NPM " HS-CARI-NPM " SUDAH DIGABUNG KE "
007130             XRF-NPM-BARU " (HASIL PENYELESAIAN GANDA)."
007140         MOVE XRF-NPM-BARU TO HS-NPM-INDUK
007150         MOVE XRF-NPM-BARU TO HS-NPM-TAMBAH
007160         PERFORM 7300-TAMBAH-DAFTAR THRU 7300-EXIT
007170         MOVE "Y" TO HS-XRF-EOF-SWITCH
007180     END-IF.
007190 7100-EXIT.
007200     EXIT.
007210
007220 7150-CARI-GABUNGAN.
007230     READ NPMXREF-FILE
007240         AT END
007250             MOVE "Y" TO HS-XRF-EOF-SWITCH
007260             GO TO 7150-EXIT
007270     END-READ.
007280     IF XRF-NPM-BARU = HS-NPM-INDUK
007290         MOVE XRF-NPM-LAMA TO HS-NPM-TAMBAH
007300         PERFORM 7300-TAMBAH-DAFTAR THRU 7300-EXIT
007310     END-IF.
007320 7150-EXIT.
007330     EXIT.
007340*
007350*    ---------------------------------------------------------
007360*    7200-CARI-DI-DAFTAR - CARI JRN-NPM DI DAFTAR NPM. BILA
007370*    TIDAK ADA, HS-NPM-IDX BERADA DI BELAKANG ISI DAFTAR.
007380*    ---------------------------------------------------------
007390*
007400 7200-CARI-DI-DAFTAR.
007410     SET HS-NPM-IDX TO 1.
007420     SEARCH HS-NPM-ENTRY
007430         VARYING HS-NPM-IDX
007440         AT END
007450             SET HS-NPM-IDX TO HS-NPM-COUNT
007460             SET HS-NPM-IDX UP BY 1
007470         WHEN HS-NPM-IDX > HS-NPM-COUNT
007480             CONTINUE
007490         WHEN HS-NPM-ISI (HS-NPM-IDX) = JRN-NPM
007500             CONTINUE
007510     END-SEARCH.
007520 7200-EXIT.
007530     EXIT.
007540*
007550*    ---------------------------------------------------------
007560*    7300-TAMBAH-DAFTAR - TAMBAHKAN HS-NPM-TAMBAH KE DAFTAR
007570*    BILA BELUM ADA DAN MASIH ADA TEMPAT.
007580*    ---------------------------------------------------------
007590*
007600 7300-TAMBAH-DAFTAR.
007610     SET HS-NPM-IDX TO 1.
007620     SEARCH HS-NPM-ENTRY
007630         VARYING HS-NPM-IDX
007640         AT END
007650             CONTINUE
007660         WHEN HS-NPM-IDX > HS-NPM-COUNT
007670             CONTINUE
007680         WHEN HS-NPM-ISI (HS-NPM-IDX) = HS-NPM-TAMBAH
007690             GO TO 7300-EXIT
007700     END-SEARCH.
007710     IF HS-NPM-COUNT >= HS-NPM-MAX-ENTRIES
007720         DISPLAY "PERINGATAN: DAFTAR NPM PENUH, NPM "
007730             HS-NPM-TAMBAH " DIABAIKAN."
007740         GO TO 7300-EXIT
007750     END-IF.
007760     ADD 1 TO HS-NPM-COUNT.
007770     SET HS-NPM-IDX TO HS-NPM-COUNT.
007780     MOVE HS-NPM-TAMBAH TO HS-NPM-ISI (HS-NPM-IDX).
007790     SET HS-NPM-BELUM-ADA (HS-NPM-IDX) TO TRUE.
007800     MOVE ZERO TO HS-NPM-TANGGAL (HS-NPM-IDX).
007810     MOVE SPACES TO HS-NPM-IMAGE (HS-NPM-IDX).
007820 7300-EXIT.
007830     EXIT.
007840*
007850*    ---------------------------------------------------------
007860*    7500-CETAK-DAFTAR-NPM - CETAK NPM YANG DICARI DAN SEMUA
007870*    NPM GABUNGAN YANG IKUT DITELUSURI.
007880*    ---------------------------------------------------------
007890*
007900 7500-CETAK-DAFTAR-NPM.
007910     MOVE HS-CARI-NPM TO RPT-H-NPM.
007920     MOVE RPT-CARI-LINE TO RPT-LINE.
007930     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
007940     PERFORM 7510-CETAK-XREF THRU 7510-EXIT
007950         VARYING HS-NPM-IDX FROM 2 BY 1
007960         UNTIL HS-NPM-IDX > HS-NPM-COUNT.
007970 7500-EXIT.
007980     EXIT.
007990
008000 7510-CETAK-XREF.
008010     MOVE HS-NPM-ISI (HS-NPM-IDX) TO RPT-H-XREF.
008020     MOVE RPT-XREF-LINE TO RPT-LINE.
008030     PERFORM 8500-TULIS-BARIS THRU 8500-EXIT.
008040 7510-EXIT.
008050     EXIT.
008060*
008070*    ---------------------------------------------------------
008080*    7800-BUKA-JURNAL - BUKA HISTORI JURNAL MHSJRNH (BOLEH
008090*    TIDAK ADA) DAN JURNAL MHSJRN DARI AWAL. BILA KEDUANYA
008100*    GAGAL, HS-EOF-SWITCH LANGSUNG "Y" SEHINGGA TIDAK ADA ENTRI.
008110*    ---------------------------------------------------------
008120*
008130 7800-BUKA-JURNAL.
008140     MOVE "N" TO HS-HISTORI-SWITCH.
008150     OPEN INPUT MHSJRNH-FILE.
008160     IF MHSJRNH-OK
008170         MOVE "Y" TO HS-JRNH-OPEN-SWITCH
008180         MOVE "Y" TO HS-HISTORI-SWITCH
008190     END-IF.
008200     OPEN INPUT MHSJRN-FILE.
008210     IF NOT MHSJRN-OK
008220         DISPLAY "FILE JURNAL MHSJRN TIDAK TERBUKA, STATUS = "
008230             MHSJRN-STATUS
008240     ELSE
008250         MOVE "Y" TO HS-JRN-OPEN-SWITCH
008260     END-IF.
008270     IF HS-JRN-TERBUKA OR HS-JRNH-TERBUKA
008280         MOVE "N" TO HS-EOF-SWITCH
008290     ELSE
008300         MOVE "Y" TO HS-EOF-SWITCH
008310     END-IF.
008320 7800-EXIT.
008330     EXIT.
008340*
008350*    ---------------------------------------------------------
008360*    7850-BACA-JURNAL - BACA RECORD JURNAL BERIKUTNYA KE
008370*    JRN-RECORD: DARI MHSJRNH SAMPAI HABIS, LALU DARI MHSJRN.
008380*    ---------------------------------------------------------
008390*
008400 7850-BACA-JURNAL.
008410     IF HS-BACA-HISTORI
008420         READ MHSJRNH-FILE INTO JRN-RECORD
008430             AT END
008440                 MOVE "N" TO HS-HISTORI-SWITCH
008450             NOT AT END
008460                 GO TO 7850-EXIT
008470         END-READ
008480     END-IF.
008490     IF NOT HS-JRN-TERBUKA
008500         MOVE "Y" TO HS-EOF-SWITCH
008510         GO TO 7850-EXIT
008520     END-IF.
008530     READ MHSJRN-FILE INTO JRN-RECORD
008540         AT END
008550             MOVE "Y" TO HS-EOF-SWITCH
008560     END-READ.
008570 7850-EXIT.
008580     EXIT.
008590*
008600 7900-TUTUP-JURNAL.
008610     IF HS-JRNH-TERBUKA
008620         CLOSE MHSJRNH-FILE
008630         MOVE "N" TO HS-JRNH-OPEN-SWITCH
008640     END-IF.
008650     IF HS-JRN-TERBUKA
008660         CLOSE MHSJRN-FILE
008670         MOVE "N" TO HS-JRN-OPEN-SWITCH
008680     END-IF.
008690 7900-EXIT.
008700     EXIT.
008710*
008720*    ---------------------------------------------------------
008730*    8000-FORMAT-LAHIR - BENTUK TANGGAL LAHIR DDMMYYYY DI
008740*    HS-TGL-MASUK MENJADI DD/MM/YYYY DI HS-TGL-KELUAR. IMAGE
008750*    KOSONG (TAMBAH/HAPUS) TETAP KOSONG.
008760*    ---------------------------------------------------------
008770*
008780 8000-FORMAT-LAHIR.
008790     MOVE SPACES TO HS-TGL-KELUAR.
008800     IF HS-TGL-MASUK = SPACES
008810         GO TO 8000-EXIT
008820     END-IF.
008830     STRING HS-TGL-MASUK (1:2) DELIMITED BY SIZE
008840         "/" DELIMITED BY SIZE
008850         HS-TGL-MASUK (3:2) DELIMITED BY SIZE
008860         "/" DELIMITED BY SIZE
008870         HS-TGL-MASUK (5:4) DELIMITED BY SIZE
008880         INTO HS-TGL-KELUAR.
008890 8000-EXIT.
008900     EXIT.
008910*
008920*    ---------------------------------------------------------
008930*    8500-TULIS-BARIS - TULIS RPT-LINE KE HISTRPT DAN
008940*    TAMPILKAN JUGA DI LAYAR.
008950*    ---------------------------------------------------------
008960*
008970 8500-TULIS-BARIS.
008980     WRITE RPT-LINE.
008990     DISPLAY RPT-LINE.
009000 8500-EXIT.
009010     EXIT.
009020*
009030 9000-TERMINATE.
009040     CLOSE HISTRPT-FILE.
009050 9000-EXIT.
009060     EXIT.

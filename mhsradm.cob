000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MHSRADM.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - PENERIMAAN KEMBALI
000210*                     MAHASISWA DARI ARSIP MHSARSIP KE MHSMAST
000220*                     MENURUT DAFTAR NPM (FILE RADMNPM) DENGAN
000230*                     KELAS DAN STATUS BARU, JURNAL MHSJRN,
000240*                     TANDA DITERIMA KEMBALI PADA RECORD ARSIP
000250*                     DAN MANIFEST RADMRPT BERIKUT JUMLAH MASTER
000260*                     SEBELUM/SESUDAH.
000270*    ---------------------------------------------------------
000280*
000290*    FILE RADMNPM: SATU BARIS PER MAHASISWA - NPM (8), KELAS
000300*    TUJUAN (5, KOSONG = KELAS TERAKHIR DI ARSIP) DAN STATUS
000310*    BARU (1, KOSONG = AKTIF). UNTUK SETIAP NPM DICARI RECORD
000320*    ARSIP TERAKHIR YANG BELUM DITERIMA KEMBALI, LALU DIPERIKSA:
000330*    NPM TIDAK DIPAKAI DI MHSMAST, TIDAK DIALIHKAN DI NPMXREF
000340*    (HASIL MHSDUPE), KELAS TUJUAN ADA DI KELASREF DAN BELUM
000350*    MENCAPAI KLS-KAPASITAS (SEMUA STATUS DIHITUNG, SAMA DENGAN
000360*    MHSINTAK). YANG LOLOS DITULIS KE MASTER DENGAN JURNAL "T"
000370*    BERSUMBER "MHSRADM".
000380*
000390*    MHSARSIP ADALAH FILE SEKUENSIAL, JADI TANDA DITERIMA
000400*    KEMBALI DIPASANG DI AKHIR RUN: ARSIP DISALIN KE FILE KERJA
000410*    ARSKERJ SAMBIL MENANDAI RECORD YANG DITERIMA (NPM DAN
000420*    TANGGAL ARSIP DARI TABEL RUN INI), LALU DISALIN BALIK KE
000430*    MHSARSIP. BILA JUMLAH SALIN BALIK TIDAK SAMA, MANIFEST
000440*    MEMPERINGATKAN - ARSKERJ BERISI ARSIP LENGKAP UNTUK
000450*    MEMULIHKANNYA.
000460*
000470*    BILA RUN TERHENTI SETELAH MASTER DITULIS TETAPI SEBELUM
000480*    ARSIP DITANDAI, RERUN DENGAN DAFTAR YANG SAMA MENEMUKAN NPM
000490*    SUDAH DI MASTER DENGAN NAMA DAN TANGGAL LAHIR YANG SAMA
000500*    DENGAN ARSIP; NPM ITU HANYA DITANDAI DI ARSIP ("SUDAH DI
000510*    MASTER"). NPM YANG DI MASTER DIPAKAI ORANG LAIN DITOLAK.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MHS-NPM
000600         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000610         FILE STATUS IS MHSMAST-STATUS.
000620
000630     SELECT KELASREF-FILE ASSIGN TO KELASREF
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS KLS-KODE
000670         FILE STATUS IS KELASREF-STATUS.
000680
000690     SELECT MHSARSIP-FILE ASSIGN TO MHSARSIP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS MHSARSIP-STATUS.
000720
000730     SELECT ARSKERJ-FILE ASSIGN TO ARSKERJ
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS ARSKERJ-STATUS.
000760
000770     SELECT NPMXREF-FILE ASSIGN TO NPMXREF
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS NPMXREF-STATUS.
000800
000810     SELECT RADMNPM-FILE ASSIGN TO RADMNPM
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS RADMNPM-STATUS.
000840
000850     SELECT RADMRPT-FILE ASSIGN TO RADMRPT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS RADMRPT-STATUS.
000880
000890     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS MHSJRN-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  MHSMAST-FILE.
000960     COPY MHSREC.
000970
000980 FD  KELASREF-FILE.
000990     COPY KELASR.
001000
001010 FD  MHSARSIP-FILE.
001020     COPY MHSARSR.
001030
001040 FD  ARSKERJ-FILE.
001050 01  ARSKERJ-RECORD               PIC X(79).
001060
001070 FD  NPMXREF-FILE.
001080     COPY MHSXRFR.
001090
001100 FD  RADMNPM-FILE.
001110 01  RADMNPM-RECORD.
001120     05  RDN-NPM                 PIC X(08).
001130     05  RDN-KELAS               PIC A(05).
001140     05  RDN-STATUS              PIC X(01).
001150
001160 FD  RADMRPT-FILE.
001170 01  RPT-LINE                     PIC X(80).
001180
001190 FD  MHSJRN-FILE.
001200     COPY MHSJRNR.
001210
001220 WORKING-STORAGE SECTION.
001230 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
001240     88  MHSMAST-OK                   VALUE "00".
001250 77  KELASREF-STATUS              PIC XX    VALUE SPACES.
001260     88  KELASREF-OK                  VALUE "00".
001270 77  MHSARSIP-STATUS              PIC XX    VALUE SPACES.
001280     88  MHSARSIP-OK                  VALUE "00".
001290 77  ARSKERJ-STATUS               PIC XX    VALUE SPACES.
001300     88  ARSKERJ-OK                   VALUE "00".
001310 77  NPMXREF-STATUS               PIC XX    VALUE SPACES.
001320 77  RADMNPM-STATUS               PIC XX    VALUE SPACES.
001330     88  RADMNPM-OK                   VALUE "00".
001340 77  RADMRPT-STATUS               PIC XX    VALUE SPACES.
001350 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001360 77  RD-INIT-SWITCH               PIC X(01) VALUE "N".
001370     88  RD-INIT-OK                   VALUE "Y".
001380 77  RD-EOF-SWITCH                PIC X(01) VALUE "N".
001390     88  RD-END-OF-FILE               VALUE "Y".
001400 77  RD-ARS-EOF-SWITCH            PIC X(01) VALUE "N".
001410     88  RD-ARS-END-OF-FILE           VALUE "Y".
001420 77  RD-XRF-EOF-SWITCH            PIC X(01) VALUE "N".
001430     88  RD-XRF-END-OF-FILE           VALUE "Y".
001440 77  RD-KLS-EOF-SWITCH            PIC X(01) VALUE "N".
001450     88  RD-KLS-END-OF-FILE           VALUE "Y".
001460 77  RD-FOUND-SWITCH              PIC X(01) VALUE "N".
001470     88  RD-RECORD-FOUND              VALUE "Y".
001480 77  RD-ARSIP-SWITCH              PIC X(01) VALUE "N".
001490     88  RD-ARSIP-ADA                 VALUE "Y".
001500 77  RD-KEMBALI-SWITCH            PIC X(01) VALUE "N".
001510     88  RD-SUDAH-KEMBALI             VALUE "Y".
001520 77  RD-TABEL-SWITCH              PIC X(01) VALUE "N".
001530     88  RD-DI-TABEL                  VALUE "Y".
001540 77  RD-STATUS-BARU               PIC X(01) VALUE SPACE.
001550     88  RD-STATUS-VALID              VALUES "A" "C" "S".
001560 77  RD-KELAS-BARU                PIC A(05) VALUE SPACES.
001570 77  RD-XREF-BARU                 PIC X(08) VALUE SPACES.
001580 77  RD-ISI-KELAS                 PIC 9(05) VALUE ZERO.
001590 77  RD-TANGGAL-RUN               PIC 9(08) VALUE ZERO.
001600 77  RD-KETERANGAN                PIC X(30) VALUE SPACES.
001610 77  RD-BEFORE-COUNT              PIC 9(05) VALUE ZERO.
001620 77  RD-AFTER-COUNT               PIC 9(05) VALUE ZERO.
001630 77  RD-READ-COUNT                PIC 9(05) VALUE ZERO.
001640 77  RD-KEMBALI-COUNT             PIC 9(05) VALUE ZERO.
001650 77  RD-SUDAH-COUNT               PIC 9(05) VALUE ZERO.
001660 77  RD-TOLAK-COUNT               PIC 9(05) VALUE ZERO.
001670 77  RD-GAGAL-COUNT               PIC 9(05) VALUE ZERO.
001680 77  RD-ARS-COUNT                 PIC 9(07) VALUE ZERO.
001690 77  RD-SALIN-COUNT               PIC 9(07) VALUE ZERO.
001700 77  RD-TANDAI-COUNT              PIC 9(05) VALUE ZERO.
001710*
001720*    SALINAN RECORD ARSIP TERAKHIR YANG COCOK UNTUK NPM YANG
001730*    SEDANG DIPROSES (FILE ARSIP SUDAH DITUTUP SAAT DIPAKAI).
001740*    LAYOUT SAMA DENGAN MHSARSR.CPY.
001750*
001760 01  RD-ARSIP.
001770     05  RD-ARS-TANGGAL-ARSIP     PIC 9(08).
001780     05  RD-ARS-NPM               PIC X(08).
001790     05  RD-ARS-NAMA              PIC A(15).
001800     05  RD-ARS-KELAS             PIC A(05).
001810     05  RD-ARS-TANGGAL-LAHIR.
001820         10  RD-ARS-HARI-LAHIR    PIC 9(02).
001830         10  RD-ARS-BULAN-LAHIR   PIC 9(02).
001840         10  RD-ARS-TAHUN-LAHIR   PIC 9(04).
001850     05  RD-ARS-HOBI              PIC A(20).
001860     05  RD-ARS-STATUS            PIC X(01).
001870     05  FILLER                   PIC X(14).
001880*
001890*    TABEL RECORD ARSIP YANG DITERIMA KEMBALI PADA RUN INI
001900*    (NPM + TANGGAL ARSIP), DIPAKAI SAAT MENANDAI ARSIP DI AKHIR
001910*    RUN. BILA TABEL PENUH, NPM BERIKUTNYA DITOLAK SEBELUM
001920*    MASTER DISENTUH DAN DIPROSES PADA RUN BERIKUTNYA.
001930*
001940 77  RD-TBL-MAX-ENTRIES           PIC 9(04) VALUE 1000.
001950 77  RD-TBL-COUNT                 PIC 9(04) VALUE ZERO.
001960 01  RD-TBL-TABLE.
001970     05  RD-TBL-ENTRY OCCURS 1000 TIMES
001980             INDEXED BY RD-TBL-IDX.
001990         10  RD-TBL-NPM          PIC X(08).
002000         10  RD-TBL-TGL-ARSIP    PIC 9(08).
002010         10  RD-TBL-KELAS        PIC A(05).
002020
002030 01  RPT-TITLE-LINE               PIC X(50) VALUE
002040     "MANIFEST PENERIMAAN KEMBALI MAHASISWA DARI ARSIP".
002050 01  RPT-HEADER-LINE.
002060     05  FILLER                  PIC X(03) VALUE SPACES.
002070     05  FILLER                  PIC X(10) VALUE "NPM".
002080     05  FILLER                  PIC X(17) VALUE "NAMA".
002090     05  FILLER                  PIC X(07) VALUE "KELAS".
002100     05  FILLER                  PIC X(05) VALUE "STS".
002110     05  FILLER                  PIC X(10) VALUE "KETERANGAN".
002120 01  RPT-DETAIL-LINE.
002130     05  FILLER                  PIC X(03) VALUE SPACES.
002140     05  RPT-D-NPM               PIC X(08).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  RPT-D-NAMA              PIC A(15).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  RPT-D-KELAS             PIC A(05).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  RPT-D-STATUS            PIC X(01).
002210     05  FILLER                  PIC X(04) VALUE SPACES.
002220     05  RPT-D-KETERANGAN        PIC X(30).
002230 01  RPT-BEFORE-LINE.
002240     05  FILLER                  PIC X(25) VALUE
002250         "MASTER SEBELUM        : ".
002260     05  RPT-T-BEFORE            PIC ZZZZ9.
002270 01  RPT-READ-LINE.
002280     05  FILLER                  PIC X(25) VALUE
002290         "NPM DIBACA            : ".
002300     05  RPT-T-READ              PIC ZZZZ9.
002310 01  RPT-KEMBALI-LINE.
002320     05  FILLER                  PIC X(25) VALUE
002330         "DITERIMA KEMBALI      : ".
002340     05  RPT-T-KEMBALI           PIC ZZZZ9.
002350 01  RPT-SUDAH-LINE.
002360     05  FILLER                  PIC X(25) VALUE
002370         "SUDAH DI MASTER       : ".
002380     05  RPT-T-SUDAH             PIC ZZZZ9.
002390 01  RPT-TOLAK-LINE.
002400     05  FILLER                  PIC X(25) VALUE
002410         "DITOLAK               : ".
002420     05  RPT-T-TOLAK             PIC ZZZZ9.
002430 01  RPT-GAGAL-LINE.
002440     05  FILLER                  PIC X(25) VALUE
002450         "GAGAL (PERIKSA!)      : ".
002460     05  RPT-T-GAGAL             PIC ZZZZ9.
002470 01  RPT-ARSIP-LINE.
002480     05  FILLER                  PIC X(25) VALUE
002490         "RECORD ARSIP          : ".
002500     05  RPT-T-ARSIP             PIC ZZZZZZ9.
002510 01  RPT-TANDAI-LINE.
002520     05  FILLER                  PIC X(25) VALUE
002530         "ARSIP DITANDAI KEMBALI: ".
002540     05  RPT-T-TANDAI            PIC ZZZZ9.
002550 01  RPT-AFTER-LINE.
002560     05  FILLER                  PIC X(25) VALUE
002570         "MASTER SESUDAH        : ".
002580     05  RPT-T-AFTER             PIC ZZZZ9.
002590 01  RPT-SALIN-LINE              PIC X(60) VALUE
002600     "PERINGATAN: SALIN BALIK ARSIP TIDAK LENGKAP, PULIHKAN".
002610 01  RPT-SALIN-2-LINE            PIC X(60) VALUE
002620     "            DARI ARSKERJ SEBELUM MENJALANKAN ULANG.".
002630 01  RPT-TANDAI-GAGAL-LINE       PIC X(60) VALUE
002640     "PERINGATAN: ARSIP TIDAK DITANDAI - JALANKAN ULANG DAFTAR.".
002650
002660 PROCEDURE DIVISION.
002670*
002680*    ===========================================================
002690*    0000-MAINLINE - BUKA FILE, HITUNG MASTER SEBELUM, PROSES
002700*    DAFTAR NPM, TANDAI ARSIP, HITUNG ULANG MASTER SESUDAH,
002710*    CETAK MANIFEST.
002720*    ===========================================================
002730*
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     IF RD-INIT-OK
002770         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
002780         MOVE RD-AFTER-COUNT TO RD-BEFORE-COUNT
002790         PERFORM 3000-PROCESS-ONE THRU 3000-EXIT
002800             UNTIL RD-END-OF-FILE
002810         IF RD-TBL-COUNT > ZERO
002820             PERFORM 4000-TANDAI-ARSIP THRU 4000-EXIT
002830         END-IF
002840         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
002850         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002860     END-IF.
002870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002880     STOP RUN.
002890*
002900*    ---------------------------------------------------------
002910*    1000-INITIALIZE - BUKA MASTER, REFERENSI KELAS, DAFTAR
002920*    NPM, JURNAL DAN MANIFEST. ARSIP HANYA DIPERIKSA ADA;
002930*    ARSIP DAN NPMXREF DIBUKA PER PENCARIAN.
002940*    ---------------------------------------------------------
002950*
002960 1000-INITIALIZE.
002970     OPEN I-O MHSMAST-FILE.
002980     IF MHSMAST-STATUS = "35"
002990         OPEN OUTPUT MHSMAST-FILE
003000         CLOSE MHSMAST-FILE
003010         OPEN I-O MHSMAST-FILE
003020     END-IF.
003030     IF NOT MHSMAST-OK
003040         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
003050             MHSMAST-STATUS
003060         GO TO 1000-EXIT
003070     END-IF.
003080
003090     OPEN INPUT KELASREF-FILE.
003100     IF NOT KELASREF-OK
003110         DISPLAY "ERROR BUKA FILE REFERENSI KELAS, STATUS = "
003120             KELASREF-STATUS
003130         GO TO 1000-EXIT
003140     END-IF.
003150
003160     OPEN INPUT MHSARSIP-FILE.
003170     IF NOT MHSARSIP-OK
003180         DISPLAY "ERROR BUKA FILE ARSIP MHSARSIP, STATUS = "
003190             MHSARSIP-STATUS
003200         GO TO 1000-EXIT
003210     END-IF.
003220     CLOSE MHSARSIP-FILE.
003230
003240     OPEN INPUT RADMNPM-FILE.
003250     IF NOT RADMNPM-OK
003260         DISPLAY "ERROR BUKA FILE DAFTAR NPM RADMNPM, STATUS = "
003270             RADMNPM-STATUS
003280         GO TO 1000-EXIT
003290     END-IF.
003300
003310     OPEN EXTEND MHSJRN-FILE.
003320     IF MHSJRN-STATUS NOT = "00"
003330         OPEN OUTPUT MHSJRN-FILE
003340     END-IF.
003350
003360     OPEN OUTPUT RADMRPT-FILE.
003370     ACCEPT RD-TANGGAL-RUN FROM DATE YYYYMMDD.
003380     WRITE RPT-LINE FROM RPT-TITLE-LINE.
003390     MOVE SPACES TO RPT-LINE.
003400     WRITE RPT-LINE.
003410     MOVE SPACES TO RPT-LINE.
003420     WRITE RPT-LINE FROM RPT-HEADER-LINE.
003430     SET RD-INIT-OK TO TRUE.
003440 1000-EXIT.
003450     EXIT.
003460*
003470*    ---------------------------------------------------------
003480*    2000-COUNT-MASTER - HITUNG JUMLAH RECORD MASTER (DIPAKAI
003490*    UNTUK JUMLAH SEBELUM DAN SESUDAH).
003500*    ---------------------------------------------------------
003510*
003520 2000-COUNT-MASTER.
003530     MOVE ZERO TO RD-AFTER-COUNT.
003540     MOVE LOW-VALUES TO MHS-NPM.
003550     START MHSMAST-FILE KEY NOT < MHS-NPM
003560         INVALID KEY
003570             GO TO 2000-EXIT
003580     END-START.
003590     MOVE "N" TO RD-KLS-EOF-SWITCH.
003600     PERFORM 2100-COUNT-ONE THRU 2100-EXIT
003610         UNTIL RD-KLS-END-OF-FILE.
003620 2000-EXIT.
003630     EXIT.
003640
003650 2100-COUNT-ONE.
003660     READ MHSMAST-FILE NEXT RECORD
003670         AT END
003680             MOVE "Y" TO RD-KLS-EOF-SWITCH
003690         NOT AT END
003700             ADD 1 TO RD-AFTER-COUNT
003710     END-READ.
003720 2100-EXIT.
003730     EXIT.
003740*
003750*    ---------------------------------------------------------
003760*    3000-PROCESS-ONE - BACA SATU NPM DARI DAFTAR, PERIKSA DAN
003770*    TERIMA KEMBALI KE MASTER. SETIAP PENOLAKAN DICETAK DENGAN
003780*    ALASANNYA LEWAT 3900-TOLAK.
003790*    ---------------------------------------------------------
003800*
003810 3000-PROCESS-ONE.
003820     READ RADMNPM-FILE
003830         AT END
003840             MOVE "Y" TO RD-EOF-SWITCH
003850             GO TO 3000-EXIT
003860     END-READ.
003870     IF RDN-NPM = SPACES
003880         GO TO 3000-EXIT
003890     END-IF.
003900     ADD 1 TO RD-READ-COUNT.
003910     MOVE SPACES TO RD-ARSIP.
003920     MOVE RDN-KELAS TO RD-KELAS-BARU.
003930     MOVE RDN-STATUS TO RD-STATUS-BARU.
003940
003950     PERFORM 3100-CARI-TABEL THRU 3100-EXIT.
003960     IF RD-DI-TABEL
003970         MOVE "NPM GANDA DI DAFTAR" TO RD-KETERANGAN
003980         PERFORM 3900-TOLAK THRU 3900-EXIT
003990         GO TO 3000-EXIT
004000     END-IF.
004010     IF RD-TBL-COUNT NOT < RD-TBL-MAX-ENTRIES
004020         MOVE "TABEL RUN PENUH - RUN BERIKUT" TO RD-KETERANGAN
004030         PERFORM 3900-TOLAK THRU 3900-EXIT
004040         GO TO 3000-EXIT
004050     END-IF.
004060
004070     PERFORM 3200-CARI-ARSIP THRU 3200-EXIT.
004080     IF NOT RD-ARSIP-ADA
004090         IF RD-SUDAH-KEMBALI
004100             MOVE "SUDAH PERNAH DITERIMA KEMBALI" TO RD-KETERANGAN
004110         ELSE
004120             MOVE "TIDAK ADA DI ARSIP" TO RD-KETERANGAN
004130         END-IF
004140         PERFORM 3900-TOLAK THRU 3900-EXIT
004150         GO TO 3000-EXIT
004160     END-IF.
004170     IF RD-KELAS-BARU = SPACES
004180         MOVE RD-ARS-KELAS TO RD-KELAS-BARU
004190     END-IF.
004200     IF RD-STATUS-BARU = SPACE
004210         MOVE "A" TO RD-STATUS-BARU
004220     END-IF.
004230
004240     MOVE RDN-NPM TO MHS-NPM.
004250     READ MHSMAST-FILE
004260         INVALID KEY
004270             MOVE "N" TO RD-FOUND-SWITCH
004280         NOT INVALID KEY
004290             MOVE "Y" TO RD-FOUND-SWITCH
004300     END-READ.
004310     IF RD-RECORD-FOUND
004320         IF MHS-NAMA = RD-ARS-NAMA
004330             AND MHS-TANGGAL-LAHIR = RD-ARS-TANGGAL-LAHIR
004340             MOVE MHS-KELAS TO RD-KELAS-BARU
004350             MOVE MHS-STATUS TO RD-STATUS-BARU
004360             PERFORM 3600-CATAT-TABEL THRU 3600-EXIT
004370             ADD 1 TO RD-SUDAH-COUNT
004380             MOVE "SUDAH DI MASTER - TANDAI ARSIP"
004390                 TO RD-KETERANGAN
004400             PERFORM 6100-WRITE-MANIFEST THRU 6100-EXIT
004410         ELSE
004420             MOVE "NPM DIPAKAI MAHASISWA LAIN" TO RD-KETERANGAN
004430             PERFORM 3900-TOLAK THRU 3900-EXIT
004440         END-IF
004450         GO TO 3000-EXIT
004460     END-IF.
004470
004480     PERFORM 3300-CARI-XREF THRU 3300-EXIT.
004490     IF RD-XREF-BARU NOT = SPACES
004500         MOVE SPACES TO RD-KETERANGAN
004510         STRING "NPM DIALIHKAN KE " DELIMITED BY SIZE
004520             RD-XREF-BARU DELIMITED BY SIZE
004530             INTO RD-KETERANGAN
004540         PERFORM 3900-TOLAK THRU 3900-EXIT
004550         GO TO 3000-EXIT
004560     END-IF.
004570
004580     IF NOT RD-STATUS-VALID
004590         MOVE "STATUS BARU TIDAK VALID" TO RD-KETERANGAN
004600         PERFORM 3900-TOLAK THRU 3900-EXIT
004610         GO TO 3000-EXIT
004620     END-IF.
004630
004640     MOVE RD-KELAS-BARU TO KLS-KODE.
004650     READ KELASREF-FILE
004660         INVALID KEY
004670             MOVE "KELAS TIDAK ADA DI KELASREF" TO RD-KETERANGAN
004680             PERFORM 3900-TOLAK THRU 3900-EXIT
004690             GO TO 3000-EXIT
004700     END-READ.
004710     PERFORM 3400-HITUNG-ISI-KELAS THRU 3400-EXIT.
004720     IF RD-ISI-KELAS >= KLS-KAPASITAS
004730         MOVE "KELAS PENUH" TO RD-KETERANGAN
004740         PERFORM 3900-TOLAK THRU 3900-EXIT
004750         GO TO 3000-EXIT
004760     END-IF.
004770
004780     PERFORM 3500-TULIS-MASTER THRU 3500-EXIT.
004790 3000-EXIT.
004800     EXIT.
004810*
004820*    ---------------------------------------------------------
004830*    3100-CARI-TABEL - APAKAH NPM SUDAH DIPROSES PADA RUN INI
004840*    (NPM YANG SAMA DUA KALI DI DAFTAR).
004850*    ---------------------------------------------------------
004860*
004870 3100-CARI-TABEL.
004880     MOVE "N" TO RD-TABEL-SWITCH.
004890     IF RD-TBL-COUNT = ZERO
004900         GO TO 3100-EXIT
004910     END-IF.
004920     SET RD-TBL-IDX TO 1.
004930     SEARCH RD-TBL-ENTRY
004940         VARYING RD-TBL-IDX
004950         AT END
004960             CONTINUE
004970         WHEN RD-TBL-IDX > RD-TBL-COUNT
004980             CONTINUE
004990         WHEN RD-TBL-NPM (RD-TBL-IDX) = RDN-NPM
005000             MOVE "Y" TO RD-TABEL-SWITCH
005010     END-SEARCH.
005020 3100-EXIT.
005030     EXIT.
005040*
005050*    ---------------------------------------------------------
005060*    3200-CARI-ARSIP - SAPU ARSIP DARI AWAL DAN SIMPAN RECORD
005070*    TERAKHIR UNTUK NPM INI YANG BELUM DITERIMA KEMBALI (ARSIP
005080*    DITULIS URUT WAKTU, JADI YANG TERAKHIR ADALAH YANG
005090*    TERBARU). RECORD YANG SUDAH DITERIMA KEMBALI HANYA
005100*    MENYALAKAN RD-KEMBALI-SWITCH UNTUK ALASAN PENOLAKAN.
005110*    ---------------------------------------------------------
005120*
005130 3200-CARI-ARSIP.
005140     MOVE "N" TO RD-ARSIP-SWITCH.
005150     MOVE "N" TO RD-KEMBALI-SWITCH.
005160     OPEN INPUT MHSARSIP-FILE.
005170     IF NOT MHSARSIP-OK
005180         DISPLAY "ERROR BUKA FILE ARSIP MHSARSIP, STATUS = "
005190             MHSARSIP-STATUS
005200         GO TO 3200-EXIT
005210     END-IF.
005220     MOVE "N" TO RD-ARS-EOF-SWITCH.
005230     PERFORM 3210-CARI-ARSIP-ONE THRU 3210-EXIT
005240         UNTIL RD-ARS-END-OF-FILE.
005250     CLOSE MHSARSIP-FILE.
005260 3200-EXIT.
005270     EXIT.
005280
005290 3210-CARI-ARSIP-ONE.
005300     READ MHSARSIP-FILE
005310         AT END
005320             MOVE "Y" TO RD-ARS-EOF-SWITCH
005330             GO TO 3210-EXIT
005340     END-READ.
005350     IF ARS-NPM NOT = RDN-NPM
005360         GO TO 3210-EXIT
005370     END-IF.
005380     IF ARS-DITERIMA-KEMBALI
005390         MOVE "Y" TO RD-KEMBALI-SWITCH
005400     ELSE
005410         MOVE ARS-RECORD TO RD-ARSIP
005420         MOVE "Y" TO RD-ARSIP-SWITCH
005430     END-IF.
005440 3210-EXIT.
005450     EXIT.
005460*
005470*    ---------------------------------------------------------
005480*    3300-CARI-XREF - CARI NPM DI FILE SILANG NPMXREF SEBAGAI
005490*    NPM LAMA. BILA ADA, RD-XREF-BARU BERISI NPM YANG
005500*    DIPERTAHANKAN. FILE YANG BELUM ADA BERARTI BELUM PERNAH
005510*    ADA PENGGABUNGAN.
005520*    ---------------------------------------------------------
005530*
005540 3300-CARI-XREF.
005550     MOVE SPACES TO RD-XREF-BARU.
005560     OPEN INPUT NPMXREF-FILE.
005570     IF NPMXREF-STATUS NOT = "00"
005580         GO TO 3300-EXIT
005590     END-IF.
005600     MOVE "N" TO RD-XRF-EOF-SWITCH.
005610     PERFORM 3310-CARI-XREF-ONE THRU 3310-EXIT
005620         UNTIL RD-XRF-END-OF-FILE.
005630     CLOSE NPMXREF-FILE.
005640 3300-EXIT.
005650     EXIT.
005660
005670 3310-CARI-XREF-ONE.
005680     READ NPMXREF-FILE
005690         AT END
005700             MOVE "Y" TO RD-XRF-EOF-SWITCH
005710             GO TO 3310-EXIT
005720     END-READ.
005730     IF XRF-NPM-LAMA = RDN-NPM
005740         MOVE XRF-NPM-BARU TO RD-XREF-BARU
005750         MOVE "Y" TO RD-XRF-EOF-SWITCH
005760     END-IF.
005770 3310-EXIT.
005780     EXIT.
005790*
005800*    ---------------------------------------------------------
005810*    3400-HITUNG-ISI-KELAS - HITUNG JUMLAH MAHASISWA KELAS
005820*    TUJUAN LEWAT ALTERNATE KEY MHS-KELAS. SEMUA STATUS
005830*    DIHITUNG - MAHASISWA CUTI TETAP MEMEGANG KURSINYA.
005840*    ---------------------------------------------------------
005850*
005860 3400-HITUNG-ISI-KELAS.
005870     MOVE ZERO TO RD-ISI-KELAS.
005880     MOVE RD-KELAS-BARU TO MHS-KELAS.
005890     START MHSMAST-FILE KEY NOT < MHS-KELAS
005900         INVALID KEY
005910             GO TO 3400-EXIT
005920     END-START.
005930     MOVE "N" TO RD-KLS-EOF-SWITCH.
005940     PERFORM 3410-HITUNG-ONE THRU 3410-EXIT
005950         UNTIL RD-KLS-END-OF-FILE.
005960 3400-EXIT.
005970     EXIT.
005980
005990 3410-HITUNG-ONE.
006000     READ MHSMAST-FILE NEXT RECORD
006010         AT END
006020             MOVE "Y" TO RD-KLS-EOF-SWITCH
006030             GO TO 3410-EXIT
006040     END-READ.
006050     IF MHS-KELAS = RD-KELAS-BARU
006060         ADD 1 TO RD-ISI-KELAS
006070     ELSE
006080         MOVE "Y" TO RD-KLS-EOF-SWITCH
006090     END-IF.
006100 3410-EXIT.
006110     EXIT.
006120*
006130*    ---------------------------------------------------------
006140*    3500-TULIS-MASTER - BENTUK RECORD MASTER DARI RECORD
006150*    ARSIP DENGAN KELAS DAN STATUS BARU, TULIS KE MHSMAST DAN
006160*    JURNAL, LALU CATAT DI TABEL UNTUK PENANDAAN ARSIP.
006170*    ---------------------------------------------------------
006180*
006190 3500-TULIS-MASTER.
006200     MOVE RD-ARS-NPM TO MHS-NPM.
006210     MOVE RD-ARS-NAMA TO MHS-NAMA.
006220     MOVE RD-KELAS-BARU TO MHS-KELAS.
006230     MOVE RD-ARS-HARI-LAHIR TO MHS-HARI-LAHIR.
006240     MOVE RD-ARS-BULAN-LAHIR TO MHS-BULAN-LAHIR.
006250     MOVE RD-ARS-TAHUN-LAHIR TO MHS-TAHUN-LAHIR.
006260     MOVE RD-ARS-HOBI TO MHS-HOBI.
006270     MOVE RD-STATUS-BARU TO MHS-STATUS.
006280     WRITE MHS-RECORD
006290         INVALID KEY
006300             ADD 1 TO RD-GAGAL-COUNT
006310             MOVE "WRITE MASTER GAGAL" TO RD-KETERANGAN
006320             PERFORM 6100-WRITE-MANIFEST THRU 6100-EXIT
006330             GO TO 3500-EXIT
006340     END-WRITE.
006350
006360     MOVE "T" TO JRN-AKSI.
006370     MOVE MHS-NPM TO JRN-NPM.
006380     MOVE SPACES TO JRN-BEFORE-IMAGE.
006390     MOVE MHS-RECORD TO JRN-AFTER-IMAGE.
006400     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
006410
006420     PERFORM 3600-CATAT-TABEL THRU 3600-EXIT.
006430     ADD 1 TO RD-KEMBALI-COUNT.
006440     MOVE "DITERIMA KEMBALI" TO RD-KETERANGAN.
006450     PERFORM 6100-WRITE-MANIFEST THRU 6100-EXIT.
006460 3500-EXIT.
006470     EXIT.
006480*
006490 3600-CATAT-TABEL.
006500     ADD 1 TO RD-TBL-COUNT.
006510     SET RD-TBL-IDX TO RD-TBL-COUNT.
006520     MOVE RD-ARS-NPM TO RD-TBL-NPM (RD-TBL-IDX).
006530     MOVE RD-ARS-TANGGAL-ARSIP TO RD-TBL-TGL-ARSIP (RD-TBL-IDX).
006540     MOVE RD-KELAS-BARU TO RD-TBL-KELAS (RD-TBL-IDX).
006550 3600-EXIT.
006560     EXIT.
006570*
006580 3900-TOLAK.
006590     ADD 1 TO RD-TOLAK-COUNT.
006600     PERFORM 6100-WRITE-MANIFEST THRU 6100-EXIT.
006610 3900-EXIT.
006620     EXIT.
006630*
006640*    ---------------------------------------------------------
006650*    4000-TANDAI-ARSIP - SALIN ARSIP KE ARSKERJ SAMBIL
006660*    MENANDAI RECORD YANG ADA DI TABEL (TANDA "R", TANGGAL RUN
006670*    DAN KELAS TUJUAN), LALU SALIN BALIK KE MHSARSIP. BILA
006680*    SALINAN PERTAMA GAGAL DIBUKA, ARSIP TIDAK DISENTUH DAN
006690*    RERUN DENGAN DAFTAR YANG SAMA AKAN MENANDAINYA.
006700*    ---------------------------------------------------------
006710*
006720 4000-TANDAI-ARSIP.
006730     OPEN INPUT MHSARSIP-FILE.
006740     IF NOT MHSARSIP-OK
006750         DISPLAY "ERROR BUKA FILE ARSIP MHSARSIP, STATUS = "
006760             MHSARSIP-STATUS
006770         PERFORM 4900-TANDAI-GAGAL THRU 4900-EXIT
006780         GO TO 4000-EXIT
006790     END-IF.
006800     OPEN OUTPUT ARSKERJ-FILE.
006810     IF NOT ARSKERJ-OK
006820         DISPLAY "ERROR BUKA FILE KERJA ARSKERJ, STATUS = "
006830             ARSKERJ-STATUS
006840         CLOSE MHSARSIP-FILE
006850         PERFORM 4900-TANDAI-GAGAL THRU 4900-EXIT
006860         GO TO 4000-EXIT
006870     END-IF.
006880     MOVE "N" TO RD-ARS-EOF-SWITCH.
006890     PERFORM 4100-SALIN-ONE THRU 4100-EXIT
006900         UNTIL RD-ARS-END-OF-FILE.
006910     CLOSE MHSARSIP-FILE.
006920     CLOSE ARSKERJ-FILE.
006930
006940     OPEN INPUT ARSKERJ-FILE.
006950     IF NOT ARSKERJ-OK
006960         DISPLAY "ERROR BUKA FILE KERJA ARSKERJ, STATUS = "
006970             ARSKERJ-STATUS
006980         PERFORM 4900-TANDAI-GAGAL THRU 4900-EXIT
006990         GO TO 4000-EXIT
007000     END-IF.
007010     OPEN OUTPUT MHSARSIP-FILE.
007020     IF NOT MHSARSIP-OK
007030         DISPLAY "ERROR BUKA FILE ARSIP MHSARSIP, STATUS = "
007040             MHSARSIP-STATUS
007050         CLOSE ARSKERJ-FILE
007060         PERFORM 4900-TANDAI-GAGAL THRU 4900-EXIT
007070         GO TO 4000-EXIT
007080     END-IF.
007090     MOVE "N" TO RD-ARS-EOF-SWITCH.
007100     PERFORM 4200-SALIN-BALIK-ONE THRU 4200-EXIT
007110         UNTIL RD-ARS-END-OF-FILE.
007120     CLOSE ARSKERJ-FILE.
007130     CLOSE MHSARSIP-FILE.
007140     IF RD-SALIN-COUNT NOT = RD-ARS-COUNT
007150         MOVE SPACES TO RPT-LINE
007160         WRITE RPT-LINE
007170         MOVE SPACES TO RPT-LINE
007180         WRITE RPT-LINE FROM RPT-SALIN-LINE
007190         MOVE SPACES TO RPT-LINE
007200         WRITE RPT-LINE FROM RPT-SALIN-2-LINE
007210     END-IF.
007220 4000-EXIT.
007230     EXIT.
007240
007250 4100-SALIN-ONE.
007260     READ MHSARSIP-FILE
007270         AT END
007280             MOVE "Y" TO RD-ARS-EOF-SWITCH
007290             GO TO 4100-EXIT
007300     END-READ.
007310     ADD 1 TO RD-ARS-COUNT.
007320     IF NOT ARS-DITERIMA-KEMBALI
007330         SET RD-TBL-IDX TO 1
007340         SEARCH RD-TBL-ENTRY
007350             VARYING RD-TBL-IDX
007360             AT END
007370                 CONTINUE
007380             WHEN RD-TBL-IDX > RD-TBL-COUNT
007390                 CONTINUE
007400             WHEN RD-TBL-NPM (RD-TBL-IDX) = ARS-NPM
007410                 AND RD-TBL-TGL-ARSIP (RD-TBL-IDX)
007420                     = ARS-TANGGAL-ARSIP
007430                 SET ARS-DITERIMA-KEMBALI TO TRUE
007440                 MOVE RD-TANGGAL-RUN TO ARS-TANGGAL-KEMBALI
007450                 MOVE RD-TBL-KELAS (RD-TBL-IDX)
007460                     TO ARS-KELAS-KEMBALI
007470                 ADD 1 TO RD-TANDAI-COUNT
007480         END-SEARCH
007490     END-IF.
007500     IF NOT ARS-DITERIMA-KEMBALI
007510         MOVE SPACE TO ARS-KEMBALI
007520         MOVE ZERO TO ARS-TANGGAL-KEMBALI
007530         MOVE SPACES TO ARS-KELAS-KEMBALI
007540     END-IF.
007550     WRITE ARSKERJ-RECORD FROM ARS-RECORD.
007560 4100-EXIT.
007570     EXIT.
007580
007590 4200-SALIN-BALIK-ONE.
007600     READ ARSKERJ-FILE
007610         AT END
007620             MOVE "Y" TO RD-ARS-EOF-SWITCH
007630             GO TO 4200-EXIT
007640     END-READ.
007650     MOVE ARSKERJ-RECORD TO ARS-RECORD.
007660     WRITE ARS-RECORD.
007670     IF MHSARSIP-OK
007680         ADD 1 TO RD-SALIN-COUNT
007690     END-IF.
007700 4200-EXIT.
007710     EXIT.
007720
007730 4900-TANDAI-GAGAL.
007740     MOVE SPACES TO RPT-LINE.
007750     WRITE RPT-LINE.
007760     MOVE SPACES TO RPT-LINE.
007770     WRITE RPT-LINE FROM RPT-TANDAI-GAGAL-LINE.
007780 4900-EXIT.
007790     EXIT.
007800*
007810*    ---------------------------------------------------------
007820*    5000-PRINT-TOTALS - CETAK JUMLAH MASTER SEBELUM/SESUDAH
007830*    DAN CONTROL TOTAL RUN. BARIS ARSIP HANYA DICETAK BILA
007840*    ARSIP DISALIN ULANG.
007850*    ---------------------------------------------------------
007860*
007870 5000-PRINT-TOTALS.
007880     MOVE SPACES TO RPT-LINE.
007890     WRITE RPT-LINE.
007900     MOVE RD-BEFORE-COUNT TO RPT-T-BEFORE.
007910     MOVE SPACES TO RPT-LINE.
007920     WRITE RPT-LINE FROM RPT-BEFORE-LINE.
007930     MOVE RD-READ-COUNT TO RPT-T-READ.
007940     MOVE SPACES TO RPT-LINE.
007950     WRITE RPT-LINE FROM RPT-READ-LINE.
007960     MOVE RD-KEMBALI-COUNT TO RPT-T-KEMBALI.
007970     MOVE SPACES TO RPT-LINE.
007980     WRITE RPT-LINE FROM RPT-KEMBALI-LINE.
007990     MOVE RD-SUDAH-COUNT TO RPT-T-SUDAH.
008000     MOVE SPACES TO RPT-LINE.
008010     WRITE RPT-LINE FROM RPT-SUDAH-LINE.
008020     MOVE RD-TOLAK-COUNT TO RPT-T-TOLAK.
008030     MOVE SPACES TO RPT-LINE.
008040     WRITE RPT-LINE FROM RPT-TOLAK-LINE.
008050     IF RD-GAGAL-COUNT > ZERO
008060         MOVE RD-GAGAL-COUNT TO RPT-T-GAGAL
008070         MOVE SPACES TO RPT-LINE
008080         WRITE RPT-LINE FROM RPT-GAGAL-LINE
008090     END-IF.
008100     IF RD-ARS-COUNT > ZERO
008110         MOVE RD-ARS-COUNT TO RPT-T-ARSIP
008120         MOVE SPACES TO RPT-LINE
008130         WRITE RPT-LINE FROM RPT-ARSIP-LINE
008140         MOVE RD-TANDAI-COUNT TO RPT-T-TANDAI
008150         MOVE SPACES TO RPT-LINE
008160         WRITE RPT-LINE FROM RPT-TANDAI-LINE
008170     END-IF.
008180     MOVE RD-AFTER-COUNT TO RPT-T-AFTER.
008190     MOVE SPACES TO RPT-LINE.
008200     WRITE RPT-LINE FROM RPT-AFTER-LINE.
008210     DISPLAY "PENERIMAAN KEMBALI SELESAI: " RD-KEMBALI-COUNT
008220         " DITERIMA, MASTER " RD-BEFORE-COUNT
008230         " MENJADI " RD-AFTER-COUNT.
008240 5000-EXIT.
008250     EXIT.
008260*
008270*    ---------------------------------------------------------
008280*    6100-WRITE-MANIFEST - CETAK SATU BARIS MANIFEST UNTUK NPM
008290*    YANG SEDANG DIPROSES. NAMA DIAMBIL DARI RECORD ARSIP BILA
008300*    DITEMUKAN.
008310*    ---------------------------------------------------------
008320*
008330 6100-WRITE-MANIFEST.
008340     MOVE RDN-NPM TO RPT-D-NPM.
008350     MOVE RD-ARS-NAMA TO RPT-D-NAMA.
008360     MOVE RD-KELAS-BARU TO RPT-D-KELAS.
008370     MOVE RD-STATUS-BARU TO RPT-D-STATUS.
008380     MOVE RD-KETERANGAN TO RPT-D-KETERANGAN.
008390     MOVE SPACES TO RPT-LINE.
008400     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
008410     MOVE SPACES TO RD-KETERANGAN.
008420 6100-EXIT.
008430     EXIT.
008440*
008450*    ---------------------------------------------------------
008460*    6200-WRITE-JOURNAL - TULIS SATU RECORD JURNAL PERUBAHAN
008470*    MASTER KE MHSJRN. PEMANGGIL MENGISI JRN-AKSI, JRN-NPM
008480*    DAN IMAGE SEBELUM/SESUDAH; TANGGAL, JAM DAN SUMBER
008490*    DIISI DI SINI.
008500*    ---------------------------------------------------------
008510*
008520 6200-WRITE-JOURNAL.
008530     ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
008540     ACCEPT JRN-JAM FROM TIME.
008550     MOVE "MHSRADM" TO JRN-SUMBER.
008560     WRITE JRN-RECORD.
008570 6200-EXIT.
008580     EXIT.
008590*
008600 9000-TERMINATE.
008610     CLOSE MHSMAST-FILE.
008620     CLOSE KELASREF-FILE.
008630     CLOSE RADMNPM-FILE.
008640     CLOSE MHSJRN-FILE.
008650     CLOSE RADMRPT-FILE.
008660 9000-EXIT.
008670     EXIT.

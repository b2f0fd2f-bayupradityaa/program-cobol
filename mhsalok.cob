000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MHSALOK.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - ALOKASI KURSI DARI DAFTAR
000210*                     TUNGGU MHSANTRI (COPYBOOK ANTRIR): SETIAP
000220*                     KELAS DIHITUNG KURSI KOSONGNYA TERHADAP
000230*                     KLS-KAPASITAS DAN MAHASISWA YANG MENUNGGU
000240*                     DIDAFTARKAN KE MHSMAST URUT ANTRIAN, DENGAN
000250*                     JURNAL MHSJRN DAN LAPORAN ALOKRPT.
000260*    ---------------------------------------------------------
000270*
000280*    DIJALANKAN SETELAH SETIAP KEJADIAN YANG MEMBEBASKAN KURSI:
000290*    MHSARCH (ARSIP KELAS LULUS), MHSPROMO (KENAIKAN TINGKAT),
000300*    HAPUS MAHASISWA (MENU 6 TUGAS1AP3 ATAU HAPUS PADA MHSINTAK)
000310*    DAN KENAIKAN KAPASITAS KELAS LEWAT KELMAINT. MENJALANKANNYA
000320*    SAAT TIDAK ADA KURSI KOSONG TIDAK MENGUBAH APA PUN.
000330*
000340*    DAFTAR TUNGGU DIBACA URUT KEY PRIMER (KELAS, TANGGAL, JAM),
000350*    JADI DI DALAM SATU KELAS YANG LEBIH DULU MENUNGGU LEBIH DULU
000360*    DIDAFTARKAN. ISI KELAS DIHITUNG DARI MASTER LEWAT ALTERNATE
000370*    KEY MHS-KELAS (SEMUA STATUS, SAMA DENGAN MHSINTAK). ENTRI
000380*    YANG DIDAFTARKAN DITANDAI "D" DAN TETAP DI FILE; ENTRI YANG
000390*    NPM-NYA SUDAH DIPAKAI MAHASISWA LAIN DI MASTER DITANDAI "B".
000400*    BILA RUN TERHENTI SETELAH MASTER DITULIS TETAPI SEBELUM
000410*    ENTRI DITANDAI, RERUN MENEMUKAN NPM SUDAH DI MASTER PADA
000420*    KELAS YANG SAMA DAN HANYA MENANDAI ENTRINYA "D".
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MHSANTRI-FILE ASSIGN TO MHSANTRI
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ANT-KEY
000510         ALTERNATE RECORD KEY IS ANT-NPM WITH DUPLICATES
000520         FILE STATUS IS MHSANTRI-STATUS.
000530
000540     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS MHS-NPM
000580         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000590         FILE STATUS IS MHSMAST-STATUS.
000600
000610     SELECT KELASREF-FILE ASSIGN TO KELASREF
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS KLS-KODE
000650         FILE STATUS IS KELASREF-STATUS.
000660
000670     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS MHSJRN-STATUS.
000700
000710     SELECT ALOKRPT-FILE ASSIGN TO ALOKRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS ALOKRPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  MHSANTRI-FILE.
000780     COPY ANTRIR.
000790
000800 FD  MHSMAST-FILE.
000810     COPY MHSREC.
000820
000830 FD  KELASREF-FILE.
000840     COPY KELASR.
000850
000860 FD  MHSJRN-FILE.
000870     COPY MHSJRNR.
000880
000890 FD  ALOKRPT-FILE.
000900 01  RPT-LINE                     PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 77  MHSANTRI-STATUS              PIC XX    VALUE SPACES.
000940     88  MHSANTRI-OK                  VALUE "00".
000950 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000960     88  MHSMAST-OK                   VALUE "00".
000970 77  KELASREF-STATUS              PIC XX    VALUE SPACES.
000980     88  KELASREF-OK                  VALUE "00".
000990 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
001000 77  ALOKRPT-STATUS               PIC XX    VALUE SPACES.
001010 77  AL-INIT-SWITCH               PIC X(01) VALUE "N".
001020     88  AL-INIT-OK                   VALUE "Y".
001030 77  AL-EOF-SWITCH                PIC X(01) VALUE "N".
001040     88  AL-END-OF-FILE               VALUE "Y".
001050 77  AL-KLS-EOF-SWITCH            PIC X(01) VALUE "N".
001060     88  AL-KLS-END-OF-FILE           VALUE "Y".
001070 77  AL-FOUND-SWITCH              PIC X(01) VALUE "N".
001080     88  AL-RECORD-FOUND              VALUE "Y".
001090 77  AL-FIRST-SWITCH              PIC X(01) VALUE "Y".
001100     88  AL-FIRST-GROUP               VALUE "Y".
001110 77  AL-KELAS-SWITCH              PIC X(01) VALUE "N".
001120     88  AL-KELAS-ADA                 VALUE "Y".
001130 77  AL-BREAK-KELAS               PIC A(05) VALUE SPACES.
001140 77  AL-TANGGAL                   PIC 9(08) VALUE ZERO.
001150 77  AL-ISI-KELAS                 PIC 9(03) VALUE ZERO.
001160 77  AL-KURSI-KOSONG              PIC 9(03) VALUE ZERO.
001170 77  AL-KLS-DITERIMA              PIC 9(05) VALUE ZERO.
001180 77  AL-KLS-MENUNGGU              PIC 9(05) VALUE ZERO.
001190 77  AL-READ-COUNT                PIC 9(05) VALUE ZERO.
001200 77  AL-DITERIMA-COUNT            PIC 9(05) VALUE ZERO.
001210 77  AL-BATAL-COUNT               PIC 9(05) VALUE ZERO.
001220 77  AL-MENUNGGU-COUNT            PIC 9(05) VALUE ZERO.
001230 77  AL-GAGAL-COUNT               PIC 9(05) VALUE ZERO.
001240 77  AL-KETERANGAN                PIC X(30) VALUE SPACES.
001250
001260 01  RPT-TITLE-LINE               PIC X(50) VALUE
001270     "ALOKASI KURSI DARI DAFTAR TUNGGU KELAS".
001280 01  RPT-KELAS-LINE.
001290     05  FILLER                  PIC X(08) VALUE "KELAS : ".
001300     05  RPT-K-KELAS             PIC A(05).
001310     05  FILLER                  PIC X(14) VALUE "  KAPASITAS : ".
001320     05  RPT-K-KAPASITAS         PIC ZZ9.
001330     05  FILLER                  PIC X(08) VALUE "  ISI : ".
001340     05  RPT-K-ISI               PIC ZZ9.
001350     05  FILLER                  PIC X(17) VALUE
001360         "  KURSI KOSONG : ".
001370     05  RPT-K-KOSONG            PIC ZZ9.
001380 01  RPT-KELAS-TIDAK-ADA-LINE.
001390     05  FILLER                  PIC X(08) VALUE "KELAS : ".
001400     05  RPT-KT-KELAS            PIC A(05).
001410     05  FILLER                  PIC X(40) VALUE
001420         "  TIDAK ADA DI KELASREF - TETAP MENUNGGU".
001430 01  RPT-DETAIL-LINE.
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450     05  RPT-D-NPM               PIC X(08).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RPT-D-NAMA              PIC A(15).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RPT-D-TANGGAL           PIC 9(08).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  RPT-D-STATUS            PIC X(07).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  RPT-D-KETERANGAN        PIC X(30).
001540 01  RPT-KELAS-TOTAL-LINE.
001550     05  FILLER                  PIC X(03) VALUE SPACES.
001560     05  FILLER                  PIC X(12) VALUE "DITERIMA : ".
001570     05  RPT-KT-DITERIMA         PIC ZZZZ9.
001580     05  FILLER                  PIC X(20) VALUE
001590         "   MASIH MENUNGGU : ".
001600     05  RPT-KT-MENUNGGU         PIC ZZZZ9.
001610 01  RPT-READ-LINE.
001620     05  FILLER                  PIC X(25) VALUE
001630         "ENTRI MENUNGGU DIBACA : ".
001640     05  RPT-T-READ              PIC ZZZZ9.
001650 01  RPT-DITERIMA-LINE.
001660     05  FILLER                  PIC X(25) VALUE
001670         "DIDAFTARKAN KE MASTER : ".
001680     05  RPT-T-DITERIMA          PIC ZZZZ9.
001690 01  RPT-BATAL-LINE.
001700     05  FILLER                  PIC X(25) VALUE
001710         "DIBATALKAN            : ".
001720     05  RPT-T-BATAL             PIC ZZZZ9.
001730 01  RPT-GAGAL-LINE.
001740     05  FILLER                  PIC X(25) VALUE
001750         "GAGAL DITULIS         : ".
001760     05  RPT-T-GAGAL             PIC ZZZZ9.
001770 01  RPT-MENUNGGU-LINE.
001780     05  FILLER                  PIC X(25) VALUE
001790         "MASIH MENUNGGU        : ".
001800     05  RPT-T-MENUNGGU          PIC ZZZZ9.
001810
001820 PROCEDURE DIVISION.
001830*
001840*    ===========================================================
001850*    0000-MAINLINE - BUKA FILE, SAPU DAFTAR TUNGGU URUT KELAS
001860*    DAN ANTRIAN, DAFTARKAN SELAMA ADA KURSI KOSONG, CETAK
001870*    TOTAL, TUTUP FILE.
001880*    ===========================================================
001890*
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF AL-INIT-OK
001930         PERFORM 2000-PROCESS-ANTRI THRU 2000-EXIT
001940             UNTIL AL-END-OF-FILE
001950         IF NOT AL-FIRST-GROUP
001960             PERFORM 2900-KELAS-TOTAL THRU 2900-EXIT
001970         END-IF
001980         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001990     END-IF.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     STOP RUN.
002020*
002030*    ---------------------------------------------------------
002040*    1000-INITIALIZE - BUKA DAFTAR TUNGGU, MASTER, REFERENSI
002050*    KELAS, JURNAL DAN LAPORAN. DAFTAR TUNGGU YANG BELUM ADA
002060*    BERARTI BELUM PERNAH ADA KELAS PENUH - TIDAK ADA YANG
002070*    PERLU DIALOKASIKAN.
002080*    ---------------------------------------------------------
002090*
002100 1000-INITIALIZE.
002110     OPEN I-O MHSANTRI-FILE.
002120     IF MHSANTRI-STATUS = "35"
002130         DISPLAY "DAFTAR TUNGGU MHSANTRI BELUM ADA, TIDAK ADA "
002140             "YANG DIALOKASIKAN."
002150         GO TO 1000-EXIT
002160     END-IF.
002170     IF NOT MHSANTRI-OK
002180         DISPLAY "ERROR BUKA DAFTAR TUNGGU, STATUS = "
002190             MHSANTRI-STATUS
002200         GO TO 1000-EXIT
002210     END-IF.
002220
002230     OPEN I-O MHSMAST-FILE.
002240     IF NOT MHSMAST-OK
002250         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002260             MHSMAST-STATUS
002270         GO TO 1000-EXIT
002280     END-IF.
002290
002300     OPEN INPUT KELASREF-FILE.
002310     IF NOT KELASREF-OK
002320         DISPLAY "ERROR BUKA FILE REFERENSI KELAS, STATUS = "
002330             KELASREF-STATUS
002340         GO TO 1000-EXIT
002350     END-IF.
002360
002370     OPEN EXTEND MHSJRN-FILE.
002380     IF MHSJRN-STATUS NOT = "00"
002390         OPEN OUTPUT MHSJRN-FILE
002400     END-IF.
002410
002420     OPEN OUTPUT ALOKRPT-FILE.
002430     WRITE RPT-LINE FROM RPT-TITLE-LINE.
002440     MOVE SPACES TO RPT-LINE.
002450     WRITE RPT-LINE.
002460     ACCEPT AL-TANGGAL FROM DATE YYYYMMDD.
002470
002480     MOVE SPACES TO ANT-KELAS.
002490     MOVE ZERO TO ANT-TANGGAL ANT-JAM.
002500     MOVE LOW-VALUES TO ANT-NPM.
002510     START MHSANTRI-FILE KEY NOT < ANT-KEY
002520         INVALID KEY
002530             MOVE "Y" TO AL-EOF-SWITCH
002540     END-START.
002550     SET AL-INIT-OK TO TRUE.
002560 1000-EXIT.
002570     EXIT.
002580*
002590*    ---------------------------------------------------------
002600*    2000-PROCESS-ANTRI - BACA ENTRI BERIKUT URUT KELAS DAN
002610*    ANTRIAN. ENTRI YANG SUDAH DIPROSES (D/B) DILEWATI. SETIAP
002620*    GANTI KELAS KURSI KOSONGNYA DIHITUNG ULANG; SELAMA MASIH
002630*    ADA KURSI, ENTRI DIDAFTARKAN KE MASTER.
002640*    ---------------------------------------------------------
002650*
002660 2000-PROCESS-ANTRI.
002670     READ MHSANTRI-FILE NEXT RECORD
002680         AT END
002690             MOVE "Y" TO AL-EOF-SWITCH
002700             GO TO 2000-EXIT
002710     END-READ.
002720     IF NOT ANT-MENUNGGU
002730         GO TO 2000-EXIT
002740     END-IF.
002750
002760     IF AL-FIRST-GROUP
002770         MOVE "N" TO AL-FIRST-SWITCH
002780         PERFORM 2100-BUKA-KELAS THRU 2100-EXIT
002790     ELSE
002800         IF ANT-KELAS NOT = AL-BREAK-KELAS
002810             PERFORM 2900-KELAS-TOTAL THRU 2900-EXIT
002820             PERFORM 2100-BUKA-KELAS THRU 2100-EXIT
002830         END-IF
002840     END-IF.
002850     ADD 1 TO AL-READ-COUNT.
002860
002870     IF AL-KURSI-KOSONG = ZERO
002880         ADD 1 TO AL-KLS-MENUNGGU
002890         ADD 1 TO AL-MENUNGGU-COUNT
002900         GO TO 2000-EXIT
002910     END-IF.
002920     PERFORM 2200-DAFTARKAN THRU 2200-EXIT.
002930 2000-EXIT.
002940     EXIT.
002950*
002960*    ---------------------------------------------------------
002970*    2100-BUKA-KELAS - AWAL KELAS BARU PADA DAFTAR TUNGGU: BACA
002980*    KAPASITASNYA DI KELASREF, HITUNG ISINYA DI MASTER DAN
002990*    TENTUKAN KURSI KOSONG. KELAS YANG TIDAK ADA DI KELASREF
003000*    TIDAK MENDAPAT KURSI (ENTRINYA TETAP MENUNGGU).
003010*    ---------------------------------------------------------
003020*
003030 2100-BUKA-KELAS.
003040     MOVE ANT-KELAS TO AL-BREAK-KELAS.
003050     MOVE ZERO TO AL-KLS-DITERIMA AL-KLS-MENUNGGU AL-KURSI-KOSONG.
003060     MOVE SPACES TO RPT-LINE.
003070     WRITE RPT-LINE.
003080     MOVE ANT-KELAS TO KLS-KODE.
003090     READ KELASREF-FILE
003100         INVALID KEY
003110             MOVE "N" TO AL-KELAS-SWITCH
003120             MOVE ANT-KELAS TO RPT-KT-KELAS
003130             MOVE SPACES TO RPT-LINE
003140             WRITE RPT-LINE FROM RPT-KELAS-TIDAK-ADA-LINE
003150             GO TO 2100-EXIT
003160     END-READ.
003170     MOVE "Y" TO AL-KELAS-SWITCH.
003180     PERFORM 2150-HITUNG-ISI-KELAS THRU 2150-EXIT.
003190     IF AL-ISI-KELAS < KLS-KAPASITAS
003200         COMPUTE AL-KURSI-KOSONG = KLS-KAPASITAS - AL-ISI-KELAS
003210     END-IF.
003220     MOVE AL-BREAK-KELAS TO RPT-K-KELAS.
003230     MOVE KLS-KAPASITAS TO RPT-K-KAPASITAS.
003240     MOVE AL-ISI-KELAS TO RPT-K-ISI.
003250     MOVE AL-KURSI-KOSONG TO RPT-K-KOSONG.
003260     MOVE SPACES TO RPT-LINE.
003270     WRITE RPT-LINE FROM RPT-KELAS-LINE.
003280 2100-EXIT.
003290     EXIT.
003300*
003310*    ---------------------------------------------------------
003320*    2150-HITUNG-ISI-KELAS - HITUNG JUMLAH MAHASISWA KELAS
003330*    AL-BREAK-KELAS LEWAT ALTERNATE KEY MHS-KELAS. SEMUA STATUS
003340*    DIHITUNG - MAHASISWA CUTI TETAP MEMEGANG KURSINYA.
003350*    ---------------------------------------------------------
003360*
003370 2150-HITUNG-ISI-KELAS.
003380     MOVE ZERO TO AL-ISI-KELAS.
003390     MOVE AL-BREAK-KELAS TO MHS-KELAS.
003400     START MHSMAST-FILE KEY NOT < MHS-KELAS
003410         INVALID KEY
003420             GO TO 2150-EXIT
003430     END-START.
003440     MOVE "N" TO AL-KLS-EOF-SWITCH.
003450     PERFORM 2160-HITUNG-ONE THRU 2160-EXIT
003460         UNTIL AL-KLS-END-OF-FILE.
003470 2150-EXIT.
003480     EXIT.
003490
003500 2160-HITUNG-ONE.
003510     READ MHSMAST-FILE NEXT RECORD
003520         AT END
003530             MOVE "Y" TO AL-KLS-EOF-SWITCH
003540             GO TO 2160-EXIT
003550     END-READ.
003560     IF MHS-KELAS = AL-BREAK-KELAS
003570         ADD 1 TO AL-ISI-KELAS
003580     ELSE
003590         MOVE "Y" TO AL-KLS-EOF-SWITCH
003600     END-IF.
003610 2160-EXIT.
003620     EXIT.
003630*
003640*    ---------------------------------------------------------
003650*    2200-DAFTARKAN - DAFTARKAN SATU ENTRI KE MHSMAST DAN
003660*    TANDAI ENTRINYA "D". NPM YANG SUDAH ADA DI MASTER PADA
003670*    KELAS YANG SAMA (RERUN SETELAH RUN TERHENTI) HANYA
003680*    DITANDAI "D"; NPM YANG DIPAKAI MAHASISWA LAIN DITANDAI
003690*    "B" DAN TIDAK MEMAKAI KURSI.
003700*    ---------------------------------------------------------
003710*
003720 2200-DAFTARKAN.
003730     MOVE ANT-NPM TO MHS-NPM.
003740     READ MHSMAST-FILE
003750         INVALID KEY
003760             MOVE "N" TO AL-FOUND-SWITCH
003770         NOT INVALID KEY
003780             MOVE "Y" TO AL-FOUND-SWITCH
003790     END-READ.
003800     IF AL-RECORD-FOUND
003810         IF MHS-KELAS = ANT-KELAS
003820             SET ANT-DITERIMA TO TRUE
003830             MOVE "SUDAH ADA DI MASTER" TO AL-KETERANGAN
003840             ADD 1 TO AL-KLS-DITERIMA
003850             ADD 1 TO AL-DITERIMA-COUNT
003860             MOVE "TERIMA" TO RPT-D-STATUS
003870         ELSE
003880             SET ANT-BATAL TO TRUE
003890             MOVE "NPM SUDAH TERDAFTAR" TO AL-KETERANGAN
003900             ADD 1 TO AL-BATAL-COUNT
003910             MOVE "BATAL" TO RPT-D-STATUS
003920         END-IF
003930         PERFORM 2300-REWRITE-ANTRI THRU 2300-EXIT
003940         PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT
003950         GO TO 2200-EXIT
003960     END-IF.
003970
003980     MOVE ANT-NPM TO MHS-NPM.
003990     MOVE ANT-NAMA TO MHS-NAMA.
004000     MOVE ANT-KELAS TO MHS-KELAS.
004010     MOVE ANT-HARI-LAHIR TO MHS-HARI-LAHIR.
004020     MOVE ANT-BULAN-LAHIR TO MHS-BULAN-LAHIR.
004030     MOVE ANT-TAHUN-LAHIR TO MHS-TAHUN-LAHIR.
004040     MOVE ANT-HOBI TO MHS-HOBI.
004050     IF ANT-STATUS-MHS = SPACE
004060         SET MHS-AKTIF TO TRUE
004070     ELSE
004080         MOVE ANT-STATUS-MHS TO MHS-STATUS
004090     END-IF.
004100     WRITE MHS-RECORD
004110         INVALID KEY
004120             ADD 1 TO AL-GAGAL-COUNT
004130             ADD 1 TO AL-KLS-MENUNGGU
004140             ADD 1 TO AL-MENUNGGU-COUNT
004150             MOVE "GAGAL" TO RPT-D-STATUS
004160             MOVE "WRITE MASTER GAGAL" TO AL-KETERANGAN
004170             PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT
004180             GO TO 2200-EXIT
004190     END-WRITE.
004200
004210     MOVE "T" TO JRN-AKSI.
004220     MOVE MHS-NPM TO JRN-NPM.
004230     MOVE SPACES TO JRN-BEFORE-IMAGE.
004240     MOVE MHS-RECORD TO JRN-AFTER-IMAGE.
004250     PERFORM 2960-WRITE-JOURNAL THRU 2960-EXIT.
004260
004270     SUBTRACT 1 FROM AL-KURSI-KOSONG.
004280     ADD 1 TO AL-KLS-DITERIMA.
004290     ADD 1 TO AL-DITERIMA-COUNT.
004300     SET ANT-DITERIMA TO TRUE.
004310     MOVE "DIDAFTARKAN KE MASTER" TO AL-KETERANGAN.
004320     MOVE "TERIMA" TO RPT-D-STATUS.
004330     PERFORM 2300-REWRITE-ANTRI THRU 2300-EXIT.
004340     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
004350 2200-EXIT.
004360     EXIT.
004370*
004380*    ---------------------------------------------------------
004390*    2300-REWRITE-ANTRI - SIMPAN STATUS BARU ENTRI DAFTAR
004400*    TUNGGU BESERTA TANGGAL PROSES DAN KETERANGANNYA.
004410*    ---------------------------------------------------------
004420*
004430 2300-REWRITE-ANTRI.
004440     MOVE AL-TANGGAL TO ANT-TANGGAL-PROSES.
004450     MOVE AL-KETERANGAN TO ANT-KETERANGAN.
004460     REWRITE ANT-RECORD
004470         INVALID KEY
004480             DISPLAY "PERINGATAN: GAGAL SIMPAN DAFTAR TUNGGU "
004490                 ANT-NPM
004500     END-REWRITE.
004510 2300-EXIT.
004520     EXIT.
004530*
004540*    ---------------------------------------------------------
004550*    2900-KELAS-TOTAL - CETAK JUMLAH DITERIMA DAN MASIH
004560*    MENUNGGU UNTUK KELAS YANG BARU SELESAI.
004570*    ---------------------------------------------------------
004580*
004590 2900-KELAS-TOTAL.
004600     MOVE AL-KLS-DITERIMA TO RPT-KT-DITERIMA.
004610     MOVE AL-KLS-MENUNGGU TO RPT-KT-MENUNGGU.
004620     MOVE SPACES TO RPT-LINE.
004630     WRITE RPT-LINE FROM RPT-KELAS-TOTAL-LINE.
004640 2900-EXIT.
004650     EXIT.
004660*
004670 2950-WRITE-DETAIL.
004680     MOVE ANT-NPM TO RPT-D-NPM.
004690     MOVE ANT-NAMA TO RPT-D-NAMA.
004700     MOVE ANT-TANGGAL TO RPT-D-TANGGAL.
004710     MOVE AL-KETERANGAN TO RPT-D-KETERANGAN.
004720     MOVE SPACES TO RPT-LINE.
004730     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
004740     MOVE SPACES TO AL-KETERANGAN.
004750 2950-EXIT.
004760     EXIT.
004770*
004780*    ---------------------------------------------------------
004790*    2960-WRITE-JOURNAL - TULIS SATU RECORD JURNAL PERUBAHAN
004800*    MASTER KE MHSJRN. PEMANGGIL MENGISI JRN-AKSI, JRN-NPM
004810*    DAN IMAGE SEBELUM/SESUDAH; TANGGAL, JAM DAN SUMBER
004820*    DIISI DI SINI.
004830*    ---------------------------------------------------------
004840*
004850 2960-WRITE-JOURNAL.
004860     ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
004870     ACCEPT JRN-JAM FROM TIME.
004880     MOVE "MHSALOK" TO JRN-SUMBER.
004890     WRITE JRN-RECORD.
004900 2960-EXIT.
004910     EXIT.
004920*
004930*    ---------------------------------------------------------
004940*    3000-PRINT-TOTALS - CETAK CONTROL TOTAL SELURUH DAFTAR
004950*    TUNGGU.
004960*    ---------------------------------------------------------
004970*
004980 3000-PRINT-TOTALS.
004990     MOVE SPACES TO RPT-LINE.
005000     WRITE RPT-LINE.
005010     MOVE AL-READ-COUNT TO RPT-T-READ.
005020     MOVE SPACES TO RPT-LINE.
005030     WRITE RPT-LINE FROM RPT-READ-LINE.
005040     MOVE AL-DITERIMA-COUNT TO RPT-T-DITERIMA.
005050     MOVE SPACES TO RPT-LINE.
005060     WRITE RPT-LINE FROM RPT-DITERIMA-LINE.
005070     MOVE AL-BATAL-COUNT TO RPT-T-BATAL.
005080     MOVE SPACES TO RPT-LINE.
005090     WRITE RPT-LINE FROM RPT-BATAL-LINE.
005100     IF AL-GAGAL-COUNT > ZERO
005110         MOVE AL-GAGAL-COUNT TO RPT-T-GAGAL
005120         MOVE SPACES TO RPT-LINE
005130         WRITE RPT-LINE FROM RPT-GAGAL-LINE
005140     END-IF.
005150     MOVE AL-MENUNGGU-COUNT TO RPT-T-MENUNGGU.
005160     MOVE SPACES TO RPT-LINE.
005170     WRITE RPT-LINE FROM RPT-MENUNGGU-LINE.
005180 3000-EXIT.
005190     EXIT.
005200*
005210 9000-TERMINATE.
005220     CLOSE MHSANTRI-FILE.
005230     CLOSE MHSMAST-FILE.
005240     CLOSE KELASREF-FILE.
005250     CLOSE MHSJRN-FILE.
005260     CLOSE ALOKRPT-FILE.
005270 9000-EXIT.
005280     EXIT.

000860*                     AKUN BARU WAJIB GANTI PASSWORD PADA
000870*                     SIGN-ON PERTAMA (OPR-FORCE-CHANGE).
000880*                     TAMBAH MENU 7 - GANTI PASSWORD SENDIRI.
000881*    15/10/26   BPA   TAMBAH MENU 8 - KRS MATA KULIAH: LIHAT,
000882*                     TAMBAH DAN BATAL MATA KULIAH PER SEMESTER
000883*                     (FILE KRSMAST, COPYBOOK KRSR; REFERENSI
000884*                     MTKREF, COPYBOOK MTKR). HANYA MAHASISWA
000885*                     AKTIF, DIBATASI KAPASITAS MATA KULIAH DAN
000886*                     AP3-MAX-SKS PER SEMESTER. BATAL HANYA
000887*                     UNTUK SUPERVISOR.
000888*    15/10/26   BPA   KRS BARU DISIMPAN TANPA NILAI (KRS-NILAI
000889*                     SPASI); MATA KULIAH YANG SUDAH BERNILAI
000890*                     TIDAK DAPAT DIBATALKAN.
000891*    15/10/26   BPA   TAMBAH MENU 9 - KONTAK DAN WALI MAHASISWA
000892*                     (FILE MHSKONT, COPYBOOK KONTAKR): LIHAT DAN
000893*                     TAMBAH UNTUK SEMUA OPERATOR, UBAH DAN HAPUS
000894*                     HANYA UNTUK SUPERVISOR.
000895*    15/10/26   BPA   MENU 1: NPM DAPAT DIBERIKAN OTOMATIS (KETIK
000896*                     O) DARI FILE KONTROL NPMCTL (COPYBOOK
000897*                     NPMCTLR) PER TAHUN ANGKATAN DAN PREFIX
000898*                     PROGRAM, SAMA DENGAN MHSINTAK.
000899*    15/10/26   BPA   MENU 1: KELAS PENUH TANPA OVERRIDE DAPAT
000900*                     DIMASUKKAN KE DAFTAR TUNGGU MHSANTRI
000901*                     (COPYBOOK ANTRIR) BESERTA POSISI ANTRIANNYA;
000902*                     MHSALOK MENDAFTARKANNYA SAAT ADA KURSI.
000903*    ---------------------------------------------------------
000904*
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS NPMXREF-STATUS.
001300
001301     SELECT MTKREF-FILE ASSIGN TO MTKREF
001302         ORGANIZATION IS INDEXED
001303         ACCESS MODE IS DYNAMIC
001304         RECORD KEY IS MTK-KODE
001305         FILE STATUS IS MTKREF-STATUS.
001306
001307     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
001308         ORGANIZATION IS INDEXED
001309         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS KRS-KEY
001311         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
001312         FILE STATUS IS KRSMAST-STATUS.
001313
001314     SELECT MHSKONT-FILE ASSIGN TO MHSKONT
001315         ORGANIZATION IS INDEXED
001316         ACCESS MODE IS DYNAMIC
001317         RECORD KEY IS KTK-NPM
001318         FILE STATUS IS MHSKONT-STATUS.
001319
001320     SELECT NPMCTL-FILE ASSIGN TO NPMCTL
001321         ORGANIZATION IS INDEXED
001322         ACCESS MODE IS DYNAMIC
001323         RECORD KEY IS NCT-KEY
001324         FILE STATUS IS NPMCTL-STATUS.
001325
001326     SELECT MHSANTRI-FILE ASSIGN TO MHSANTRI
001327         ORGANIZATION IS INDEXED
001328         ACCESS MODE IS DYNAMIC
001329         RECORD KEY IS ANT-KEY
001330         ALTERNATE RECORD KEY IS ANT-NPM WITH DUPLICATES
001331         FILE STATUS IS MHSANTRI-STATUS.
001332
001333 DATA DIVISION.
001334 FILE SECTION.
001335 FD  MHSMAST-FILE.
001340     COPY MHSREC.
001350 
001360 FD  MHSLOG-FILE.
001610
001620 FD  NPMXREF-FILE.
001630     COPY MHSXRFR.
001631
001632 FD  MTKREF-FILE.
001633     COPY MTKR.
001634
001635 FD  KRSMAST-FILE.
001636     COPY KRSR.
001637
001638 FD  MHSKONT-FILE.
001639     COPY KONTAKR.
001640
001641 FD  NPMCTL-FILE.
001642     COPY NPMCTLR.
001643
001644 FD  MHSANTRI-FILE.
001645     COPY ANTRIR.
001646
001650 WORKING-STORAGE SECTION.
001660*
001670*    IDENTITAS FIELDS (ISI MENU 1, JUGA DIPAKAI SEBAGAI PARAMETER
002650     88  AP3-SUPERVISOR              VALUE "S".
002660 77  AP3-INPUT-ID                 PIC X(08) VALUE SPACES.
002670 77  AP3-INPUT-PW                 PIC X(08) VALUE SPACES.
002671*
002672*    KRS MATA KULIAH (MENU 8): KUNCI KRS YANG SEDANG DIPROSES,
002673*    PENGHITUNG KURSI PER MATA KULIAH DAN SKS PER SEMESTER.
002674*    SEMESTER DITULIS YYYYS (1 = GANJIL, 2 = GENAP).
002675*
002676 77  MTKREF-STATUS                PIC XX    VALUE SPACES.
002677     88  MTKREF-OK                   VALUE "00".
002678 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
002679     88  KRSMAST-OK                  VALUE "00".
002680 77  AP3-KRS-SWITCH               PIC X(01) VALUE "N".
002681     88  AP3-KRS-TERSEDIA            VALUE "Y".
002682 77  AP3-KRS-PILIHAN              PIC 9(01) VALUE ZERO.
002683 77  AP3-KRS-EOF-SWITCH           PIC X(01) VALUE "N".
002684     88  AP3-KRS-END-OF-FILE         VALUE "Y".
002685 77  AP3-KRS-SUB                  PIC 9(01) VALUE ZERO.
002686 77  AP3-ISI-MTK                  PIC 9(03) VALUE ZERO.
002687 77  AP3-TOTAL-SKS                PIC 9(03) VALUE ZERO.
002688 77  AP3-MAX-SKS                  PIC 9(02) VALUE 24.
002689 77  AP3-MTK-DIAMBIL              PIC 9(02) VALUE ZERO.
002690 01  AP3-KRS-KEY.
002691     05  AP3-KRS-NPM              PIC X(08).
002692     05  AP3-KRS-SEM-MTK.
002693         10  AP3-KRS-SEMESTER     PIC 9(05).
002694         10  AP3-KRS-KODE         PIC X(06).
002695 01  AP3-PERIKSA-SEMESTER.
002696     05  AP3-PERIKSA-TAHUN        PIC 9(04).
002697     05  AP3-PERIKSA-KE           PIC 9(01).
002698         88  AP3-SEMESTER-KE-VALID   VALUES 1 2.
002699*
002700*    KONTAK DAN WALI MAHASISWA (MENU 9): NPM YANG SEDANG
002701*    DIPROSES DAN FIELD ISIAN UNTUK UBAH KONTAK.
002702*
002703 77  MHSKONT-STATUS               PIC XX    VALUE SPACES.
002704     88  MHSKONT-OK                  VALUE "00".
002705 77  AP3-KONTAK-SWITCH            PIC X(01) VALUE "N".
002706     88  AP3-KONTAK-TERSEDIA         VALUE "Y".
002707 77  AP3-KTK-PILIHAN              PIC 9(01) VALUE ZERO.
002708 77  AP3-KTK-NPM                  PIC X(08) VALUE SPACES.
002709 77  AP3-KTK-ISIAN                PIC X(30) VALUE SPACES.
002710 77  AP3-KTK-HUBUNGAN             PIC X(01) VALUE SPACE.
002711     88  AP3-KTK-HUB-VALID           VALUES "A" "I" "L".
002712*
002713*    NPM OTOMATIS (MENU 1): FILE KONTROL NPMCTL DAN NPM YANG
002714*    DISUSUN, TAHUN(4) + URUT(4) ATAU PREFIX(2) + TAHUN(2) +
002715*    URUT(4) BILA PREFIX DIISI.
002716*
002717 77  NPMCTL-STATUS                PIC XX    VALUE SPACES.
002718     88  NPMCTL-OK                   VALUE "00".
002719 77  AP3-NPMCTL-SWITCH            PIC X(01) VALUE "N".
002720     88  AP3-NPMCTL-TERSEDIA         VALUE "Y".
002721 77  AP3-NPM-HABIS-SWITCH         PIC X(01) VALUE "N".
002722     88  AP3-NPM-HABIS               VALUE "Y".
002723 77  AP3-NPM-PREFIX               PIC X(02) VALUE SPACES.
002724 01  AP3-NPM-BARU.
002725     05  AP3-NB-TAHUN             PIC 9(04).
002726     05  AP3-NB-URUT              PIC 9(04).
002727 01  AP3-NPM-BARU-PREFIX REDEFINES AP3-NPM-BARU.
002728     05  AP3-NBP-PREFIX           PIC X(02).
002729     05  AP3-NBP-TAHUN            PIC 9(02).
002730     05  AP3-NBP-URUT             PIC 9(04).
002731*
002732*    DAFTAR TUNGGU KELAS PENUH (MENU 1): FILE MHSANTRI DAN
002733*    POSISI ANTRIAN ENTRI YANG BARU DISIMPAN.
002734*
002735 77  MHSANTRI-STATUS              PIC XX    VALUE SPACES.
002736     88  MHSANTRI-OK                 VALUE "00".
002737 77  AP3-ANTRI-SWITCH             PIC X(01) VALUE "N".
002738     88  AP3-ANTRI-TERSEDIA          VALUE "Y".
002739 77  AP3-TUNGGU-SWITCH            PIC X(01) VALUE "N".
002740     88  AP3-MASUK-TUNGGU            VALUE "Y".
002741 77  AP3-ANT-EOF-SWITCH           PIC X(01) VALUE "N".
002742     88  AP3-ANT-END-OF-FILE         VALUE "Y".
002743 77  AP3-ANT-ADA-SWITCH           PIC X(01) VALUE "N".
002744     88  AP3-ANT-SUDAH-ADA           VALUE "Y".
002745 77  AP3-POSISI-ANTRI             PIC 9(05) VALUE ZERO.
002746 
002747 PROCEDURE DIVISION.
002748*
002749*    ===========================================================
002750*    0000-MAINLINE - TITIK MASUK PROGRAM. BUKA FILE, JALANKAN MENU
002751*    SAMPAI OPERATOR MEMILIH EXIT, LALU TUTUP FILE.
002752*    ===========================================================
002753*
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
003730         DISPLAY "TERBUKA, STATUS = " KELASREF-STATUS
003740         DISPLAY "ENTRI IDENTITAS BARU AKAN DITOLAK."
003750     END-IF.
003752
003754     PERFORM 1050-BUKA-FILE-MENU THRU 1050-EXIT.
003760
003770     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003780 1000-EXIT.
005170     DISPLAY "5. UBAH DATA MAHASISWA".
005180     DISPLAY "6. HAPUS DATA MAHASISWA".
005190     DISPLAY "7. GANTI PASSWORD".
005192     DISPLAY "8. KRS MATA KULIAH".
005194     DISPLAY "9. KONTAK DAN WALI MAHASISWA".
005200     ACCEPT PILIHAN.
005210 
005220     EVALUATE PILIHAN
005480             END-IF
005490         WHEN 7
005500             PERFORM 7500-GANTI-PASSWORD THRU 7500-EXIT
005502         WHEN 8
005504             PERFORM 7600-PROSES-KRS THRU 7600-EXIT
005506         WHEN 9
005508             PERFORM 7700-PROSES-KONTAK THRU 7700-EXIT
005510         WHEN OTHER
005520             DISPLAY "PILIHAN TIDAK ADA, SILAKAN COBA LAGI."
005530             MOVE "PILIHAN TIDAK ADA" TO AP3-LOG-KETERANGAN
006150             MOVE "Y" TO AP3-FOUND-SWITCH
006160     END-READ.
006170 
006171     IF AP3-MASUK-TUNGGU AND NOT AP3-RECORD-FOUND
006172         PERFORM 3500-MASUK-ANTRIAN THRU 3500-EXIT
006173         SET CHKPT-COMPLETE TO TRUE
006174         PERFORM 3050-SAVE-CHECKPOINT THRU 3050-EXIT
006175         GO TO 3000-EXIT
006176     END-IF.
006180     IF AP3-RECORD-FOUND
006190         DISPLAY "NPM " NPM " SUDAH TERDAFTAR, GUNAKAN UBAH DATA."
006200         MOVE "NPM SUDAH ADA - TIDAK DISIMPAN"
006780     EXIT.
006790 
006800 3110-INPUT-NPM.
006802     DISPLAY "MASUKKAN NPM (8 DIGIT ANGKA),".
006804     DISPLAY "ATAU O UNTUK NPM OTOMATIS: ".
006820     ACCEPT NPM.
006822     IF NPM = "O" OR NPM = "o"
006824         PERFORM 3120-ASSIGN-NPM THRU 3120-EXIT
006826         GO TO 3110-EXIT
006828     END-IF.
006830     IF NPM IS NUMERIC
006840         SET AP3-DATA-VALID TO TRUE
006850     ELSE
006930*    REFERENSI KELASREF BESERTA KAPASITASNYA. KELAS PENUH
006940*    HANYA DITERIMA DENGAN OVERRIDE SUPERVISOR. INPUT KOSONG
006950*    MEMBATALKAN ENTRI (AP3-KELAS-OK TETAP "N").
006952*    TANPA OVERRIDE, ENTRI DAPAT DIMASUKKAN KE DAFTAR TUNGGU
006954*    (AP3-MASUK-TUNGGU, DISIMPAN OLEH 3500-MASUK-ANTRIAN).
006960*    ---------------------------------------------------------
006970*
006980 3150-GET-KELAS.
006990     MOVE "N" TO AP3-KELAS-OK-SWITCH.
006992     MOVE "N" TO AP3-TUNGGU-SWITCH.
007000     IF NOT AP3-KELASREF-TERSEDIA
007010         DISPLAY "FILE REFERENSI KELAS TIDAK TERSEDIA,"
007020         DISPLAY "JALANKAN KELMAINT TERLEBIH DAHULU."
007320             IF AP3-CONFIRM-YES
007330                 SET AP3-DATA-VALID TO TRUE
007340                 MOVE "Y" TO AP3-KELAS-OK-SWITCH
007341             END-IF
007342         END-IF
007343         IF NOT AP3-DATA-VALID AND AP3-ANTRI-TERSEDIA
007344             DISPLAY "MASUKKAN KE DAFTAR TUNGGU? (Y/T): "
007345             ACCEPT AP3-CONFIRM
007346             IF AP3-CONFIRM-YES
007347                 SET AP3-DATA-VALID TO TRUE
007348                 MOVE "Y" TO AP3-KELAS-OK-SWITCH
007349                 MOVE "Y" TO AP3-TUNGGU-SWITCH
007350             END-IF
007360         END-IF
007370         GO TO 3155-EXIT
011380     CLOSE MHSOPR-FILE.
011390     CLOSE KELASREF-FILE.
011400     CLOSE MHSJRN-FILE.
011401     CLOSE MTKREF-FILE.
011402     CLOSE KRSMAST-FILE.
011403     CLOSE MHSKONT-FILE.
011404     CLOSE NPMCTL-FILE.
011405     CLOSE MHSANTRI-FILE.
011410 9000-EXIT.
011420     EXIT.
011430*
011440*    ---------------------------------------------------------
011450*    1050-BUKA-FILE-MENU - BUKA FILE MATA KULIAH/KRS, KONTAK,
011460*    KONTROL NPM DAN DAFTAR TUNGGU. FILE YANG TIDAK TERBUKA
011470*    HANYA MENONAKTIFKAN MENU ATAU FUNGSI YANG MEMAKAINYA.
011480*    ---------------------------------------------------------
011490*
011500 1050-BUKA-FILE-MENU.
011510     OPEN INPUT MTKREF-FILE.
011520     OPEN I-O KRSMAST-FILE.
011530     IF KRSMAST-STATUS = "35"
011540         OPEN OUTPUT KRSMAST-FILE
011550         CLOSE KRSMAST-FILE
011560         OPEN I-O KRSMAST-FILE
011570     END-IF.
011580     IF MTKREF-OK AND KRSMAST-OK
011590         MOVE "Y" TO AP3-KRS-SWITCH
011600     ELSE
011610         DISPLAY "PERINGATAN: FILE MATA KULIAH/KRS TIDAK"
011620         DISPLAY "TERBUKA, STATUS = " MTKREF-STATUS " "
011630             KRSMAST-STATUS
011640         DISPLAY "MENU KRS MATA KULIAH TIDAK TERSEDIA."
011650     END-IF.
011660
011670     OPEN I-O MHSKONT-FILE.
011680     IF MHSKONT-STATUS = "35"
011690         OPEN OUTPUT MHSKONT-FILE
011700         CLOSE MHSKONT-FILE
011710         OPEN I-O MHSKONT-FILE
011720     END-IF.
011730     IF MHSKONT-OK
011740         MOVE "Y" TO AP3-KONTAK-SWITCH
011750     ELSE
011760         DISPLAY "PERINGATAN: FILE KONTAK TIDAK TERBUKA, "
011770             "STATUS = " MHSKONT-STATUS
011780         DISPLAY "MENU KONTAK DAN WALI TIDAK TERSEDIA."
011790     END-IF.
011800
011810     OPEN I-O NPMCTL-FILE.
011820     IF NPMCTL-STATUS = "35"
011830         OPEN OUTPUT NPMCTL-FILE
011840         CLOSE NPMCTL-FILE
011850         OPEN I-O NPMCTL-FILE
011860     END-IF.
011870     IF NPMCTL-OK
011880         MOVE "Y" TO AP3-NPMCTL-SWITCH
011890     ELSE
011900         DISPLAY "PERINGATAN: FILE KONTROL NPMCTL TIDAK TERBUKA, "
011910             "STATUS = " NPMCTL-STATUS
011920         DISPLAY "NPM OTOMATIS PADA MENU 1 TIDAK TERSEDIA."
011930     END-IF.
011940
011950     OPEN I-O MHSANTRI-FILE.
011960     IF MHSANTRI-STATUS = "35"
011970         OPEN OUTPUT MHSANTRI-FILE
011980         CLOSE MHSANTRI-FILE
011990         OPEN I-O MHSANTRI-FILE
012000     END-IF.
012010     IF MHSANTRI-OK
012020         MOVE "Y" TO AP3-ANTRI-SWITCH
012030     ELSE
012040         DISPLAY "PERINGATAN: FILE DAFTAR TUNGGU TIDAK TERBUKA, "
012050             "STATUS = " MHSANTRI-STATUS
012060         DISPLAY "KELAS PENUH TIDAK DAPAT DIANTRIKAN."
012070     END-IF.
012080 1050-EXIT.
012090     EXIT.
012100*
012110*    ---------------------------------------------------------
012120*    3120-ASSIGN-NPM - BERI NPM OTOMATIS DARI FILE KONTROL
012130*    NPMCTL (TAHUN ANGKATAN = TAHUN SISTEM, PREFIX PROGRAM
012140*    OPSIONAL), SAMA DENGAN PEMBERIAN NPM PADA MHSINTAK. RECORD
012150*    KONTROL DITULIS ULANG SEBELUM NPM DIPAKAI, SEHINGGA NOMOR
012160*    YANG SUDAH KELUAR TIDAK PERNAH DIBERIKAN LAGI WALAUPUN
012170*    ENTRI DIBATALKAN. NOMOR YANG SUDAH ADA DI MASTER DILEWATI.
012180*    ---------------------------------------------------------
012190*
012200 3120-ASSIGN-NPM.
012210     IF NOT AP3-NPMCTL-TERSEDIA
012220         DISPLAY "NPM OTOMATIS TIDAK TERSEDIA, KETIK NPM."
012230         GO TO 3120-EXIT
012240     END-IF.
012250     DISPLAY "PREFIX PROGRAM (2 DIGIT, KOSONG = TANPA PREFIX): ".
012260     ACCEPT AP3-NPM-PREFIX.
012270     IF AP3-NPM-PREFIX NOT = SPACES
012280         AND AP3-NPM-PREFIX IS NOT NUMERIC
012290         DISPLAY "PREFIX HARUS 2 DIGIT ANGKA, ULANGI."
012300         GO TO 3120-EXIT
012310     END-IF.
012320     MOVE AP3-SYSTEM-YEAR TO NCT-TAHUN.
012330     MOVE AP3-NPM-PREFIX TO NCT-PREFIX.
012340     READ NPMCTL-FILE
012350         INVALID KEY
012360             MOVE 1 TO NCT-NEXT-SEQ
012370             MOVE SPACES TO NCT-LAST-NPM NCT-LAST-SUMBER
012380             MOVE ZERO TO NCT-LAST-BATCH NCT-LAST-TRN-SEQ
012390             MOVE AP3-SYSTEM-DATE TO NCT-TANGGAL-UBAH
012400             WRITE NCT-RECORD
012410                 INVALID KEY
012420                     DISPLAY "GAGAL MEMBUAT RECORD NPMCTL."
012430                     GO TO 3120-EXIT
012440             END-WRITE
012450     END-READ.
012460
012470     MOVE "N" TO AP3-NPM-HABIS-SWITCH.
012480     PERFORM 3125-NEXT-NPM THRU 3125-EXIT
012490         UNTIL AP3-DATA-VALID OR AP3-NPM-HABIS.
012500     IF AP3-NPM-HABIS
012510         DISPLAY "NOMOR URUT NPM TAHUN " NCT-TAHUN " HABIS, "
012520             "KETIK NPM."
012530         GO TO 3120-EXIT
012540     END-IF.
012550
012560     MOVE AP3-NPM-BARU TO NCT-LAST-NPM.
012570     MOVE "TUGAS1AP" TO NCT-LAST-SUMBER.
012580     MOVE AP3-SYSTEM-DATE TO NCT-LAST-BATCH.
012590     MOVE ZERO TO NCT-LAST-TRN-SEQ.
012600     MOVE AP3-SYSTEM-DATE TO NCT-TANGGAL-UBAH.
012610     REWRITE NCT-RECORD
012620         INVALID KEY
012630             MOVE "N" TO AP3-VALID-SWITCH
012640             DISPLAY "GAGAL SIMPAN NPMCTL, NPM TIDAK DIBERIKAN."
012650             GO TO 3120-EXIT
012660     END-REWRITE.
012670     MOVE AP3-NPM-BARU TO NPM.
012680     DISPLAY "NPM YANG DIBERIKAN: " NPM.
012690 3120-EXIT.
012700     EXIT.
012710
012720 3125-NEXT-NPM.
012730     IF NCT-NEXT-SEQ > 9999
012740         MOVE "Y" TO AP3-NPM-HABIS-SWITCH
012750         GO TO 3125-EXIT
012760     END-IF.
012770     IF AP3-NPM-PREFIX = SPACES
012780         MOVE AP3-SYSTEM-YEAR TO AP3-NB-TAHUN
012790         MOVE NCT-NEXT-SEQ TO AP3-NB-URUT
012800     ELSE
012810         MOVE AP3-NPM-PREFIX TO AP3-NBP-PREFIX
012820         MOVE AP3-SYSTEM-YEAR TO AP3-NBP-TAHUN
012830         MOVE NCT-NEXT-SEQ TO AP3-NBP-URUT
012840     END-IF.
012850     ADD 1 TO NCT-NEXT-SEQ.
012860     MOVE AP3-NPM-BARU TO MHS-NPM.
012870     READ MHSMAST-FILE
012880         INVALID KEY
012890             SET AP3-DATA-VALID TO TRUE
012900     END-READ.
012910 3125-EXIT.
012920     EXIT.
012930*
012940*    ---------------------------------------------------------
012950*    3500-MASUK-ANTRIAN - SIMPAN ENTRI IDENTITAS YANG KELASNYA
012960*    PENUH KE DAFTAR TUNGGU MHSANTRI (COPYBOOK ANTRIR) DENGAN
012970*    TANGGAL/JAM SAAT INI, SAMA DENGAN MHSINTAK. MHSALOK
012980*    MENDAFTARKANNYA KE MASTER BEGITU ADA KURSI KOSONG. NPM YANG
012990*    MASIH MENUNGGU TIDAK DIMASUKKAN DUA KALI. POSISI ANTRIAN
013000*    (JUMLAH YANG MENUNGGU DI KELAS INI) DITAMPILKAN.
013010*    ---------------------------------------------------------
013020*
013030 3500-MASUK-ANTRIAN.
013040     PERFORM 3510-CARI-ANTRIAN THRU 3510-EXIT.
013050     IF AP3-ANT-SUDAH-ADA
013060         DISPLAY "NPM " NPM " SUDAH ADA DI DAFTAR TUNGGU KELAS "
013070             ANT-KELAS "."
013080         MOVE "SUDAH DI DAFTAR TUNGGU - TIDAK DISIMPAN"
013090             TO AP3-LOG-KETERANGAN
013100         GO TO 3500-EXIT
013110     END-IF.
013120
013130     MOVE KELAS TO ANT-KELAS.
013140     ACCEPT ANT-TANGGAL FROM DATE YYYYMMDD.
013150     ACCEPT ANT-JAM FROM TIME.
013160     MOVE NPM TO ANT-NPM.
013170     MOVE NAMA TO ANT-NAMA.
013180     MOVE HARI-LAHIR TO ANT-HARI-LAHIR.
013190     MOVE BULAN-LAHIR TO ANT-BULAN-LAHIR.
013200     MOVE TAHUN-LAHIR TO ANT-TAHUN-LAHIR.
013210     MOVE HOBI TO ANT-HOBI.
013220     MOVE "A" TO ANT-STATUS-MHS.
013230     MOVE AP3-OPERATOR-ID TO ANT-SUMBER.
013240     SET ANT-MENUNGGU TO TRUE.
013250     MOVE ZERO TO ANT-TANGGAL-PROSES.
013260     MOVE SPACES TO ANT-KETERANGAN.
013270     WRITE ANT-RECORD
013280         INVALID KEY
013290             DISPLAY "GAGAL MENYIMPAN KE DAFTAR TUNGGU."
013300             MOVE "DAFTAR TUNGGU GAGAL - WRITE ERROR"
013310                 TO AP3-LOG-KETERANGAN
013320             GO TO 3500-EXIT
013330     END-WRITE.
013340
013350     PERFORM 3520-HITUNG-ANTRIAN THRU 3520-EXIT.
013360     DISPLAY "-------------------------------".
013370     DISPLAY "NPM " NPM " (" NAMA ") MASUK DAFTAR TUNGGU".
013380     DISPLAY "KELAS " KELAS ", POSISI ANTRIAN " AP3-POSISI-ANTRI.
013390     DISPLAY "-------------------------------".
013400     MOVE "MASUK DAFTAR TUNGGU" TO AP3-LOG-KETERANGAN.
013410 3500-EXIT.
013420     EXIT.
013430
013440 3510-CARI-ANTRIAN.
013450     MOVE "N" TO AP3-ANT-ADA-SWITCH.
013460     MOVE NPM TO ANT-NPM.
013470     START MHSANTRI-FILE KEY = ANT-NPM
013480         INVALID KEY
013490             GO TO 3510-EXIT
013500     END-START.
013510     MOVE "N" TO AP3-ANT-EOF-SWITCH.
013520     PERFORM 3515-CARI-ONE THRU 3515-EXIT
013530         UNTIL AP3-ANT-END-OF-FILE OR AP3-ANT-SUDAH-ADA.
013540 3510-EXIT.
013550     EXIT.
013560
013570 3515-CARI-ONE.
013580     READ MHSANTRI-FILE NEXT RECORD
013590         AT END
013600             MOVE "Y" TO AP3-ANT-EOF-SWITCH
013610             GO TO 3515-EXIT
013620     END-READ.
013630     IF ANT-NPM NOT = NPM
013640         MOVE "Y" TO AP3-ANT-EOF-SWITCH
013650         GO TO 3515-EXIT
013660     END-IF.
013670     IF ANT-MENUNGGU
013680         MOVE "Y" TO AP3-ANT-ADA-SWITCH
013690     END-IF.
013700 3515-EXIT.
013710     EXIT.
013720
013730 3520-HITUNG-ANTRIAN.
013740     MOVE ZERO TO AP3-POSISI-ANTRI.
013750     MOVE KELAS TO ANT-KELAS.
013760     MOVE ZERO TO ANT-TANGGAL ANT-JAM.
013770     MOVE LOW-VALUES TO ANT-NPM.
013780     START MHSANTRI-FILE KEY NOT < ANT-KEY
013790         INVALID KEY
013800             GO TO 3520-EXIT
013810     END-START.
013820     MOVE "N" TO AP3-ANT-EOF-SWITCH.
013830     PERFORM 3525-HITUNG-ONE THRU 3525-EXIT
013840         UNTIL AP3-ANT-END-OF-FILE.
013850 3520-EXIT.
013860     EXIT.
013870
013880 3525-HITUNG-ONE.
013890     READ MHSANTRI-FILE NEXT RECORD
013900         AT END
013910             MOVE "Y" TO AP3-ANT-EOF-SWITCH
013920             GO TO 3525-EXIT
013930     END-READ.
013940     IF ANT-KELAS NOT = KELAS
013950         MOVE "Y" TO AP3-ANT-EOF-SWITCH
013960         GO TO 3525-EXIT
013970     END-IF.
013980     IF ANT-MENUNGGU
013990         ADD 1 TO AP3-POSISI-ANTRI
014000     END-IF.
014010 3525-EXIT.
014020     EXIT.
014030*
014040*    ---------------------------------------------------------
014050*    7600-PROSES-KRS - SUBMENU KRS MATA KULIAH (MENU 8): LIHAT
014060*    KRS SATU MAHASISWA, TAMBAH MATA KULIAH (SEMUA OPERATOR)
014070*    ATAU BATALKAN MATA KULIAH (HANYA SUPERVISOR, SAMA SEPERTI
014080*    HAPUS DATA). SATU AKSI PER PILIHAN, LALU KEMBALI KE MENU
014090*    UTAMA SUPAYA SETIAP AKSI TERCATAT DI LOG.
014100*    ---------------------------------------------------------
014110*
014120 7600-PROSES-KRS.
014130     IF NOT AP3-KRS-TERSEDIA
014140         DISPLAY "FILE MATA KULIAH/KRS TIDAK TERSEDIA."
014150         MOVE "KRS GAGAL - FILE TIDAK TERSEDIA"
014160             TO AP3-LOG-KETERANGAN
014170         GO TO 7600-EXIT
014180     END-IF.
014190     DISPLAY "KRS MATA KULIAH - PILIH: ".
014200     DISPLAY "1. LIHAT KRS MAHASISWA".
014210     DISPLAY "2. TAMBAH MATA KULIAH".
014220     DISPLAY "3. BATALKAN MATA KULIAH".
014230     DISPLAY "4. KEMBALI".
014240     ACCEPT AP3-KRS-PILIHAN.
014250
014260     EVALUATE AP3-KRS-PILIHAN
014270         WHEN 1
014280             PERFORM 7610-LIHAT-KRS THRU 7610-EXIT
014290         WHEN 2
014300             PERFORM 7620-TAMBAH-KRS THRU 7620-EXIT
014310         WHEN 3
014320             IF AP3-SUPERVISOR
014330                 PERFORM 7630-BATAL-KRS THRU 7630-EXIT
014340             ELSE
014350                 DISPLAY "BATAL KRS HANYA UNTUK SUPERVISOR."
014360                 MOVE "BATAL KRS DITOLAK - BUKAN SUPERVISOR"
014370                     TO AP3-LOG-KETERANGAN
014380             END-IF
014390         WHEN 4
014400             MOVE "KRS - KEMBALI KE MENU" TO AP3-LOG-KETERANGAN
014410         WHEN OTHER
014420             DISPLAY "PILIHAN TIDAK ADA, KEMBALI KE MENU."
014430             MOVE "KRS - PILIHAN TIDAK ADA" TO AP3-LOG-KETERANGAN
014440     END-EVALUATE.
014450 7600-EXIT.
014460     EXIT.
014470*
014480*    ---------------------------------------------------------
014490*    7610-LIHAT-KRS - TAMPILKAN MATA KULIAH YANG DIAMBIL SATU
014500*    MAHASISWA PADA SATU SEMESTER BESERTA TOTAL SKS-NYA.
014510*    ---------------------------------------------------------
014520*
014530 7610-LIHAT-KRS.
014540     PERFORM 7640-INPUT-NPM-SEMESTER THRU 7640-EXIT.
014550     IF NOT AP3-DATA-VALID
014560         MOVE "LIHAT KRS GAGAL - INPUT SALAH"
014570             TO AP3-LOG-KETERANGAN
014580         GO TO 7610-EXIT
014590     END-IF.
014600     MOVE ZERO TO AP3-MTK-DIAMBIL.
014610     DISPLAY "-------------------------------".
014620     DISPLAY "KODE   NAMA MATA KULIAH          SKS".
014630     PERFORM 7670-HITUNG-SKS THRU 7670-EXIT.
014640     IF AP3-MTK-DIAMBIL = ZERO
014650         DISPLAY "BELUM ADA MATA KULIAH PADA SEMESTER INI."
014660     END-IF.
014670     DISPLAY "TOTAL SKS: " AP3-TOTAL-SKS.
014680     DISPLAY "-------------------------------".
014690     MOVE "KRS DILIHAT" TO AP3-LOG-KETERANGAN.
014700 7610-EXIT.
014710     EXIT.
014720*
014730*    ---------------------------------------------------------
014740*    7620-TAMBAH-KRS - DAFTARKAN MAHASISWA PADA SATU MATA
014750*    KULIAH. PEMERIKSAAN SAMA DENGAN BATCH KRSLOAD: MAHASISWA
014760*    AKTIF, MATA KULIAH ADA, KELAS DIIZINKAN, BELUM TERDAFTAR,
014770*    KURSI MASIH ADA DAN TOTAL SKS TIDAK MELEBIHI AP3-MAX-SKS.
014780*    ---------------------------------------------------------
014790*
014800 7620-TAMBAH-KRS.
014810     PERFORM 7640-INPUT-NPM-SEMESTER THRU 7640-EXIT.
014820     IF NOT AP3-DATA-VALID
014830         MOVE "TAMBAH KRS GAGAL - INPUT SALAH"
014840             TO AP3-LOG-KETERANGAN
014850         GO TO 7620-EXIT
014860     END-IF.
014870     IF NOT MHS-AKTIF
014880         DISPLAY "MAHASISWA TIDAK AKTIF (STATUS " MHS-STATUS
014890             "), TIDAK DAPAT MENGISI KRS."
014900         MOVE "TAMBAH KRS DITOLAK - TIDAK AKTIF"
014910             TO AP3-LOG-KETERANGAN
014920         GO TO 7620-EXIT
014930     END-IF.
014940     PERFORM 7645-INPUT-KODE-MTK THRU 7645-EXIT.
014950     IF NOT AP3-DATA-VALID
014960         MOVE "TAMBAH KRS GAGAL - MTK TIDAK ADA"
014970             TO AP3-LOG-KETERANGAN
014980         GO TO 7620-EXIT
014990     END-IF.
015000     PERFORM 7650-PERIKSA-KELAS-MTK THRU 7650-EXIT.
015010     IF NOT AP3-KELAS-OK
015020         DISPLAY "KELAS " MHS-KELAS " TIDAK DIIZINKAN MENGAMBIL "
015030             MTK-KODE "."
015040         MOVE "TAMBAH KRS DITOLAK - KELAS" TO AP3-LOG-KETERANGAN
015050         GO TO 7620-EXIT
015060     END-IF.
015070
015080     MOVE AP3-KRS-KEY TO KRS-KEY.
015090     PERFORM 7680-READ-KRS THRU 7680-EXIT.
015100     IF AP3-RECORD-FOUND
015110         DISPLAY "MATA KULIAH SUDAH TERDAFTAR PADA KRS."
015120         MOVE "TAMBAH KRS DITOLAK - SUDAH ADA"
015130             TO AP3-LOG-KETERANGAN
015140         GO TO 7620-EXIT
015150     END-IF.
015160     PERFORM 7660-HITUNG-ISI-MTK THRU 7660-EXIT.
015170     IF AP3-ISI-MTK >= MTK-KAPASITAS
015180         DISPLAY "MATA KULIAH PENUH (" AP3-ISI-MTK " DARI "
015190             MTK-KAPASITAS " KURSI)."
015200         MOVE "TAMBAH KRS DITOLAK - MTK PENUH"
015210             TO AP3-LOG-KETERANGAN
015220         GO TO 7620-EXIT
015230     END-IF.
015240     MOVE ZERO TO AP3-MTK-DIAMBIL.
015250     PERFORM 7670-HITUNG-SKS THRU 7670-EXIT.
015260     IF AP3-TOTAL-SKS + MTK-SKS > AP3-MAX-SKS
015270         DISPLAY "TOTAL SKS AKAN MELEBIHI BATAS " AP3-MAX-SKS
015280             " (SAAT INI " AP3-TOTAL-SKS ")."
015290         MOVE "TAMBAH KRS DITOLAK - BATAS SKS"
015300             TO AP3-LOG-KETERANGAN
015310         GO TO 7620-EXIT
015320     END-IF.
015330
015340     MOVE AP3-KRS-KEY TO KRS-KEY.
015350     MOVE MTK-SKS TO KRS-SKS.
015360     MOVE AP3-SYSTEM-DATE TO KRS-TANGGAL.
015370     MOVE AP3-OPERATOR-ID TO KRS-SUMBER.
015380     MOVE SPACE TO KRS-NILAI.
015390     WRITE KRS-RECORD
015400         INVALID KEY
015410             DISPLAY "GAGAL MENYIMPAN KRS."
015420             MOVE "TAMBAH KRS GAGAL - WRITE ERROR"
015430                 TO AP3-LOG-KETERANGAN
015440         NOT INVALID KEY
015450             DISPLAY "MATA KULIAH " AP3-KRS-KODE
015460                 " DITAMBAHKAN KE KRS."
015470             MOVE "KRS DITAMBAH" TO AP3-LOG-KETERANGAN
015480     END-WRITE.
015490 7620-EXIT.
015500     EXIT.
015510*
015520*    ---------------------------------------------------------
015530*    7630-BATAL-KRS - BATALKAN SATU MATA KULIAH DARI KRS
015540*    SETELAH KONFIRMASI.
015550*    ---------------------------------------------------------
015560*
015570 7630-BATAL-KRS.
015580     PERFORM 7640-INPUT-NPM-SEMESTER THRU 7640-EXIT.
015590     IF NOT AP3-DATA-VALID
015600         MOVE "BATAL KRS GAGAL - INPUT SALAH"
015610             TO AP3-LOG-KETERANGAN
015620         GO TO 7630-EXIT
015630     END-IF.
015640     DISPLAY "MASUKKAN KODE MATA KULIAH: ".
015650     ACCEPT AP3-KRS-KODE.
015660     MOVE AP3-KRS-KEY TO KRS-KEY.
015670     PERFORM 7680-READ-KRS THRU 7680-EXIT.
015680     IF NOT AP3-RECORD-FOUND
015690         DISPLAY "MATA KULIAH TIDAK ADA PADA KRS."
015700         MOVE "BATAL KRS GAGAL - KRS TIDAK ADA"
015710             TO AP3-LOG-KETERANGAN
015720         GO TO 7630-EXIT
015730     END-IF.
015740     IF NOT KRS-BELUM-NILAI
015750         DISPLAY "MATA KULIAH SUDAH BERNILAI " KRS-NILAI
015760             ", TIDAK DAPAT DIBATALKAN."
015770         MOVE "BATAL KRS DITOLAK - SUDAH BERNILAI"
015780             TO AP3-LOG-KETERANGAN
015790         GO TO 7630-EXIT
015800     END-IF.
015810
015820     DISPLAY "YAKIN BATALKAN " AP3-KRS-KODE " DARI KRS "
015830         AP3-KRS-NPM "? (Y/T): ".
015840     ACCEPT AP3-CONFIRM.
015850     IF AP3-CONFIRM-YES
015860         DELETE KRSMAST-FILE
015870             INVALID KEY
015880                 DISPLAY "GAGAL MEMBATALKAN MATA KULIAH."
015890                 MOVE "BATAL KRS GAGAL - DELETE ERROR"
015900                     TO AP3-LOG-KETERANGAN
015910             NOT INVALID KEY
015920                 DISPLAY "MATA KULIAH DIBATALKAN DARI KRS."
015930                 MOVE "KRS DIBATALKAN" TO AP3-LOG-KETERANGAN
015940         END-DELETE
015950     ELSE
015960         DISPLAY "PEMBATALAN DIBATALKAN."
015970         MOVE "BATAL KRS DIBATALKAN" TO AP3-LOG-KETERANGAN
015980     END-IF.
015990 7630-EXIT.
016000     EXIT.
016010*
016020*    ---------------------------------------------------------
016030*    7640-INPUT-NPM-SEMESTER - TERIMA NPM (HARUS ADA DI
016040*    MHSMAST, RECORD-NYA TERTINGGAL DI MHS-RECORD) DAN
016050*    SEMESTER YYYYS. HASIL DITANDAI PADA AP3-VALID-SWITCH.
016060*    7645-INPUT-KODE-MTK - TERIMA KODE MATA KULIAH (HARUS ADA
016070*    DI MTKREF, RECORD-NYA TERTINGGAL DI MTK-RECORD).
016080*    ---------------------------------------------------------
016090*
016100 7640-INPUT-NPM-SEMESTER.
016110     MOVE "N" TO AP3-VALID-SWITCH.
016120     DISPLAY "MASUKKAN NPM: ".
016130     ACCEPT AP3-KRS-NPM.
016140     MOVE AP3-KRS-NPM TO MHS-NPM.
016150     READ MHSMAST-FILE
016160         INVALID KEY
016170             DISPLAY "NPM TIDAK DITEMUKAN."
016180             GO TO 7640-EXIT
016190     END-READ.
016200     DISPLAY "NAMA  : " MHS-NAMA "  KELAS : " MHS-KELAS.
016210     DISPLAY "MASUKKAN SEMESTER (YYYYS, MIS. 20261): ".
016220     ACCEPT AP3-PERIKSA-SEMESTER.
016230     IF AP3-PERIKSA-SEMESTER IS NOT NUMERIC
016240         OR NOT AP3-SEMESTER-KE-VALID
016250         DISPLAY "SEMESTER HARUS YYYYS, S = 1 (GANJIL) ATAU "
016260             "2 (GENAP)."
016270         GO TO 7640-EXIT
016280     END-IF.
016290     MOVE AP3-PERIKSA-SEMESTER TO AP3-KRS-SEMESTER.
016300     MOVE "Y" TO AP3-VALID-SWITCH.
016310 7640-EXIT.
016320     EXIT.
016330
016340 7645-INPUT-KODE-MTK.
016350     MOVE "N" TO AP3-VALID-SWITCH.
016360     DISPLAY "MASUKKAN KODE MATA KULIAH: ".
016370     ACCEPT AP3-KRS-KODE.
016380     MOVE AP3-KRS-KODE TO MTK-KODE.
016390     READ MTKREF-FILE
016400         INVALID KEY
016410             DISPLAY "KODE MATA KULIAH TIDAK ADA DI MTKREF."
016420             GO TO 7645-EXIT
016430     END-READ.
016440     DISPLAY "MATA KULIAH : " MTK-NAMA "  SKS : " MTK-SKS.
016450     MOVE "Y" TO AP3-VALID-SWITCH.
016460 7645-EXIT.
016470     EXIT.
016480*
016490*    ---------------------------------------------------------
016500*    7650-PERIKSA-KELAS-MTK - KELAS MAHASISWA HARUS ADA DI
016510*    DAFTAR KELAS MATA KULIAH; DAFTAR KOSONG BERARTI SEMUA
016520*    KELAS. HASIL DITANDAI PADA AP3-KELAS-OK-SWITCH.
016530*    ---------------------------------------------------------
016540*
016550 7650-PERIKSA-KELAS-MTK.
016560     IF MTK-KELAS-LIST = SPACES
016570         MOVE "Y" TO AP3-KELAS-OK-SWITCH
016580         GO TO 7650-EXIT
016590     END-IF.
016600     MOVE "N" TO AP3-KELAS-OK-SWITCH.
016610     PERFORM 7655-PERIKSA-ONE THRU 7655-EXIT
016620         VARYING AP3-KRS-SUB FROM 1 BY 1
016630         UNTIL AP3-KRS-SUB > 5 OR AP3-KELAS-OK.
016640 7650-EXIT.
016650     EXIT.
016660
016670 7655-PERIKSA-ONE.
016680     IF MTK-KELAS-IZIN (AP3-KRS-SUB) = MHS-KELAS
016690         MOVE "Y" TO AP3-KELAS-OK-SWITCH
016700     END-IF.
016710 7655-EXIT.
016720     EXIT.
016730*
016740*    ---------------------------------------------------------
016750*    7660-HITUNG-ISI-MTK - HITUNG PESERTA MATA KULIAH PADA
016760*    SEMESTER TERPILIH LEWAT ALTERNATE KEY KRS-SEM-MTK.
016770*    ---------------------------------------------------------
016780*
016790 7660-HITUNG-ISI-MTK.
016800     MOVE ZERO TO AP3-ISI-MTK.
016810     MOVE AP3-KRS-SEM-MTK TO KRS-SEM-MTK.
016820     START KRSMAST-FILE KEY NOT < KRS-SEM-MTK
016830         INVALID KEY
016840             GO TO 7660-EXIT
016850     END-START.
016860     MOVE "N" TO AP3-KRS-EOF-SWITCH.
016870     PERFORM 7665-HITUNG-ONE THRU 7665-EXIT
016880         UNTIL AP3-KRS-END-OF-FILE.
016890 7660-EXIT.
016900     EXIT.
016910
016920 7665-HITUNG-ONE.
016930     READ KRSMAST-FILE NEXT RECORD
016940         AT END
016950             MOVE "Y" TO AP3-KRS-EOF-SWITCH
016960             GO TO 7665-EXIT
016970     END-READ.
016980     IF KRS-SEM-MTK = AP3-KRS-SEM-MTK
016990         ADD 1 TO AP3-ISI-MTK
017000     ELSE
017010         MOVE "Y" TO AP3-KRS-EOF-SWITCH
017020     END-IF.
017030 7665-EXIT.
017040     EXIT.
017050*
017060*    ---------------------------------------------------------
017070*    7670-HITUNG-SKS - JUMLAHKAN SKS MAHASISWA PADA SEMESTER
017080*    TERPILIH (START PADA KEY UTAMA NPM + SEMESTER). PADA MENU
017090*    LIHAT KRS, SETIAP MATA KULIAH JUGA DITAMPILKAN.
017100*    ---------------------------------------------------------
017110*
017120 7670-HITUNG-SKS.
017130     MOVE ZERO TO AP3-TOTAL-SKS.
017140     MOVE AP3-KRS-NPM TO KRS-NPM.
017150     MOVE AP3-KRS-SEMESTER TO KRS-SEMESTER.
017160     MOVE LOW-VALUES TO KRS-KODE-MTK.
017170     START KRSMAST-FILE KEY NOT < KRS-KEY
017180         INVALID KEY
017190             GO TO 7670-EXIT
017200     END-START.
017210     MOVE "N" TO AP3-KRS-EOF-SWITCH.
017220     PERFORM 7675-SKS-ONE THRU 7675-EXIT
017230         UNTIL AP3-KRS-END-OF-FILE.
017240 7670-EXIT.
017250     EXIT.
017260
017270 7675-SKS-ONE.
017280     READ KRSMAST-FILE NEXT RECORD
017290         AT END
017300             MOVE "Y" TO AP3-KRS-EOF-SWITCH
017310             GO TO 7675-EXIT
017320     END-READ.
017330     IF KRS-NPM NOT = AP3-KRS-NPM
017340         OR KRS-SEMESTER NOT = AP3-KRS-SEMESTER
017350         MOVE "Y" TO AP3-KRS-EOF-SWITCH
017360         GO TO 7675-EXIT
017370     END-IF.
017380     ADD KRS-SKS TO AP3-TOTAL-SKS.
017390     IF AP3-KRS-PILIHAN = 1
017400         MOVE KRS-KODE-MTK TO MTK-KODE
017410         READ MTKREF-FILE
017420             INVALID KEY
017430                 MOVE SPACES TO MTK-NAMA
017440         END-READ
017450         DISPLAY KRS-KODE-MTK " " MTK-NAMA " " KRS-SKS
017460         ADD 1 TO AP3-MTK-DIAMBIL
017470     END-IF.
017480 7675-EXIT.
017490     EXIT.
017500*
017510 7680-READ-KRS.
017520     READ KRSMAST-FILE
017530         INVALID KEY
017540             MOVE "N" TO AP3-FOUND-SWITCH
017550         NOT INVALID KEY
017560             MOVE "Y" TO AP3-FOUND-SWITCH
017570     END-READ.
017580 7680-EXIT.
017590     EXIT.
017600*
017610*    ---------------------------------------------------------
017620*    7700-PROSES-KONTAK - SUBMENU KONTAK DAN WALI MAHASISWA
017630*    (FILE MHSKONT). LIHAT DAN TAMBAH UNTUK SEMUA OPERATOR;
017640*    UBAH DAN HAPUS HANYA UNTUK SUPERVISOR, SAMA DENGAN ATURAN
017650*    MENU 5 DAN 6 PADA MASTER.
017660*    ---------------------------------------------------------
017670*
017680 7700-PROSES-KONTAK.
017690     IF NOT AP3-KONTAK-TERSEDIA
017700         DISPLAY "FILE KONTAK TIDAK TERSEDIA."
017710         MOVE "KONTAK GAGAL - FILE TIDAK TERSEDIA"
017720             TO AP3-LOG-KETERANGAN
017730         GO TO 7700-EXIT
017740     END-IF.
017750     DISPLAY "KONTAK DAN WALI MAHASISWA - PILIH: ".
017760     DISPLAY "1. LIHAT KONTAK".
017770     DISPLAY "2. TAMBAH KONTAK".
017780     DISPLAY "3. UBAH KONTAK".
017790     DISPLAY "4. HAPUS KONTAK".
017800     DISPLAY "5. KEMBALI".
017810     ACCEPT AP3-KTK-PILIHAN.
017820
017830     EVALUATE AP3-KTK-PILIHAN
017840         WHEN 1
017850             PERFORM 7710-LIHAT-KONTAK THRU 7710-EXIT
017860         WHEN 2
017870             PERFORM 7720-TAMBAH-KONTAK THRU 7720-EXIT
017880         WHEN 3
017890             IF AP3-SUPERVISOR
017900                 PERFORM 7730-UBAH-KONTAK THRU 7730-EXIT
017910             ELSE
017920                 DISPLAY "UBAH KONTAK HANYA UNTUK SUPERVISOR."
017930                 MOVE "UBAH KONTAK DITOLAK - BUKAN SUPERVISOR"
017940                     TO AP3-LOG-KETERANGAN
017950             END-IF
017960         WHEN 4
017970             IF AP3-SUPERVISOR
017980                 PERFORM 7740-HAPUS-KONTAK THRU 7740-EXIT
017990             ELSE
018000                 DISPLAY "HAPUS KONTAK HANYA UNTUK SUPERVISOR."
018010                 MOVE "HAPUS KONTAK DITOLAK - BUKAN SUPERVISOR"
018020                     TO AP3-LOG-KETERANGAN
018030             END-IF
018040         WHEN 5
018050             MOVE "KONTAK - KEMBALI KE MENU" TO AP3-LOG-KETERANGAN
018060         WHEN OTHER
018070             DISPLAY "PILIHAN TIDAK ADA, KEMBALI KE MENU."
018080             MOVE "KONTAK - PILIHAN TIDAK ADA"
018090                 TO AP3-LOG-KETERANGAN
018100     END-EVALUATE.
018110 7700-EXIT.
018120     EXIT.
018130*
018140*    ---------------------------------------------------------
018150*    7710-LIHAT-KONTAK - TAMPILKAN DATA KONTAK DAN WALI SATU
018160*    MAHASISWA.
018170*    ---------------------------------------------------------
018180*
018190 7710-LIHAT-KONTAK.
018200     PERFORM 7750-INPUT-NPM-KONTAK THRU 7750-EXIT.
018210     IF NOT AP3-DATA-VALID
018220         MOVE "LIHAT KONTAK GAGAL - NPM TIDAK ADA"
018230             TO AP3-LOG-KETERANGAN
018240         GO TO 7710-EXIT
018250     END-IF.
018260     IF NOT AP3-RECORD-FOUND
018270         DISPLAY "BELUM ADA DATA KONTAK UNTUK NPM INI."
018280         MOVE "LIHAT KONTAK - BELUM ADA" TO AP3-LOG-KETERANGAN
018290         GO TO 7710-EXIT
018300     END-IF.
018310     PERFORM 7760-TAMPIL-KONTAK THRU 7760-EXIT.
018320     MOVE "KONTAK DILIHAT" TO AP3-LOG-KETERANGAN.
018330 7710-EXIT.
018340     EXIT.
018350*
018360*    ---------------------------------------------------------
018370*    7720-TAMBAH-KONTAK - REKAM DATA KONTAK BARU UNTUK
018380*    MAHASISWA YANG ADA DI MHSMAST DAN BELUM PUNYA KONTAK.
018390*    ALAMAT BARIS 1 DAN KOTA WAJIB DIISI; HUBUNGAN WALI
018400*    A (AYAH), I (IBU) ATAU L (LAINNYA).
018410*    ---------------------------------------------------------
018420*
018430 7720-TAMBAH-KONTAK.
018440     PERFORM 7750-INPUT-NPM-KONTAK THRU 7750-EXIT.
018450     IF NOT AP3-DATA-VALID
018460         MOVE "TAMBAH KONTAK GAGAL - NPM TIDAK ADA"
018470             TO AP3-LOG-KETERANGAN
018480         GO TO 7720-EXIT
018490     END-IF.
018500     IF AP3-RECORD-FOUND
018510         DISPLAY "KONTAK SUDAH ADA, GUNAKAN UBAH KONTAK."
018520         MOVE "TAMBAH KONTAK DITOLAK - SUDAH ADA"
018530             TO AP3-LOG-KETERANGAN
018540         GO TO 7720-EXIT
018550     END-IF.
018560
018570     MOVE SPACES TO KTK-RECORD.
018580     MOVE AP3-KTK-NPM TO KTK-NPM.
018590     DISPLAY "ALAMAT BARIS 1 : ".
018600     ACCEPT KTK-ALAMAT-1.
018610     DISPLAY "ALAMAT BARIS 2 : ".
018620     ACCEPT KTK-ALAMAT-2.
018630     DISPLAY "KOTA           : ".
018640     ACCEPT KTK-KOTA.
018650     DISPLAY "KODE POS       : ".
018660     ACCEPT KTK-KODE-POS.
018670     DISPLAY "TELEPON        : ".
018680     ACCEPT KTK-TELEPON.
018690     DISPLAY "EMAIL          : ".
018700     ACCEPT KTK-EMAIL.
018710     DISPLAY "NAMA WALI      : ".
018720     ACCEPT KTK-WALI-NAMA.
018730     DISPLAY "HUBUNGAN WALI (A=AYAH, I=IBU, L=LAINNYA): ".
018740     ACCEPT KTK-WALI-HUBUNGAN.
018750     DISPLAY "TELEPON WALI   : ".
018760     ACCEPT KTK-WALI-TELEPON.
018770     IF KTK-ALAMAT-1 = SPACES OR KTK-KOTA = SPACES
018780         DISPLAY "ALAMAT DAN KOTA WAJIB DIISI, KONTAK TIDAK "
018790             "DISIMPAN."
018800         MOVE "TAMBAH KONTAK GAGAL - ALAMAT KOSONG"
018810             TO AP3-LOG-KETERANGAN
018820         GO TO 7720-EXIT
018830     END-IF.
018840     IF KTK-WALI-HUBUNGAN NOT = SPACE
018850         AND NOT KTK-WALI-HUB-VALID
018860         DISPLAY "KODE HUBUNGAN WALI TIDAK DIKENAL, KONTAK TIDAK "
018870             "DISIMPAN."
018880         MOVE "TAMBAH KONTAK GAGAL - HUBUNGAN WALI"
018890             TO AP3-LOG-KETERANGAN
018900         GO TO 7720-EXIT
018910     END-IF.
018920     MOVE AP3-SYSTEM-DATE TO KTK-TANGGAL-UBAH.
018930     WRITE KTK-RECORD
018940         INVALID KEY
018950             DISPLAY "GAGAL MENYIMPAN KONTAK."
018960             MOVE "TAMBAH KONTAK GAGAL - WRITE ERROR"
018970                 TO AP3-LOG-KETERANGAN
018980         NOT INVALID KEY
018990             DISPLAY "DATA KONTAK BERHASIL DISIMPAN."
019000             MOVE "KONTAK DITAMBAH" TO AP3-LOG-KETERANGAN
019010     END-WRITE.
019020 7720-EXIT.
019030     EXIT.
019040*
019050*    ---------------------------------------------------------
019060*    7730-UBAH-KONTAK - UBAH DATA KONTAK YANG ADA. FIELD YANG
019070*    DIKOSONGKAN (TIDAK DIISI) TIDAK DIUBAH.
019080*    ---------------------------------------------------------
019090*
019100 7730-UBAH-KONTAK.
019110     PERFORM 7750-INPUT-NPM-KONTAK THRU 7750-EXIT.
019120     IF NOT AP3-RECORD-FOUND
019130         DISPLAY "KONTAK TIDAK DITEMUKAN, TIDAK DAPAT DIUBAH."
019140         MOVE "UBAH KONTAK GAGAL - TIDAK DITEMUKAN"
019150             TO AP3-LOG-KETERANGAN
019160         GO TO 7730-EXIT
019170     END-IF.
019180     DISPLAY "DATA SAAT INI :".
019190     PERFORM 7760-TAMPIL-KONTAK THRU 7760-EXIT.
019200     DISPLAY "ISI DATA BARU (KOSONGKAN JIKA TIDAK BERUBAH)".
019210
019220     DISPLAY "ALAMAT BARIS 1 : ".
019230     ACCEPT AP3-KTK-ISIAN.
019240     IF AP3-KTK-ISIAN NOT = SPACES
019250         MOVE AP3-KTK-ISIAN TO KTK-ALAMAT-1
019260     END-IF.
019270     DISPLAY "ALAMAT BARIS 2 : ".
019280     ACCEPT AP3-KTK-ISIAN.
019290     IF AP3-KTK-ISIAN NOT = SPACES
019300         MOVE AP3-KTK-ISIAN TO KTK-ALAMAT-2
019310     END-IF.
019320     DISPLAY "KOTA           : ".
019330     ACCEPT AP3-KTK-ISIAN.
019340     IF AP3-KTK-ISIAN NOT = SPACES
019350         MOVE AP3-KTK-ISIAN TO KTK-KOTA
019360     END-IF.
019370     DISPLAY "KODE POS       : ".
019380     ACCEPT AP3-KTK-ISIAN.
019390     IF AP3-KTK-ISIAN NOT = SPACES
019400         MOVE AP3-KTK-ISIAN TO KTK-KODE-POS
019410     END-IF.
019420     DISPLAY "TELEPON        : ".
019430     ACCEPT AP3-KTK-ISIAN.
019440     IF AP3-KTK-ISIAN NOT = SPACES
019450         MOVE AP3-KTK-ISIAN TO KTK-TELEPON
019460     END-IF.
019470     DISPLAY "EMAIL          : ".
019480     ACCEPT AP3-KTK-ISIAN.
019490     IF AP3-KTK-ISIAN NOT = SPACES
019500         MOVE AP3-KTK-ISIAN TO KTK-EMAIL
019510     END-IF.
019520     DISPLAY "NAMA WALI      : ".
019530     ACCEPT AP3-KTK-ISIAN.
019540     IF AP3-KTK-ISIAN NOT = SPACES
019550         MOVE AP3-KTK-ISIAN TO KTK-WALI-NAMA
019560     END-IF.
019570     DISPLAY "HUBUNGAN WALI (A=AYAH, I=IBU, L=LAINNYA): ".
019580     ACCEPT AP3-KTK-HUBUNGAN.
019590     IF AP3-KTK-HUBUNGAN NOT = SPACE
019600         IF AP3-KTK-HUB-VALID
019610             MOVE AP3-KTK-HUBUNGAN TO KTK-WALI-HUBUNGAN
019620         ELSE
019630             DISPLAY "KODE HUBUNGAN TIDAK DIKENAL, HUBUNGAN "
019640                 "TIDAK DIUBAH."
019650         END-IF
019660     END-IF.
019670     DISPLAY "TELEPON WALI   : ".
019680     ACCEPT AP3-KTK-ISIAN.
019690     IF AP3-KTK-ISIAN NOT = SPACES
019700         MOVE AP3-KTK-ISIAN TO KTK-WALI-TELEPON
019710     END-IF.
019720
019730     MOVE AP3-SYSTEM-DATE TO KTK-TANGGAL-UBAH.
019740     REWRITE KTK-RECORD
019750         INVALID KEY
019760             DISPLAY "GAGAL MENYIMPAN PERUBAHAN KONTAK."
019770             MOVE "UBAH KONTAK GAGAL - REWRITE ERROR"
019780                 TO AP3-LOG-KETERANGAN
019790         NOT INVALID KEY
019800             DISPLAY "DATA KONTAK BERHASIL DIUBAH."
019810             MOVE "KONTAK DIUBAH" TO AP3-LOG-KETERANGAN
019820     END-REWRITE.
019830 7730-EXIT.
019840     EXIT.
019850*
019860*    ---------------------------------------------------------
019870*    7740-HAPUS-KONTAK - HAPUS DATA KONTAK SETELAH KONFIRMASI.
019880*    KONTAK YANG NPM-NYA SUDAH TIDAK ADA DI MASTER JUGA DAPAT
019890*    DIHAPUS DI SINI.
019900*    ---------------------------------------------------------
019910*
019920 7740-HAPUS-KONTAK.
019930     PERFORM 7750-INPUT-NPM-KONTAK THRU 7750-EXIT.
019940     IF NOT AP3-RECORD-FOUND
019950         DISPLAY "KONTAK TIDAK DITEMUKAN."
019960         MOVE "HAPUS KONTAK GAGAL - TIDAK DITEMUKAN"
019970             TO AP3-LOG-KETERANGAN
019980         GO TO 7740-EXIT
019990     END-IF.
020000     PERFORM 7760-TAMPIL-KONTAK THRU 7760-EXIT.
020010     DISPLAY "YAKIN HAPUS KONTAK NPM " AP3-KTK-NPM "? (Y/T): ".
020020     ACCEPT AP3-CONFIRM.
020030     IF AP3-CONFIRM-YES
020040         DELETE MHSKONT-FILE
020050             INVALID KEY
020060                 DISPLAY "GAGAL MENGHAPUS KONTAK."
020070                 MOVE "HAPUS KONTAK GAGAL - DELETE ERROR"
020080                     TO AP3-LOG-KETERANGAN
020090             NOT INVALID KEY
020100                 DISPLAY "DATA KONTAK DIHAPUS."
020110                 MOVE "KONTAK DIHAPUS" TO AP3-LOG-KETERANGAN
020120         END-DELETE
020130     ELSE
020140         DISPLAY "PENGHAPUSAN DIBATALKAN."
020150         MOVE "HAPUS KONTAK DIBATALKAN" TO AP3-LOG-KETERANGAN
020160     END-IF.
020170 7740-EXIT.
020180     EXIT.
020190*
020200*    ---------------------------------------------------------
020210*    7750-INPUT-NPM-KONTAK - TERIMA NPM, CARI DI MHSMAST
020220*    (AP3-VALID-SWITCH) DAN DI MHSKONT (AP3-FOUND-SWITCH,
020230*    RECORD-NYA TERTINGGAL DI KTK-RECORD).
020240*    7760-TAMPIL-KONTAK - TAMPILKAN ISI KTK-RECORD.
020250*    ---------------------------------------------------------
020260*
020270 7750-INPUT-NPM-KONTAK.
020280     MOVE "N" TO AP3-VALID-SWITCH.
020290     DISPLAY "MASUKKAN NPM: ".
020300     ACCEPT AP3-KTK-NPM.
020310     MOVE AP3-KTK-NPM TO MHS-NPM.
020320     READ MHSMAST-FILE
020330         INVALID KEY
020340             DISPLAY "NPM TIDAK ADA DI MASTER."
020350         NOT INVALID KEY
020360             DISPLAY "NAMA  : " MHS-NAMA "  KELAS : " MHS-KELAS
020370             MOVE "Y" TO AP3-VALID-SWITCH
020380     END-READ.
020390     MOVE AP3-KTK-NPM TO KTK-NPM.
020400     READ MHSKONT-FILE
020410         INVALID KEY
020420             MOVE "N" TO AP3-FOUND-SWITCH
020430         NOT INVALID KEY
020440             MOVE "Y" TO AP3-FOUND-SWITCH
020450     END-READ.
020460 7750-EXIT.
020470     EXIT.
020480
020490 7760-TAMPIL-KONTAK.
020500     DISPLAY "-------------------------------".
020510     DISPLAY "ALAMAT         : " KTK-ALAMAT-1.
020520     DISPLAY "                 " KTK-ALAMAT-2.
020530     DISPLAY "KOTA/KODE POS  : " KTK-KOTA " " KTK-KODE-POS.
020540     DISPLAY "TELEPON        : " KTK-TELEPON.
020550     DISPLAY "EMAIL          : " KTK-EMAIL.
020560     DISPLAY "WALI           : " KTK-WALI-NAMA " ("
020570         KTK-WALI-HUBUNGAN ")".
020580     DISPLAY "TELEPON WALI   : " KTK-WALI-TELEPON.
020590     DISPLAY "TERAKHIR DIUBAH: " KTK-TANGGAL-UBAH.
020600     DISPLAY "-------------------------------".
020610 7760-EXIT.
020620     EXIT.

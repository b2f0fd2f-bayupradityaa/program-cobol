000470*                     GAGAL DI TENGAH MELANJUTKAN SESUDAH
000480*                     TRANSAKSI TERAKHIR YANG DIPROSES, BUKAN
000490*                     MENGULANG DARI AWAL.
000491*    15/10/26   BPA   NPM OTOMATIS: TAMBAH DENGAN TRN-NPM KOSONG
000492*                     (ATAU HANYA PREFIX PROGRAM 2 DIGIT) DIBERI
000493*                     NPM BERIKUTNYA DARI FILE KONTROL NPMCTL
000494*                     (COPYBOOK NPMCTLR) PER TAHUN ANGKATAN DAN
000495*                     PREFIX; NPM YANG DIBERIKAN TERCETAK PADA
000496*                     INTKRPT. NOMOR URUT TIDAK PERNAH DIPAKAI
000497*                     ULANG, JUGA SETELAH RESTART INTKCHKP.
000498*    15/10/26   BPA   DAFTAR TUNGGU: TAMBAH YANG DITOLAK KARENA
000499*                     KELAS PENUH DIMASUKKAN KE FILE MHSANTRI
000500*                     (COPYBOOK ANTRIR) DAN TERCETAK DENGAN STATUS
000501*                     TUNGGU; MHSALOK MENDAFTARKANNYA KE MASTER
000502*                     BEGITU ADA KURSI KOSONG.
000503*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000504*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000505*                     JUMLAH DIBACA/DITERAPKAN/DITOLAK) UNTUK
000506*                     LAPORAN SIKLUS MHSSIKL. KODE SELESAI
000507*                     JUGA MENJADI RETURN CODE STEP.
000508*    ---------------------------------------------------------
000510*
000520*    BATCH JOB INI MEMBACA FILE TRANSAKSI MHSTRAN (SATU RECORD
000530*    PER MAHASISWA, KODE AKSI T=TAMBAH U=UBAH H=HAPUS DIIKUTI
000570*    TAMBAH, NPM TIDAK ADA PADA UBAH/HAPUS, TANGGAL SALAH).
000580*    PADA UBAH, FIELD YANG DIKOSONGKAN (SPASI / TANGGAL NOL)
000590*    TIDAK DIUBAH, SAMA SEPERTI MENU 5 PADA TUGAS1AP3.
000591*
000592*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000593*    RUNCTLR). KODE SELESAI 00 = NORMAL, 04 = ADA TRANSAKSI
000594*    DITOLAK, 08 = FILE TIDAK DAPAT DIBUKA ATAU BATCH DITOLAK,
000595*    12 = RUN DITOLAK KARENA MHSRUN TIDAK DAPAT DIBUKA.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000920         RELATIVE KEY IS IN-CHKPT-KEY
000930         FILE STATUS IS INTKCHKP-STATUS.
000940
000941     SELECT NPMCTL-FILE ASSIGN TO NPMCTL
000942         ORGANIZATION IS INDEXED
000943         ACCESS MODE IS DYNAMIC
000944         RECORD KEY IS NCT-KEY
000945         FILE STATUS IS NPMCTL-STATUS.
000946
000947     SELECT MHSANTRI-FILE ASSIGN TO MHSANTRI
000948         ORGANIZATION IS INDEXED
000949         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS ANT-KEY
000951         ALTERNATE RECORD KEY IS ANT-NPM WITH DUPLICATES
000952         FILE STATUS IS MHSANTRI-STATUS.
000953
000954     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000955         ORGANIZATION IS INDEXED
000956         ACCESS MODE IS DYNAMIC
000957         RECORD KEY IS RUN-PROGRAM
000958         FILE STATUS IS MHSRUN-STATUS.
000959
000960 DATA DIVISION.
000961 FILE SECTION.
000970 FD  MHSTRAN-FILE.
000980     COPY MHSTRNR.
000990
001160     05  ICHK-FLAG               PIC X(01).
001170         88  ICHK-IN-PROGRESS        VALUE "P".
001180         88  ICHK-COMPLETE           VALUE "C".
001181
001182 FD  NPMCTL-FILE.
001183     COPY NPMCTLR.
001184
001185 FD  MHSANTRI-FILE.
001186     COPY ANTRIR.
001187
001188 FD  MHSRUN-FILE.
001189     COPY RUNCTLR.
001190
001200 WORKING-STORAGE SECTION.
001210 77  MHSTRAN-STATUS               PIC XX    VALUE SPACES.
001690 77  IN-RESUME-SEQ                PIC 9(05) VALUE ZERO.
001700 77  IN-SKIP-COUNT                PIC 9(05) VALUE ZERO.
001710*
001711*    PEMBERIAN NPM OTOMATIS (FILE KONTROL NPMCTL, COPYBOOK
001712*    NPMCTLR). IN-NPM-BARU DISUSUN TAHUN(4) + URUT(4), ATAU
001713*    PREFIX(2) + TAHUN(2) + URUT(4) BILA PREFIX DIISI.
001714*
001715 77  NPMCTL-STATUS                PIC XX    VALUE SPACES.
001716     88  NPMCTL-OK                    VALUE "00".
001717 77  IN-NPMCTL-SWITCH             PIC X(01) VALUE "N".
001718     88  IN-NPMCTL-TERSEDIA           VALUE "Y".
001719 77  IN-AUTO-SWITCH               PIC X(01) VALUE "N".
001720     88  IN-AUTO-NPM                  VALUE "Y".
001721 77  IN-NPM-HABIS-SWITCH          PIC X(01) VALUE "N".
001722     88  IN-NPM-HABIS                 VALUE "Y".
001723 77  IN-AUTO-COUNT                PIC 9(05) VALUE ZERO.
001724 77  IN-NPM-TAHUN                 PIC 9(04) VALUE ZERO.
001725 77  IN-NPM-PREFIX                PIC X(02) VALUE SPACES.
001726 01  IN-NPM-BARU.
001727     05  IN-NB-TAHUN              PIC 9(04).
001728     05  IN-NB-URUT               PIC 9(04).
001729 01  IN-NPM-BARU-PREFIX REDEFINES IN-NPM-BARU.
001730     05  IN-NBP-PREFIX            PIC X(02).
001731     05  IN-NBP-TAHUN             PIC 9(02).
001732     05  IN-NBP-URUT              PIC 9(04).
001733*
001734*    DAFTAR TUNGGU KELAS PENUH (FILE MHSANTRI, COPYBOOK ANTRIR).
001735*    TANGGAL/JAM ANTRIAN TERAKHIR DISIMPAN SUPAYA URUTAN
001736*    TRANSAKSI DALAM SATU BATCH TETAP TERJAGA WALAUPUN JAMNYA
001737*    SAMA.
001738*
001739 77  MHSANTRI-STATUS              PIC XX    VALUE SPACES.
001740     88  MHSANTRI-OK                  VALUE "00".
001741 77  IN-ANTRI-SWITCH              PIC X(01) VALUE "N".
001742     88  IN-ANTRI-TERSEDIA            VALUE "Y".
001743 77  IN-ANT-EOF-SWITCH            PIC X(01) VALUE "N".
001744     88  IN-ANT-END-OF-FILE           VALUE "Y".
001745 77  IN-ANT-ADA-SWITCH            PIC X(01) VALUE "N".
001746     88  IN-ANT-SUDAH-ADA             VALUE "Y".
001747 77  IN-ANTRI-COUNT               PIC 9(05) VALUE ZERO.
001748 77  IN-ANT-TGL-AKHIR             PIC 9(08) VALUE ZERO.
001749 77  IN-ANT-JAM-AKHIR             PIC 9(08) VALUE ZERO.
001750*
001751*    TANGGAL TRANSAKSI DIPERIKSA DENGAN BATAS YANG SAMA SEPERTI
001752*    VALIDASI ENTRI PADA TUGAS1AP3 (HARI 1-31, BULAN 1-12).
001753*
001754 01  IN-PERIKSA-TANGGAL.
001760     05  IN-PERIKSA-HARI          PIC 9(02).
001770         88  IN-HARI-VALID            VALUES 1 THRU 31.
001780     05  IN-PERIKSA-BULAN         PIC 9(02).
001790         88  IN-BULAN-VALID           VALUES 1 THRU 12.
001800     05  IN-PERIKSA-TAHUN         PIC 9(04).
001801*
001802*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
001803*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
001804*
001805 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
001806     88  MHSRUN-OK                    VALUE "00".
001807 77  IN-RUN-SWITCH                PIC X(01) VALUE "Y".
001808     88  IN-RUN-BOLEH                 VALUE "Y".
001809 77  IN-RUN-KODE                  PIC 9(02) VALUE ZERO.
001810 77  IN-RUN-BACA                  PIC 9(07) VALUE ZERO.
001811 77  IN-RUN-PROSES                PIC 9(07) VALUE ZERO.
001812 77  IN-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
001813 77  IN-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
001814 77  IN-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
001815 77  IN-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
001816 77  IN-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
001817 01  IN-RUN-MULAI.
001818     05  IN-RM-TANGGAL            PIC 9(08) VALUE ZERO.
001819     05  IN-RM-JAM                PIC 9(08) VALUE ZERO.
001820
001821 01  RPT-TITLE-LINE               PIC X(45) VALUE
001830     "LAPORAN INTAKE TRANSAKSI REGISTRASI MHSMAST".
001840 01  RPT-DETAIL-LINE.
001850     05  FILLER                  PIC X(03) VALUE SPACES.
002120     05  FILLER                  PIC X(25) VALUE
002130         "DILEWATI (RESTART)    : ".
002140     05  RPT-T-SKIP              PIC ZZZZ9.
002141 01  RPT-AUTO-LINE.
002142     05  FILLER                  PIC X(25) VALUE
002143         "NPM DIBERIKAN OTOMATIS: ".
002144     05  RPT-T-AUTO              PIC ZZZZ9.
002145 01  RPT-ANTRI-LINE.
002146     05  FILLER                  PIC X(25) VALUE
002147         "MASUK DAFTAR TUNGGU   : ".
002148     05  RPT-T-ANTRI             PIC ZZZZ9.
002150 01  RPT-REFUSE-HDR-LINE          PIC X(60) VALUE
002160     "*** BATCH DITOLAK: HEADER/TRAILER BATCH TIDAK ADA ***".
002170 01  RPT-REFUSE-SELISIH-LINE      PIC X(60) VALUE
002310*    ===========================================================
002320*
002330 0000-MAINLINE.
002332     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
002334     IF NOT IN-RUN-BOLEH
002336         STOP RUN
002338     END-IF.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002360         UNTIL IN-END-OF-FILE.
002390     END-IF.
002400     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002411     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
002418     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
002420     STOP RUN.
002430*
002440*    ---------------------------------------------------------
002520     IF NOT MHSTRAN-OK
002530         DISPLAY "ERROR BUKA FILE TRANSAKSI MHSTRAN, STATUS = "
002540             MHSTRAN-STATUS
002542         MOVE 08 TO IN-RUN-KODE
002550         MOVE "Y" TO IN-EOF-SWITCH
002560         GO TO 1000-EXIT
002570     END-IF.
002640     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT.
002650     CLOSE MHSTRAN-FILE.
002660     IF NOT IN-BATCH-OK
002662         MOVE 08 TO IN-RUN-KODE
002664         MOVE "BATCH DITOLAK - HEADER/TRAILER TIDAK COCOK"
002666             TO IN-RUN-KETERANGAN
002670         MOVE "Y" TO IN-EOF-SWITCH
002680         GO TO 1000-EXIT
002690     END-IF.
002780     IF NOT MHSMAST-OK
002790         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
002800             MHSMAST-STATUS
002802         MOVE 08 TO IN-RUN-KODE
002810         MOVE "Y" TO IN-EOF-SWITCH
002820         GO TO 1000-EXIT
002830     END-IF.
002910     IF NOT KELASREF-OK
002920         DISPLAY "ERROR BUKA FILE REFERENSI KELAS, STATUS = "
002930             KELASREF-STATUS
002932         MOVE 08 TO IN-RUN-KODE
002940         MOVE "Y" TO IN-EOF-SWITCH
002950         GO TO 1000-EXIT
002960     END-IF.
003260                 REWRITE ICHK-RECORD
003270             END-IF
003280     END-READ.
003282
003284     PERFORM 1050-BUKA-NPM-ANTRI THRU 1050-EXIT.
003290
003300     MOVE "N" TO IN-EOF-SWITCH.
003310 1000-EXIT.
004270         GO TO 2000-EXIT
004280     END-IF.
004290     ADD 1 TO IN-READ-COUNT.
004292     MOVE "N" TO IN-AUTO-SWITCH.
004300
004310     EVALUATE TRUE
004320         WHEN TRN-TAMBAH
004480*    ---------------------------------------------------------
004490*    2100-APPLY-TAMBAH - TAMBAH MAHASISWA BARU. DITOLAK BILA
004500*    NPM SUDAH TERDAFTAR ATAU TANGGAL LAHIRNYA SALAH.
004502*    TRN-NPM KOSONG (ATAU HANYA BERISI PREFIX PROGRAM 2 DIGIT)
004504*    BERARTI NPM DIBERIKAN OTOMATIS OLEH 2500-ASSIGN-NPM SETELAH
004506*    SEMUA PEMERIKSAAN LAIN LOLOS.
004508*    TAMBAH KE KELAS YANG PENUH MASUK DAFTAR TUNGGU (2550).
004510*    ---------------------------------------------------------
004520*
004530 2100-APPLY-TAMBAH.
004531     IF TRN-NPM = SPACES
004532         MOVE "Y" TO IN-AUTO-SWITCH
004533         MOVE SPACES TO IN-NPM-PREFIX
004534     ELSE
004535         IF TRN-NPM (1:2) IS NUMERIC
004536             AND TRN-NPM (3:6) = SPACES
004537             MOVE "Y" TO IN-AUTO-SWITCH
004538             MOVE TRN-NPM (1:2) TO IN-NPM-PREFIX
004539         END-IF
004541     END-IF.
004542     IF NOT IN-AUTO-NPM AND TRN-NPM IS NOT NUMERIC
004550         MOVE "NPM BUKAN 8 DIGIT ANGKA" TO IN-ALASAN
004560         PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004570         GO TO 2100-EXIT
004770     END-READ.
004780     PERFORM 2400-HITUNG-ISI-KELAS THRU 2400-EXIT.
004790     IF IN-ISI-KELAS >= KLS-KAPASITAS
004792         PERFORM 2550-MASUK-ANTRIAN THRU 2550-EXIT
004794         IF IN-DATA-VALID
004796             PERFORM 2850-WRITE-TUNGGU THRU 2850-EXIT
004798         ELSE
004802             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004804         END-IF
004820         GO TO 2100-EXIT
004830     END-IF.
004840
004841     IF IN-AUTO-NPM
004842         PERFORM 2500-ASSIGN-NPM THRU 2500-EXIT
004843         IF NOT IN-DATA-VALID
004844             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
004845             GO TO 2100-EXIT
004846         END-IF
004847     END-IF.
004850     MOVE TRN-NPM TO MHS-NPM.
004860     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
004870     IF IN-RECORD-FOUND
005080             PERFORM 2800-WRITE-TOLAK THRU 2800-EXIT
005090         NOT INVALID KEY
005100             PERFORM 2900-WRITE-TERIMA THRU 2900-EXIT
005102             IF IN-AUTO-NPM
005104                 ADD 1 TO IN-AUTO-COUNT
005106             END-IF
005110             MOVE "T" TO JRN-AKSI
005120             MOVE MHS-NPM TO JRN-NPM
005130             MOVE SPACES TO JRN-BEFORE-IMAGE
006680     EXIT.
006690*
006700*    ---------------------------------------------------------
006702*    2800/2850/2900 - CETAK SATU BARIS DETAIL TOLAK, TUNGGU
006704*    ATAU TERIMA PADA LAPORAN DAN TAMBAH COUNTER YANG SESUAI.
006730*    ---------------------------------------------------------
006740*
006750 2800-WRITE-TOLAK.
006790 2800-EXIT.
006800     EXIT.
006810
006811 2850-WRITE-TUNGGU.
006812     ADD 1 TO IN-REJECT-COUNT.
006813     ADD 1 TO IN-ANTRI-COUNT.
006814     MOVE "TUNGGU" TO RPT-D-STATUS.
006815     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
006816 2850-EXIT.
006817     EXIT.
006818
006820 2900-WRITE-TERIMA.
006830     ADD 1 TO IN-APPLIED-COUNT.
006840     MOVE "TERIMA" TO RPT-D-STATUS.
006850     MOVE SPACES TO IN-ALASAN.
006852     IF IN-AUTO-NPM
006854         MOVE "NPM DIBERIKAN OTOMATIS" TO IN-ALASAN
006856     END-IF.
006860     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
006870 2900-EXIT.
006880     EXIT.
007440     MOVE IN-REJECT-COUNT TO RPT-T-REJECT.
007450     MOVE SPACES TO RPT-LINE.
007460     WRITE RPT-LINE FROM RPT-TOTAL-REJECT-LINE.
007461     IF IN-AUTO-COUNT > ZERO
007462         MOVE IN-AUTO-COUNT TO RPT-T-AUTO
007463         MOVE SPACES TO RPT-LINE
007464         WRITE RPT-LINE FROM RPT-AUTO-LINE
007465     END-IF.
007470     IF IN-SKIP-COUNT > ZERO
007480         MOVE IN-SKIP-COUNT TO RPT-T-SKIP
007490         MOVE SPACES TO RPT-LINE
007500         WRITE RPT-LINE FROM RPT-SKIP-LINE
007510     END-IF.
007511     IF IN-ANTRI-COUNT > ZERO
007512         MOVE IN-ANTRI-COUNT TO RPT-T-ANTRI
007513         MOVE SPACES TO RPT-LINE
007514         WRITE RPT-LINE FROM RPT-ANTRI-LINE
007515     END-IF.
007520 3000-EXIT.
007530     EXIT.
007540*
007710     CLOSE INTKRPT-FILE.
007720     CLOSE MHSJRN-FILE.
007730     CLOSE INTKCHKP-FILE.
007731     IF IN-NPMCTL-TERSEDIA
007732         CLOSE NPMCTL-FILE
007733     END-IF.
007734     IF IN-ANTRI-TERSEDIA
007735         CLOSE MHSANTRI-FILE
007736     END-IF.
007740 9000-EXIT.
007750     EXIT.
007760*
007770*    ---------------------------------------------------------
007780*    1050-BUKA-NPM-ANTRI - BUKA FILE KONTROL NPM (NPMCTL) DAN
007790*    DAFTAR TUNGGU (MHSANTRI), DIBUAT BILA BELUM ADA. FILE YANG
007800*    TIDAK TERBUKA HANYA MENONAKTIFKAN NPM OTOMATIS ATAU DAFTAR
007810*    TUNGGU; BATCH TETAP BERJALAN.
007820*    ---------------------------------------------------------
007830*
007840 1050-BUKA-NPM-ANTRI.
007850     OPEN I-O NPMCTL-FILE.
007860     IF NPMCTL-STATUS = "35"
007870         OPEN OUTPUT NPMCTL-FILE
007880         CLOSE NPMCTL-FILE
007890         OPEN I-O NPMCTL-FILE
007900     END-IF.
007910     IF NPMCTL-OK
007920         MOVE "Y" TO IN-NPMCTL-SWITCH
007930     ELSE
007940         DISPLAY "PERINGATAN: FILE KONTROL NPMCTL TIDAK TERBUKA, "
007950             "STATUS = " NPMCTL-STATUS
007960         DISPLAY "TAMBAH TANPA NPM AKAN DITOLAK."
007970     END-IF.
007980
007990     OPEN I-O MHSANTRI-FILE.
008000     IF MHSANTRI-STATUS = "35"
008010         OPEN OUTPUT MHSANTRI-FILE
008020         CLOSE MHSANTRI-FILE
008030         OPEN I-O MHSANTRI-FILE
008040     END-IF.
008050     IF MHSANTRI-OK
008060         MOVE "Y" TO IN-ANTRI-SWITCH
008070     ELSE
008080         DISPLAY "PERINGATAN: FILE DAFTAR TUNGGU MHSANTRI TIDAK "
008090             "TERBUKA, STATUS = " MHSANTRI-STATUS
008100         DISPLAY "KELAS PENUH DITOLAK TANPA DAFTAR TUNGGU."
008110     END-IF.
008120 1050-EXIT.
008130     EXIT.
008140*
008150*    ---------------------------------------------------------
008160*    2500-ASSIGN-NPM - BERI NPM BARU DARI FILE KONTROL NPMCTL
008170*    UNTUK TAMBAH DENGAN TRN-NPM KOSONG. TAHUN ANGKATAN DIAMBIL
008180*    DARI TANGGAL BATCH (HEADER), PREFIX DARI IN-NPM-PREFIX.
008190*    RECORD KONTROL DITULIS ULANG SEBELUM MASTER DITULIS,
008200*    SEHINGGA NOMOR YANG SUDAH KELUAR TIDAK PERNAH DIPAKAI LAGI.
008210*    NOMOR YANG TERNYATA SUDAH ADA DI MASTER (NPM YANG DULU
008220*    DIKETIK MANUAL) DILEWATI. BILA TRANSAKSI INI SUDAH
008230*    MENDAPAT NOMOR SEBELUM RUN TERHENTI (BATCH DAN NOMOR URUT
008240*    TRANSAKSI SAMA), NOMOR ITU DIPAKAI KEMBALI UNTUK TRANSAKSI
008250*    YANG SAMA. NPM HASIL DITARUH DI TRN-NPM; HASIL DITANDAI
008260*    PADA IN-VALID-SWITCH, ALASAN TOLAK DI IN-ALASAN.
008270*    ---------------------------------------------------------
008280*
008290 2500-ASSIGN-NPM.
008300     MOVE "N" TO IN-VALID-SWITCH.
008310     IF NOT IN-NPMCTL-TERSEDIA
008320         MOVE "FILE NPMCTL TIDAK TERSEDIA" TO IN-ALASAN
008330         GO TO 2500-EXIT
008340     END-IF.
008350     DIVIDE IN-BATCH-TANGGAL BY 10000 GIVING IN-NPM-TAHUN.
008360     MOVE IN-NPM-TAHUN TO NCT-TAHUN.
008370     MOVE IN-NPM-PREFIX TO NCT-PREFIX.
008380     READ NPMCTL-FILE
008390         INVALID KEY
008400             MOVE 1 TO NCT-NEXT-SEQ
008410             MOVE SPACES TO NCT-LAST-NPM NCT-LAST-SUMBER
008420             MOVE ZERO TO NCT-LAST-BATCH NCT-LAST-TRN-SEQ
008430             MOVE IN-BATCH-TANGGAL TO NCT-TANGGAL-UBAH
008440             WRITE NCT-RECORD
008450                 INVALID KEY
008460                     MOVE "WRITE NPMCTL GAGAL" TO IN-ALASAN
008470                     GO TO 2500-EXIT
008480             END-WRITE
008490     END-READ.
008500
008510     IF NCT-LAST-SUMBER = "MHSINTAK"
008520         AND NCT-LAST-BATCH = IN-BATCH-TANGGAL
008530         AND NCT-LAST-TRN-SEQ = IN-SEQ-COUNT
008540         MOVE NCT-LAST-NPM TO TRN-NPM
008550         MOVE "Y" TO IN-VALID-SWITCH
008560         GO TO 2500-EXIT
008570     END-IF.
008580
008590     MOVE "N" TO IN-NPM-HABIS-SWITCH.
008600     PERFORM 2510-NEXT-NPM THRU 2510-EXIT
008610         UNTIL IN-DATA-VALID OR IN-NPM-HABIS.
008620     IF IN-NPM-HABIS
008630         MOVE "NOMOR URUT NPM HABIS" TO IN-ALASAN
008640         GO TO 2500-EXIT
008650     END-IF.
008660
008670     MOVE IN-NPM-BARU TO NCT-LAST-NPM.
008680     MOVE "MHSINTAK" TO NCT-LAST-SUMBER.
008690     MOVE IN-BATCH-TANGGAL TO NCT-LAST-BATCH.
008700     MOVE IN-SEQ-COUNT TO NCT-LAST-TRN-SEQ.
008710     ACCEPT NCT-TANGGAL-UBAH FROM DATE YYYYMMDD.
008720     REWRITE NCT-RECORD
008730         INVALID KEY
008740             MOVE "N" TO IN-VALID-SWITCH
008750             MOVE "REWRITE NPMCTL GAGAL" TO IN-ALASAN
008760             GO TO 2500-EXIT
008770     END-REWRITE.
008780     MOVE IN-NPM-BARU TO TRN-NPM.
008790 2500-EXIT.
008800     EXIT.
008810
008820 2510-NEXT-NPM.
008830     IF NCT-NEXT-SEQ > 9999
008840         MOVE "Y" TO IN-NPM-HABIS-SWITCH
008850         GO TO 2510-EXIT
008860     END-IF.
008870     IF IN-NPM-PREFIX = SPACES
008880         MOVE IN-NPM-TAHUN TO IN-NB-TAHUN
008890         MOVE NCT-NEXT-SEQ TO IN-NB-URUT
008900     ELSE
008910         MOVE IN-NPM-PREFIX TO IN-NBP-PREFIX
008920         MOVE IN-NPM-TAHUN TO IN-NBP-TAHUN
008930         MOVE NCT-NEXT-SEQ TO IN-NBP-URUT
008940     END-IF.
008950     ADD 1 TO NCT-NEXT-SEQ.
008960     MOVE IN-NPM-BARU TO MHS-NPM.
008970     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
008980     IF NOT IN-RECORD-FOUND
008990         MOVE "Y" TO IN-VALID-SWITCH
009000     END-IF.
009010 2510-EXIT.
009020     EXIT.
009030*
009040*    ---------------------------------------------------------
009050*    2550-MASUK-ANTRIAN - TAMBAH YANG DITOLAK KARENA KELAS
009060*    PENUH DIMASUKKAN KE DAFTAR TUNGGU MHSANTRI (COPYBOOK
009070*    ANTRIR) DENGAN TANGGAL/JAM SAAT INI, SUPAYA MHSALOK DAPAT
009080*    MENDAFTARKANNYA BEGITU ADA KURSI KOSONG. TAMBAH TANPA NPM
009090*    DIBERI NPM DULU (2500-ASSIGN-NPM). NPM YANG SUDAH DI
009100*    MASTER TIDAK DIANTRIKAN, DAN NPM YANG MASIH MENUNGGU
009110*    (MISALNYA TRANSAKSI YANG DIULANG SETELAH RESTART) TIDAK
009120*    DIMASUKKAN DUA KALI. HASIL PADA IN-VALID-SWITCH ("Y" =
009130*    MASUK DAFTAR TUNGGU), ALASAN PADA IN-ALASAN.
009140*    ---------------------------------------------------------
009150*
009160 2550-MASUK-ANTRIAN.
009170     MOVE "N" TO IN-VALID-SWITCH.
009180     MOVE "KELAS PENUH" TO IN-ALASAN.
009190     IF NOT IN-ANTRI-TERSEDIA
009200         GO TO 2550-EXIT
009210     END-IF.
009220     IF IN-AUTO-NPM
009230         PERFORM 2500-ASSIGN-NPM THRU 2500-EXIT
009240         IF NOT IN-DATA-VALID
009250             GO TO 2550-EXIT
009260         END-IF
009270         MOVE "N" TO IN-VALID-SWITCH
009280     END-IF.
009290     MOVE TRN-NPM TO MHS-NPM.
009300     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
009310     IF IN-RECORD-FOUND
009320         MOVE "NPM SUDAH TERDAFTAR" TO IN-ALASAN
009330         GO TO 2550-EXIT
009340     END-IF.
009350     PERFORM 2560-CARI-ANTRIAN THRU 2560-EXIT.
009360     IF IN-ANT-SUDAH-ADA
009370         MOVE "KELAS PENUH - SUDAH MENUNGGU" TO IN-ALASAN
009380         GO TO 2550-EXIT
009390     END-IF.
009400
009410     MOVE TRN-KELAS TO ANT-KELAS.
009420     ACCEPT ANT-TANGGAL FROM DATE YYYYMMDD.
009430     ACCEPT ANT-JAM FROM TIME.
009440     IF ANT-TANGGAL = IN-ANT-TGL-AKHIR
009450         AND ANT-JAM NOT > IN-ANT-JAM-AKHIR
009460         COMPUTE ANT-JAM = IN-ANT-JAM-AKHIR + 1
009470     END-IF.
009480     MOVE TRN-NPM TO ANT-NPM.
009490     MOVE TRN-NAMA TO ANT-NAMA.
009500     MOVE TRN-TANGGAL-LAHIR TO ANT-TANGGAL-LAHIR.
009510     MOVE TRN-HOBI TO ANT-HOBI.
009520     MOVE TRN-STATUS TO ANT-STATUS-MHS.
009530     MOVE "MHSINTAK" TO ANT-SUMBER.
009540     SET ANT-MENUNGGU TO TRUE.
009550     MOVE ZERO TO ANT-TANGGAL-PROSES.
009560     MOVE SPACES TO ANT-KETERANGAN.
009570     WRITE ANT-RECORD
009580         INVALID KEY
009590             MOVE "KELAS PENUH - GAGAL ANTRI" TO IN-ALASAN
009600             GO TO 2550-EXIT
009610     END-WRITE.
009620     MOVE ANT-TANGGAL TO IN-ANT-TGL-AKHIR.
009630     MOVE ANT-JAM TO IN-ANT-JAM-AKHIR.
009640     MOVE "KELAS PENUH - DAFTAR TUNGGU" TO IN-ALASAN.
009650     MOVE "Y" TO IN-VALID-SWITCH.
009660 2550-EXIT.
009670     EXIT.
009680
009690 2560-CARI-ANTRIAN.
009700     MOVE "N" TO IN-ANT-ADA-SWITCH.
009710     MOVE TRN-NPM TO ANT-NPM.
009720     START MHSANTRI-FILE KEY = ANT-NPM
009730         INVALID KEY
009740             GO TO 2560-EXIT
009750     END-START.
009760     MOVE "N" TO IN-ANT-EOF-SWITCH.
009770     PERFORM 2565-CARI-ONE THRU 2565-EXIT
009780         UNTIL IN-ANT-END-OF-FILE OR IN-ANT-SUDAH-ADA.
009790 2560-EXIT.
009800     EXIT.
009810
009820 2565-CARI-ONE.
009830     READ MHSANTRI-FILE NEXT RECORD
009840         AT END
009850             MOVE "Y" TO IN-ANT-EOF-SWITCH
009860             GO TO 2565-EXIT
009870     END-READ.
009880     IF ANT-NPM NOT = TRN-NPM
009890         MOVE "Y" TO IN-ANT-EOF-SWITCH
009900         GO TO 2565-EXIT
009910     END-IF.
009920     IF ANT-MENUNGGU
009930         MOVE "Y" TO IN-ANT-ADA-SWITCH
009940     END-IF.
009950 2565-EXIT.
009960     EXIT.
009970*
009980*    ---------------------------------------------------------
009990*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
010000*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
010010*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
010020*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
010030*    ---------------------------------------------------------
010040*
010050 8700-RUN-MULAI.
010060     ACCEPT IN-RM-TANGGAL FROM DATE YYYYMMDD.
010070     ACCEPT IN-RM-JAM FROM TIME.
010080     OPEN I-O MHSRUN-FILE.
010090     IF MHSRUN-STATUS = "35"
010100         OPEN OUTPUT MHSRUN-FILE
010110         CLOSE MHSRUN-FILE
010120         OPEN I-O MHSRUN-FILE
010130     END-IF.
010140     IF NOT MHSRUN-OK
010150         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
010160             MHSRUN-STATUS
010170         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
010180         MOVE "N" TO IN-RUN-SWITCH
010190         MOVE 12 TO IN-RUN-KODE
010200         MOVE IN-RUN-KODE TO RETURN-CODE
010210         GO TO 8700-EXIT
010220     END-IF.
010230     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
010231     IF NOT IN-RUN-BOLEH
010232         CLOSE MHSRUN-FILE
010233         GO TO 8700-EXIT
010234     END-IF.
010240     MOVE "MHSINTAK" TO RUN-PROGRAM.
010250     READ MHSRUN-FILE
010260         INVALID KEY
010270             PERFORM 8720-RUN-BARU THRU 8720-EXIT
010280     END-READ.
010290     MOVE IN-RUN-SIKLUS TO RUN-SIKLUS.
010300     MOVE IN-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
010310     MOVE IN-RM-TANGGAL TO RUN-TGL-MULAI.
010320     MOVE IN-RM-JAM TO RUN-JAM-MULAI.
010330     MOVE ZERO TO RUN-JML-BACA.
010340     MOVE ZERO TO RUN-JML-PROSES.
010350     MOVE ZERO TO RUN-JML-TOLAK.
010360     IF IN-RUN-BOLEH
010370         MOVE "J" TO RUN-STATUS
010380         MOVE ZERO TO RUN-KODE
010390         MOVE ZERO TO RUN-TGL-SELESAI
010400         MOVE ZERO TO RUN-JAM-SELESAI
010410         MOVE SPACES TO RUN-KETERANGAN
010420     ELSE
010430         MOVE 12 TO IN-RUN-KODE
010440         MOVE "T" TO RUN-STATUS
010450         MOVE IN-RUN-KODE TO RUN-KODE
010460         MOVE IN-RM-TANGGAL TO RUN-TGL-SELESAI
010470         MOVE IN-RM-JAM TO RUN-JAM-SELESAI
010480         MOVE IN-RUN-KETERANGAN TO RUN-KETERANGAN
010490         MOVE IN-RUN-KODE TO RETURN-CODE
010500         DISPLAY "RUN DITOLAK: " IN-RUN-KETERANGAN
010510     END-IF.
010520     REWRITE RUN-RECORD.
010530     IF NOT MHSRUN-OK
010540         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
010550     END-IF.
010560     CLOSE MHSRUN-FILE.
010570 8700-EXIT.
010580     EXIT.
010590*
010600*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
010610*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
010620*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
010630*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
010640*
010650 8710-BACA-SIKLUS.
010660     MOVE "*SIKLUS*" TO RUN-PROGRAM.
010670     READ MHSRUN-FILE
010680         INVALID KEY
010690             MOVE SPACES TO RUN-KONTROL
010700             MOVE IN-RM-TANGGAL TO RUN-C-SIKLUS
010710             MOVE IN-RM-TANGGAL TO RUN-C-BUKA-TGL
010720             MOVE IN-RM-JAM TO RUN-C-BUKA-JAM
010730             MOVE ZERO TO RUN-C-TAHUN
010740             MOVE ZERO TO RUN-C-TAHUN-TGL
010750             MOVE ZERO TO RUN-C-TAHUN-JAM
010760             MOVE ZERO TO RUN-C-TAHUN-TUTUP
010770             WRITE RUN-RECORD
010775             IF NOT MHSRUN-OK
010780                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
010785                     MHSRUN-STATUS
010790                 DISPLAY "RUN DITOLAK: "
010795                     "STATUS RUN TIDAK DAPAT DICATAT"
010800                 MOVE "N" TO IN-RUN-SWITCH
010805                 MOVE 12 TO IN-RUN-KODE
010810                 MOVE IN-RUN-KODE TO RETURN-CODE
010815                 GO TO 8710-EXIT
010820             END-IF
010825     END-READ.
010830     MOVE RUN-C-SIKLUS TO IN-RUN-SIKLUS.
010835     MOVE RUN-C-TAHUN-STATUS TO IN-RUN-TAHUN-STATUS.
010840     IF RUN-C-TAHUN-BUKA
010845         MOVE RUN-C-TAHUN TO IN-RUN-TAHUN
010850     ELSE
010855         MOVE ZERO TO IN-RUN-TAHUN
010860     END-IF.
010865 8710-EXIT.
010870     EXIT.
010880*
010890 8720-RUN-BARU.
010900     MOVE SPACES TO RUN-DATA.
010910     MOVE ZERO TO RUN-KODE.
010920     MOVE ZERO TO RUN-OK-SIKLUS.
010930     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
010940     MOVE ZERO TO RUN-OK-TGL-MULAI.
010950     MOVE ZERO TO RUN-OK-JAM-MULAI.
010960     MOVE ZERO TO RUN-OK-TGL-SELESAI.
010970     MOVE ZERO TO RUN-OK-JAM-SELESAI.
010980     WRITE RUN-RECORD.
010990 8720-EXIT.
011000     EXIT.
011001*
011002*    ---------------------------------------------------------
011003*    8780-RUN-HASIL - TENTUKAN KODE SELESAI DAN JUMLAH RECORD
011004*    RUN UNTUK DICATAT DI MHSRUN.
011005*    ---------------------------------------------------------
011006*
011007 8780-RUN-HASIL.
011008     MOVE IN-READ-COUNT TO IN-RUN-BACA.
011009     MOVE IN-APPLIED-COUNT TO IN-RUN-PROSES.
011010     MOVE IN-REJECT-COUNT TO IN-RUN-TOLAK.
011011     IF IN-RUN-KODE = ZERO
011012         AND IN-REJECT-COUNT > ZERO
011013         MOVE 04 TO IN-RUN-KODE
011014     END-IF.
011015 8780-EXIT.
011016     EXIT.
011017*
011020*    ---------------------------------------------------------
011030*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
011040*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
011050*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
011060*    CODE STEP.
011070*    ---------------------------------------------------------
011080*
011090 8790-RUN-SELESAI.
011100     MOVE IN-RUN-KODE TO RETURN-CODE.
011110     OPEN I-O MHSRUN-FILE.
011120     IF NOT MHSRUN-OK
011130         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
011140             MHSRUN-STATUS
011150         GO TO 8790-EXIT
011160     END-IF.
011170     MOVE "MHSINTAK" TO RUN-PROGRAM.
011180     READ MHSRUN-FILE
011190         INVALID KEY
011200             DISPLAY "RECORD RUN MHSINTAK HILANG DARI MHSRUN"
011210             CLOSE MHSRUN-FILE
011220             GO TO 8790-EXIT
011230     END-READ.
011240     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
011250     ACCEPT RUN-JAM-SELESAI FROM TIME.
011260     MOVE IN-RUN-KODE TO RUN-KODE.
011270     MOVE IN-RUN-BACA TO RUN-JML-BACA.
011280     MOVE IN-RUN-PROSES TO RUN-JML-PROSES.
011290     MOVE IN-RUN-TOLAK TO RUN-JML-TOLAK.
011300     MOVE IN-RUN-KETERANGAN TO RUN-KETERANGAN.
011310     IF IN-RUN-KODE < 8
011320         MOVE "S" TO RUN-STATUS
011330         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
011340         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
011350         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
011360         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
011370         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
011380         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
011390     ELSE
011400         MOVE "G" TO RUN-STATUS
011410     END-IF.
011420     REWRITE RUN-RECORD.
011430     IF NOT MHSRUN-OK
011440         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
011450     END-IF.
011460     CLOSE MHSRUN-FILE.
011470     DISPLAY "MHSINTAK SELESAI DENGAN KODE " IN-RUN-KODE.
011480 8790-EXIT.
011490     EXIT.

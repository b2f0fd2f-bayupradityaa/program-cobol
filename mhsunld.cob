000240*                     REORGANISASI DAN DISASTER RECOVERY.
000242*    02/09/26   BPA   BAWA STATUS MAHASISWA (MHS-STATUS) KE
000244*                     RECORD BACKUP (BKP-STATUS).
000245*    15/10/26   BPA   GENERASI BACKUP: SETIAP RUN MENDAPAT NOMOR
000246*                     GENERASI BARU DI KATALOG MHSBKCAT (COPYBOOK
000247*                     BKCATR) BERISI TANGGAL/JAM, JUMLAH RECORD
000248*                     DAN POSISI JURNAL MHSJRN SAAT UNLOAD.
000249*                     BACKUP DITULIS KE FILE SLOT MHSBKUP1-
000250*                     MHSBKUP3 BERGILIR; GENERASI TERTUA YANG
000251*                     SLOTNYA DIPAKAI ULANG DITANDAI LEPAS.
000252*                     MHSBKUP TIDAK LAGI DITIMPA OLEH JOB INI.
000253*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000254*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000255*                     JUMLAH RECORD) UNTUK LAPORAN SIKLUS
000256*                     MHSSIKL. RUN SUKSES TERAKHIR MENJADI
000257*                     PRASYARAT BACKUP SEGAR MHSARCH DAN
000258*                     MHSPROMO.
000259*    ---------------------------------------------------------
000260*
000270*    BATCH JOB INI MEMBACA MHSMAST SECARA URUT NPM DAN MENULIS
000280*    SETIAP MHS-RECORD SEBAGAI RECORD DATA ("D") KE FILE BACKUP
000281*    GENERASI (MHSBKUP1, MHSBKUP2 ATAU MHSBKUP3), DIAKHIRI SATU
000282*    RECORD TRAILER ("T") BERISI JUMLAH RECORD DATA, NOMOR
000283*    GENERASI DAN POSISI JURNAL. FILE BACKUP DIBACA KEMBALI OLEH
000284*    MHSRELD UNTUK MEMBANGUN ULANG MASTER, LALU MHSRFWD MEMUTAR
000285*    JURNAL MULAI TEPAT SESUDAH POSISI TERSEBUT.
000286*
000287*    DISIMPAN UN-MAX-GENERASI GENERASI. GENERASI KE-N MEMAKAI
000288*    SLOT ((N - 1) MOD UN-MAX-GENERASI) + 1, SEHINGGA GENERASI
000289*    BARU SELALU MENIMPA SLOT GENERASI TERTUA. GENERASI BERSTATUS
000291*    "P" DI KATALOG BERARTI UNLOAD TERHENTI SEBELUM TRAILER DAN
000292*    TIDAK BOLEH DIRELOAD.
000293*
000294*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000295*    RUNCTLR). KODE SELESAI 00 = GENERASI AKTIF, 08 = UNLOAD
000296*    GAGAL (GENERASI TIDAK DIAKTIFKAN), 12 = RUN DITOLAK KARENA
000297*    MHSRUN TIDAK DAPAT DIBUKA. MHSARCH DAN MHSPROMO HANYA MAU
000298*    JALAN BILA RUN SUKSES TERAKHIR PROGRAM INI DIMULAI SESUDAH
000299*    PERUBAHAN MASTER TERAKHIR.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000392         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000400         FILE STATUS IS MHSMAST-STATUS.
000410
000412     SELECT MHSBKUP1-FILE ASSIGN TO MHSBKUP1
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MHSBKUP-STATUS.
000441
000442     SELECT MHSBKUP2-FILE ASSIGN TO MHSBKUP2
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS MHSBKUP-STATUS.
000445
000446     SELECT MHSBKUP3-FILE ASSIGN TO MHSBKUP3
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS MHSBKUP-STATUS.
000449
000450     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000451         ORGANIZATION IS INDEXED
000452         ACCESS MODE IS DYNAMIC
000453         RECORD KEY IS BKC-GENERASI
000454         FILE STATUS IS MHSBKCAT-STATUS.
000455
000456     SELECT MHSJRN-FILE ASSIGN TO MHSJRN
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS MHSJRN-STATUS.
000459
000460     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000461         ORGANIZATION IS INDEXED
000462         ACCESS MODE IS DYNAMIC
000463         RECORD KEY IS RUN-PROGRAM
000464         FILE STATUS IS MHSRUN-STATUS.
000465
000466 DATA DIVISION.
000470 FILE SECTION.
000480 FD  MHSMAST-FILE.
000490     COPY MHSREC.
000500
000501 FD  MHSBKUP1-FILE.
000502 01  MHSBKUP1-RECORD              PIC X(58).
000503
000504 FD  MHSBKUP2-FILE.
000505 01  MHSBKUP2-RECORD              PIC X(58).
000506
000507 FD  MHSBKUP3-FILE.
000508 01  MHSBKUP3-RECORD              PIC X(58).
000509
000511 FD  MHSBKCAT-FILE.
000512     COPY BKCATR.
000513
000514 FD  MHSJRN-FILE.
000515     COPY MHSJRNR.
000516
000517 FD  MHSRUN-FILE.
000518     COPY RUNCTLR.
000530
000540 WORKING-STORAGE SECTION.
000550 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000560 77  MHSBKUP-STATUS               PIC XX    VALUE SPACES.
000562 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000564     88  MHSBKCAT-OK                  VALUE "00".
000566 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
000570 77  UN-EOF-SWITCH                PIC X(01) VALUE "N".
000580     88  UN-END-OF-FILE               VALUE "Y".
000590 77  UN-UNLOAD-COUNT              PIC 9(07) VALUE ZERO.
000591 77  UN-BKUP-SWITCH               PIC X(01) VALUE "N".
000592     88  UN-BKUP-OPEN                 VALUE "Y".
000593 77  UN-CAT-SWITCH                PIC X(01) VALUE "N".
000594     88  UN-CAT-OPEN                  VALUE "Y".
000595 77  UN-JRN-EOF-SWITCH            PIC X(01) VALUE "N".
000596     88  UN-JRN-END                   VALUE "Y".
000597 77  UN-MAX-GENERASI              PIC 9(01) VALUE 3.
000598 77  UN-GENERASI                  PIC 9(05) VALUE ZERO.
000599 77  UN-GENERASI-LEPAS            PIC 9(05) VALUE ZERO.
000600 77  UN-SLOT                      PIC 9(01) VALUE ZERO.
000601 77  UN-HASIL-BAGI                PIC 9(05) VALUE ZERO.
000602 77  UN-JRN-COUNT                 PIC 9(09) VALUE ZERO.
000603 77  UN-POSISI-JRN                PIC 9(09) VALUE ZERO.
000604 77  UN-TANGGAL                   PIC 9(08) VALUE ZERO.
000605 77  UN-JAM                       PIC 9(08) VALUE ZERO.
000606*
000607*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
000608*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
000609*
000610 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
000611     88  MHSRUN-OK                    VALUE "00".
000612 77  UN-RUN-SWITCH                PIC X(01) VALUE "Y".
000613     88  UN-RUN-BOLEH                 VALUE "Y".
000614 77  UN-RUN-KODE                  PIC 9(02) VALUE ZERO.
000615 77  UN-RUN-BACA                  PIC 9(07) VALUE ZERO.
000616 77  UN-RUN-PROSES                PIC 9(07) VALUE ZERO.
000617 77  UN-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
000618 77  UN-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
000619 77  UN-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
000620 77  UN-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
000621 77  UN-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
000622 01  UN-RUN-MULAI.
000623     05  UN-RM-TANGGAL            PIC 9(08) VALUE ZERO.
000624     05  UN-RM-JAM                PIC 9(08) VALUE ZERO.
000625*
000626*    RECORD BACKUP DISUSUN DI SINI LALU DITULIS KE FILE SLOT
000627*    GENERASI YANG SEDANG DIPAKAI.
000628*
000629     COPY MHSBKPR.
000630
000631 PROCEDURE DIVISION.
000632*
000633*    ===========================================================
000640*    0000-MAINLINE - BUKA FILE, UNLOAD SEMUA RECORD MASTER,
000650*    TULIS TRAILER, TUTUP FILE.
000660*    ===========================================================
000670*
000680 0000-MAINLINE.
000682     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
000684     IF NOT UN-RUN-BOLEH
000686         STOP RUN
000688     END-IF.
000690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000700     PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
000710         UNTIL UN-END-OF-FILE.
000720     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000732     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
000736     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
000740     STOP RUN.
000750*
000760*    ---------------------------------------------------------
000770*    1000-INITIALIZE - BUKA MASTER DAN FILE BACKUP. MASTER
000780*    DIBUAT KOSONG JIKA BELUM ADA, SAMA SEPERTI TUGAS1AP3.
000782*    LALU CATAT GENERASI BARU DI KATALOG DAN BUKA FILE SLOT
000784*    GENERASI TERSEBUT.
000790*    ---------------------------------------------------------
000800*
000810 1000-INITIALIZE.
000890         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
000900             MHSMAST-STATUS
000910         MOVE "Y" TO UN-EOF-SWITCH
000912         MOVE 08 TO UN-RUN-KODE
000920         GO TO 1000-EXIT
000930     END-IF.
000932     PERFORM 1100-BUKA-KATALOG THRU 1100-EXIT.
000934     IF NOT UN-CAT-OPEN
000980         MOVE "Y" TO UN-EOF-SWITCH
000981         MOVE 08 TO UN-RUN-KODE
000982         GO TO 1000-EXIT
000983     END-IF.
000984     PERFORM 1200-HITUNG-JURNAL THRU 1200-EXIT.
000985     PERFORM 1300-CATAT-GENERASI THRU 1300-EXIT.
000986     PERFORM 1400-BUKA-BACKUP THRU 1400-EXIT.
000987     IF NOT UN-BKUP-OPEN
000990         GO TO 1000-EXIT
001000     END-IF.
001010     MOVE "N" TO UN-EOF-SWITCH.
001210             MOVE MHS-TAHUN-LAHIR TO BKP-TAHUN-LAHIR
001220             MOVE MHS-HOBI TO BKP-HOBI
001222             MOVE MHS-STATUS TO BKP-STATUS
001224             PERFORM 2500-TULIS-BACKUP THRU 2500-EXIT
001240             ADD 1 TO UN-UNLOAD-COUNT
001250     END-READ.
001260 2000-EXIT.
001290*    ---------------------------------------------------------
001300*    3000-WRITE-TRAILER - TULIS RECORD TRAILER BERISI JUMLAH
001310*    RECORD DATA, LALU TAMPILKAN RINGKASAN UNLOAD.
001312*    GENERASI DI KATALOG BARU DITANDAI AKTIF ("A") SESUDAH
001314*    TRAILER TERTULIS DENGAN BAIK.
001320*    ---------------------------------------------------------
001330*
001340 3000-WRITE-TRAILER.
001342     IF NOT UN-BKUP-OPEN
001344         GO TO 3000-EXIT
001346     END-IF.
001350     IF MHSBKUP-STATUS = "00"
001360         MOVE "T" TO BKP-TYPE
001370         MOVE SPACES TO BKP-TRAILER-AREA
001380         MOVE UN-UNLOAD-COUNT TO BKP-REC-COUNT
001382         MOVE UN-GENERASI TO BKP-GENERASI
001384         MOVE UN-POSISI-JRN TO BKP-POSISI-JRN
001386         PERFORM 2500-TULIS-BACKUP THRU 2500-EXIT
001420     END-IF.
001422     PERFORM 3100-AKTIFKAN-GENERASI THRU 3100-EXIT.
001430 3000-EXIT.
001440     EXIT.
001450*
001460 9000-TERMINATE.
001470     CLOSE MHSMAST-FILE.
001471     IF UN-BKUP-OPEN
001472         EVALUATE UN-SLOT
001473             WHEN 1
001474                 CLOSE MHSBKUP1-FILE
001475             WHEN 2
001476                 CLOSE MHSBKUP2-FILE
001477             WHEN OTHER
001478                 CLOSE MHSBKUP3-FILE
001479         END-EVALUATE
001481     END-IF.
001482     IF UN-CAT-OPEN
001483         CLOSE MHSBKCAT-FILE
001484     END-IF.
001490 9000-EXIT.
001500     EXIT.
001510*
001520*    ---------------------------------------------------------
001530*    1100-BUKA-KATALOG - BUKA KATALOG GENERASI MHSBKCAT (DIBUAT
001540*    JIKA BELUM ADA) DAN BACA RECORD KONTROL 00000. RECORD
001550*    KONTROL DIBUAT DENGAN NILAI NOL PADA PEMAKAIAN PERTAMA.
001560*    UNLOAD DITOLAK SELAMA PENUTUPAN JURNAL BELUM SELESAI.
001570*    ---------------------------------------------------------
001580*
001590 1100-BUKA-KATALOG.
001600     OPEN I-O MHSBKCAT-FILE.
001610     IF MHSBKCAT-STATUS = "35"
001620         OPEN OUTPUT MHSBKCAT-FILE
001630         CLOSE MHSBKCAT-FILE
001640         OPEN I-O MHSBKCAT-FILE
001650     END-IF.
001660     IF NOT MHSBKCAT-OK
001670         DISPLAY "ERROR BUKA KATALOG MHSBKCAT, STATUS = "
001680             MHSBKCAT-STATUS
001690         GO TO 1100-EXIT
001700     END-IF.
001710     MOVE "Y" TO UN-CAT-SWITCH.
001720     MOVE ZERO TO BKC-GENERASI.
001730     READ MHSBKCAT-FILE
001740         INVALID KEY
001750             MOVE SPACES TO BKC-KONTROL
001760             MOVE ZERO TO BKC-GENERASI-AKHIR
001770             MOVE ZERO TO BKC-JRN-DASAR
001780             MOVE ZERO TO BKC-DASAR-BARU
001790             MOVE ZERO TO BKC-SISA-JRN
001800             MOVE ZERO TO BKC-TANGGAL-TUTUP
001810             MOVE ZERO TO BKC-GENERASI-RELOAD
001820             MOVE ZERO TO BKC-TANGGAL-RELOAD
001825             MOVE ZERO TO BKC-JAM-RELOAD
001830             MOVE ZERO TO BKC-JRNH-AWAL
001840             WRITE BKC-RECORD
001850     END-READ.
001860     IF NOT MHSBKCAT-OK
001870         DISPLAY "ERROR BACA KONTROL MHSBKCAT, STATUS = "
001880             MHSBKCAT-STATUS
001890         CLOSE MHSBKCAT-FILE
001900         MOVE "N" TO UN-CAT-SWITCH
001910         GO TO 1100-EXIT
001920     END-IF.
001930     IF BKC-TUTUP-BERJALAN
001940         DISPLAY "PENUTUPAN JURNAL BELUM SELESAI - JALANKAN "
001950             "MHSJTUP SEBELUM UNLOAD"
001960         MOVE "PENUTUPAN JURNAL BELUM SELESAI"
001970             TO UN-RUN-KETERANGAN
001980         CLOSE MHSBKCAT-FILE
001990         MOVE "N" TO UN-CAT-SWITCH
002000     END-IF.
002010 1100-EXIT.
002020     EXIT.
002030*
002040*    ---------------------------------------------------------
002050*    1200-HITUNG-JURNAL - HITUNG RECORD MHSJRN SAAT INI. POSISI
002060*    JURNAL GENERASI = BKC-JRN-DASAR + JUMLAH RECORD TERSEBUT.
002070*    JURNAL YANG BELUM ADA BERARTI NOL RECORD.
002080*    ---------------------------------------------------------
002090*
002100 1200-HITUNG-JURNAL.
002110     MOVE ZERO TO UN-JRN-COUNT.
002120     OPEN INPUT MHSJRN-FILE.
002130     IF MHSJRN-STATUS = "00"
002140         MOVE "N" TO UN-JRN-EOF-SWITCH
002150         PERFORM 1210-HITUNG-ONE THRU 1210-EXIT
002160             UNTIL UN-JRN-END
002170         CLOSE MHSJRN-FILE
002180     END-IF.
002190     ADD BKC-JRN-DASAR UN-JRN-COUNT GIVING UN-POSISI-JRN.
002200 1200-EXIT.
002210     EXIT.
002220*
002230 1210-HITUNG-ONE.
002240     READ MHSJRN-FILE
002250         AT END
002260             MOVE "Y" TO UN-JRN-EOF-SWITCH
002270         NOT AT END
002280             ADD 1 TO UN-JRN-COUNT
002290     END-READ.
002300 1210-EXIT.
002310     EXIT.
002320*
002330*    ---------------------------------------------------------
002340*    1300-CATAT-GENERASI - NAIKKAN NOMOR GENERASI DI RECORD
002350*    KONTROL, LEPAS GENERASI TERTUA YANG SLOTNYA AKAN DITIMPA,
002360*    DAN TULIS RECORD GENERASI BARU BERSTATUS "P". UN-GENERASI
002370*    TETAP NOL BILA KATALOG GAGAL DIPERBARUI.
002380*    ---------------------------------------------------------
002390*
002400 1300-CATAT-GENERASI.
002410     ACCEPT UN-TANGGAL FROM DATE YYYYMMDD.
002420     ACCEPT UN-JAM FROM TIME.
002430     ADD 1 TO BKC-GENERASI-AKHIR GIVING UN-GENERASI.
002440     MOVE UN-GENERASI TO BKC-GENERASI-AKHIR.
002450     REWRITE BKC-RECORD.
002460     IF NOT MHSBKCAT-OK
002470         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
002480             MHSBKCAT-STATUS
002490         MOVE ZERO TO UN-GENERASI
002500         GO TO 1300-EXIT
002510     END-IF.
002520     SUBTRACT 1 FROM UN-GENERASI GIVING UN-HASIL-BAGI.
002530     DIVIDE UN-HASIL-BAGI BY UN-MAX-GENERASI
002540         GIVING UN-HASIL-BAGI REMAINDER UN-SLOT.
002550     ADD 1 TO UN-SLOT.
002560     IF UN-GENERASI > UN-MAX-GENERASI
002570         SUBTRACT UN-MAX-GENERASI FROM UN-GENERASI
002580             GIVING UN-GENERASI-LEPAS
002590         PERFORM 1310-LEPAS-GENERASI THRU 1310-EXIT
002600     END-IF.
002610     MOVE UN-GENERASI TO BKC-GENERASI.
002620     MOVE SPACES TO BKC-DATA.
002630     MOVE "P" TO BKC-STATUS.
002640     MOVE UN-SLOT TO BKC-SLOT.
002650     MOVE UN-TANGGAL TO BKC-TANGGAL.
002660     MOVE UN-JAM TO BKC-JAM.
002670     MOVE ZERO TO BKC-JML-RECORD.
002680     MOVE UN-POSISI-JRN TO BKC-POSISI-JRN.
002690     MOVE ZERO TO BKC-TANGGAL-LEPAS.
002700     WRITE BKC-RECORD.
002710     IF NOT MHSBKCAT-OK
002720         DISPLAY "ERROR TULIS GENERASI " UN-GENERASI
002730             " KE MHSBKCAT, STATUS = " MHSBKCAT-STATUS
002740         MOVE ZERO TO UN-GENERASI
002750     END-IF.
002760 1300-EXIT.
002770     EXIT.
002780*
002790 1310-LEPAS-GENERASI.
002800     MOVE UN-GENERASI-LEPAS TO BKC-GENERASI.
002810     READ MHSBKCAT-FILE
002820         INVALID KEY
002830             GO TO 1310-EXIT
002840     END-READ.
002850     IF BKC-LEPAS
002860         GO TO 1310-EXIT
002870     END-IF.
002880     MOVE "L" TO BKC-STATUS.
002890     MOVE UN-TANGGAL TO BKC-TANGGAL-LEPAS.
002900     REWRITE BKC-RECORD.
002910     DISPLAY "GENERASI " UN-GENERASI-LEPAS " DILEPAS (SLOT "
002920         "MHSBKUP" BKC-SLOT " DIPAKAI ULANG)".
002930 1310-EXIT.
002940     EXIT.
002950*
002960*    ---------------------------------------------------------
002970*    1400-BUKA-BACKUP - BUKA FILE SLOT MHSBKUP1-MHSBKUP3 MILIK
002980*    GENERASI YANG BARU DICATAT. GAGAL BUKA MENGHENTIKAN RUN
002990*    DENGAN KODE SELESAI 08.
003000*    ---------------------------------------------------------
003010*
003020 1400-BUKA-BACKUP.
003030     IF UN-GENERASI = ZERO
003040         MOVE "Y" TO UN-EOF-SWITCH
003050         MOVE 08 TO UN-RUN-KODE
003060         GO TO 1400-EXIT
003070     END-IF.
003080     EVALUATE UN-SLOT
003090         WHEN 1
003100             OPEN OUTPUT MHSBKUP1-FILE
003110         WHEN 2
003120             OPEN OUTPUT MHSBKUP2-FILE
003130         WHEN OTHER
003140             OPEN OUTPUT MHSBKUP3-FILE
003150     END-EVALUATE.
003160     IF MHSBKUP-STATUS NOT = "00"
003170         DISPLAY "ERROR BUKA FILE BACKUP MHSBKUP" UN-SLOT
003180             ", STATUS = " MHSBKUP-STATUS
003190         MOVE "Y" TO UN-EOF-SWITCH
003200         MOVE 08 TO UN-RUN-KODE
003210         GO TO 1400-EXIT
003220     END-IF.
003230     MOVE "Y" TO UN-BKUP-SWITCH.
003240     DISPLAY "UNLOAD GENERASI " UN-GENERASI " KE MHSBKUP" UN-SLOT
003250         ", POSISI JURNAL " UN-POSISI-JRN.
003260 1400-EXIT.
003270     EXIT.
003280*
003290*    ---------------------------------------------------------
003300*    2500-TULIS-BACKUP - TULIS BKP-RECORD KE FILE SLOT GENERASI
003310*    YANG SEDANG DIPAKAI.
003320*    ---------------------------------------------------------
003330*
003340 2500-TULIS-BACKUP.
003350     EVALUATE UN-SLOT
003360         WHEN 1
003370             WRITE MHSBKUP1-RECORD FROM BKP-RECORD
003380         WHEN 2
003390             WRITE MHSBKUP2-RECORD FROM BKP-RECORD
003400         WHEN OTHER
003410             WRITE MHSBKUP3-RECORD FROM BKP-RECORD
003420     END-EVALUATE.
003430 2500-EXIT.
003440     EXIT.
003450*
003460*    ---------------------------------------------------------
003470*    3100-AKTIFKAN-GENERASI - SESUDAH TRAILER TERTULIS, TANDAI
003480*    GENERASI AKTIF ("A") DI KATALOG MHSBKCAT BESERTA JUMLAH
003490*    RECORDNYA. GAGAL TULIS ATAU UPDATE MEMBERI KODE SELESAI 08.
003500*    ---------------------------------------------------------
003510*
003520 3100-AKTIFKAN-GENERASI.
003530     IF MHSBKUP-STATUS NOT = "00"
003540         DISPLAY "ERROR TULIS MHSBKUP" UN-SLOT ", STATUS = "
003550             MHSBKUP-STATUS " - GENERASI " UN-GENERASI
003560             " TETAP BERSTATUS P"
003570         MOVE 08 TO UN-RUN-KODE
003580         GO TO 3100-EXIT
003590     END-IF.
003600     MOVE UN-GENERASI TO BKC-GENERASI.
003610     READ MHSBKCAT-FILE
003620         INVALID KEY
003630             DISPLAY "GENERASI " UN-GENERASI
003640                 " HILANG DARI MHSBKCAT"
003650             MOVE 08 TO UN-RUN-KODE
003660             GO TO 3100-EXIT
003670     END-READ.
003680     MOVE "A" TO BKC-STATUS.
003690     MOVE UN-UNLOAD-COUNT TO BKC-JML-RECORD.
003700     REWRITE BKC-RECORD.
003710     IF NOT MHSBKCAT-OK
003720         DISPLAY "ERROR UPDATE GENERASI " UN-GENERASI
003730             " DI MHSBKCAT, STATUS = " MHSBKCAT-STATUS
003740         MOVE 08 TO UN-RUN-KODE
003750         GO TO 3100-EXIT
003760     END-IF.
003770     DISPLAY "UNLOAD SELESAI, JUMLAH RECORD = "
003780         UN-UNLOAD-COUNT
003790     DISPLAY "GENERASI " UN-GENERASI " AKTIF DI MHSBKUP" UN-SLOT.
003800 3100-EXIT.
003810     EXIT.
003820*
003830*    ---------------------------------------------------------
003840*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
003850*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
003860*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
003870*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
003880*    ---------------------------------------------------------
003890*
003900 8700-RUN-MULAI.
003910     ACCEPT UN-RM-TANGGAL FROM DATE YYYYMMDD.
003920     ACCEPT UN-RM-JAM FROM TIME.
003930     OPEN I-O MHSRUN-FILE.
003940     IF MHSRUN-STATUS = "35"
003950         OPEN OUTPUT MHSRUN-FILE
003960         CLOSE MHSRUN-FILE
003970         OPEN I-O MHSRUN-FILE
003980     END-IF.
003990     IF NOT MHSRUN-OK
004000         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004010             MHSRUN-STATUS
004020         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
004030         MOVE "N" TO UN-RUN-SWITCH
004040         MOVE 12 TO UN-RUN-KODE
004050         MOVE UN-RUN-KODE TO RETURN-CODE
004060         GO TO 8700-EXIT
004070     END-IF.
004080     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
004081     IF NOT UN-RUN-BOLEH
004082         CLOSE MHSRUN-FILE
004083         GO TO 8700-EXIT
004084     END-IF.
004090     MOVE "MHSUNLD" TO RUN-PROGRAM.
004100     READ MHSRUN-FILE
004110         INVALID KEY
004120             PERFORM 8720-RUN-BARU THRU 8720-EXIT
004130     END-READ.
004140     MOVE UN-RUN-SIKLUS TO RUN-SIKLUS.
004150     MOVE UN-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
004160     MOVE UN-RM-TANGGAL TO RUN-TGL-MULAI.
004170     MOVE UN-RM-JAM TO RUN-JAM-MULAI.
004180     MOVE ZERO TO RUN-JML-BACA.
004190     MOVE ZERO TO RUN-JML-PROSES.
004200     MOVE ZERO TO RUN-JML-TOLAK.
004210     IF UN-RUN-BOLEH
004220         MOVE "J" TO RUN-STATUS
004230         MOVE ZERO TO RUN-KODE
004240         MOVE ZERO TO RUN-TGL-SELESAI
004250         MOVE ZERO TO RUN-JAM-SELESAI
004260         MOVE SPACES TO RUN-KETERANGAN
004270     ELSE
004280         MOVE 12 TO UN-RUN-KODE
004290         MOVE "T" TO RUN-STATUS
004300         MOVE UN-RUN-KODE TO RUN-KODE
004310         MOVE UN-RM-TANGGAL TO RUN-TGL-SELESAI
004320         MOVE UN-RM-JAM TO RUN-JAM-SELESAI
004330         MOVE UN-RUN-KETERANGAN TO RUN-KETERANGAN
004340         MOVE UN-RUN-KODE TO RETURN-CODE
004350         DISPLAY "RUN DITOLAK: " UN-RUN-KETERANGAN
004360     END-IF.
004370     REWRITE RUN-RECORD.
004380     IF NOT MHSRUN-OK
004390         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
004400     END-IF.
004410     CLOSE MHSRUN-FILE.
004420 8700-EXIT.
004430     EXIT.
004440*
004450*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
004460*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
004470*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
004480*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
004490*
004500 8710-BACA-SIKLUS.
004510     MOVE "*SIKLUS*" TO RUN-PROGRAM.
004520     READ MHSRUN-FILE
004530         INVALID KEY
004540             MOVE SPACES TO RUN-KONTROL
004550             MOVE UN-RM-TANGGAL TO RUN-C-SIKLUS
004560             MOVE UN-RM-TANGGAL TO RUN-C-BUKA-TGL
004570             MOVE UN-RM-JAM TO RUN-C-BUKA-JAM
004580             MOVE ZERO TO RUN-C-TAHUN
004590             MOVE ZERO TO RUN-C-TAHUN-TGL
004600             MOVE ZERO TO RUN-C-TAHUN-JAM
004610             MOVE ZERO TO RUN-C-TAHUN-TUTUP
004620             WRITE RUN-RECORD
004625             IF NOT MHSRUN-OK
004630                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
004635                     MHSRUN-STATUS
004640                 DISPLAY "RUN DITOLAK: "
004645                     "STATUS RUN TIDAK DAPAT DICATAT"
004650                 MOVE "N" TO UN-RUN-SWITCH
004655                 MOVE 12 TO UN-RUN-KODE
004660                 MOVE UN-RUN-KODE TO RETURN-CODE
004665                 GO TO 8710-EXIT
004670             END-IF
004675     END-READ.
004680     MOVE RUN-C-SIKLUS TO UN-RUN-SIKLUS.
004685     MOVE RUN-C-TAHUN-STATUS TO UN-RUN-TAHUN-STATUS.
004690     IF RUN-C-TAHUN-BUKA
004695         MOVE RUN-C-TAHUN TO UN-RUN-TAHUN
004700     ELSE
004705         MOVE ZERO TO UN-RUN-TAHUN
004710     END-IF.
004715 8710-EXIT.
004720     EXIT.
004730*
004740 8720-RUN-BARU.
004750     MOVE SPACES TO RUN-DATA.
004760     MOVE ZERO TO RUN-KODE.
004770     MOVE ZERO TO RUN-OK-SIKLUS.
004780     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
004790     MOVE ZERO TO RUN-OK-TGL-MULAI.
004800     MOVE ZERO TO RUN-OK-JAM-MULAI.
004810     MOVE ZERO TO RUN-OK-TGL-SELESAI.
004820     MOVE ZERO TO RUN-OK-JAM-SELESAI.
004830     WRITE RUN-RECORD.
004840 8720-EXIT.
004850     EXIT.
004851*
004852*    ---------------------------------------------------------
004853*    8780-RUN-HASIL - TENTUKAN JUMLAH RECORD RUN UNTUK DICATAT
004854*    DI MHSRUN. KODE 08 SUDAH DIPASANG SAAT FILE GAGAL DIBUKA.
004855*    ---------------------------------------------------------
004856*
004857 8780-RUN-HASIL.
004858     MOVE UN-UNLOAD-COUNT TO UN-RUN-BACA.
004859     MOVE UN-UNLOAD-COUNT TO UN-RUN-PROSES.
004860 8780-EXIT.
004861     EXIT.
004862*
004870*    ---------------------------------------------------------
004880*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
004890*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
004900*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
004910*    CODE STEP.
004920*    ---------------------------------------------------------
004930*
004940 8790-RUN-SELESAI.
004950     MOVE UN-RUN-KODE TO RETURN-CODE.
004960     OPEN I-O MHSRUN-FILE.
004970     IF NOT MHSRUN-OK
004980         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
004990             MHSRUN-STATUS
005000         GO TO 8790-EXIT
005010     END-IF.
005020     MOVE "MHSUNLD" TO RUN-PROGRAM.
005030     READ MHSRUN-FILE
005040         INVALID KEY
005050             DISPLAY "RECORD RUN MHSUNLD HILANG DARI MHSRUN"
005060             CLOSE MHSRUN-FILE
005070             GO TO 8790-EXIT
005080     END-READ.
005090     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
005100     ACCEPT RUN-JAM-SELESAI FROM TIME.
005110     MOVE UN-RUN-KODE TO RUN-KODE.
005120     MOVE UN-RUN-BACA TO RUN-JML-BACA.
005130     MOVE UN-RUN-PROSES TO RUN-JML-PROSES.
005140     MOVE UN-RUN-TOLAK TO RUN-JML-TOLAK.
005150     MOVE UN-RUN-KETERANGAN TO RUN-KETERANGAN.
005160     IF UN-RUN-KODE < 8
005170         MOVE "S" TO RUN-STATUS
005180         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
005190         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
005200         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
005210         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
005220         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
005230         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
005240     ELSE
005250         MOVE "G" TO RUN-STATUS
005260     END-IF.
005270     REWRITE RUN-RECORD.
005280     IF NOT MHSRUN-OK
005290         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
005300     END-IF.
005310     CLOSE MHSRUN-FILE.
005320     DISPLAY "MHSUNLD SELESAI DENGAN KODE " UN-RUN-KODE.
005330 8790-EXIT.
005340     EXIT.

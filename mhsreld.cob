000242*    02/09/26   BPA   BAWA STATUS MAHASISWA (BKP-STATUS) KE
000244*                     MASTER (MHS-STATUS); BACKUP LAMA TANPA
000246*                     STATUS DIMUAT SEBAGAI AKTIF.
000247*    15/10/26   BPA   GENERASI BACKUP: OPERATOR MEMILIH NOMOR
000248*                     GENERASI DARI KATALOG MHSBKCAT (KOSONG =
000249*                     GENERASI AKTIF TERBARU, B = FILE KONVERSI
000250*                     MHSBKUP); FILE SLOT MHSBKUP1-MHSBKUP3 DIBACA
000251*                     DAN NOMOR GENERASI PADA TRAILER DIPERIKSA.
000252*                     GENERASI YANG DIMUAT DICATAT DI RECORD
000253*                     KONTROL UNTUK TITIK MULAI MHSRFWD,
000255*                     BERSAMA TANGGAL DAN JAM RELOAD.
000257*    ---------------------------------------------------------
000260*
000270*    BATCH JOB INI MEMBACA FILE BACKUP MHSBKUP (COPYBOOK
000280*    MHSBKPR), MENULIS SETIAP RECORD DATA ("D") KE MASTER
000310*    ("T"). RECORD YANG GAGAL DIMUAT (MISALNYA NPM GANDA) DAN
000320*    SELISIH TRAILER DICETAK PADA LAPORAN RELDRPT.
000330*
000331*    FILE BACKUP DIPILIH LEWAT KATALOG GENERASI MHSBKCAT (COPYBOOK
000332*    BKCATR): GENERASI BERSTATUS "A" DITAMPILKAN DAN OPERATOR
000333*    MENGISI NOMORNYA. SETELAH RELOAD LENGKAP DAN TRAILER COCOK,
000334*    NOMOR GENERASI DITULIS KE BKC-GENERASI-RELOAD SEHINGGA
000335*    MHSRFWD MULAI TEPAT SESUDAH POSISI JURNAL GENERASI ITU.
000336*    RELOAD DARI MHSBKUP (PILIHAN B, ATAU BILA KATALOG BELUM ADA)
000337*    MENGOSONGKAN BKC-GENERASI-RELOAD; MHSRFWD LALU MEMINTA
000338*    TANGGAL MULAI SEPERTI SEBELUMNYA.
000339*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MHSBKUP-FILE ASSIGN TO MHSBKUP
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS MHSBKUP-STATUS.
000391
000392     SELECT MHSBKUP1-FILE ASSIGN TO MHSBKUP1
000393         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS MHSBKUP-STATUS.
000395
000396     SELECT MHSBKUP2-FILE ASSIGN TO MHSBKUP2
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS MHSBKUP-STATUS.
000399
000400     SELECT MHSBKUP3-FILE ASSIGN TO MHSBKUP3
000401         ORGANIZATION IS LINE SEQUENTIAL
000402         FILE STATUS IS MHSBKUP-STATUS.
000403
000404     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000405         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS BKC-GENERASI
000408         FILE STATUS IS MHSBKCAT-STATUS.
000409
000410     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MHSBKUP-FILE.
000531 01  MHSBKUP-RECORD               PIC X(58).
000532
000533 FD  MHSBKUP1-FILE.
000534 01  MHSBKUP1-RECORD              PIC X(58).
000535
000536 FD  MHSBKUP2-FILE.
000537 01  MHSBKUP2-RECORD              PIC X(58).
000538
000539 FD  MHSBKUP3-FILE.
000541 01  MHSBKUP3-RECORD              PIC X(58).
000542
000543 FD  MHSBKCAT-FILE.
000544     COPY BKCATR.
000550
000560 FD  MHSMAST-FILE.
000570     COPY MHSREC.
000730 77  RL-LOADED-COUNT              PIC 9(07) VALUE ZERO.
000740 77  RL-FAILED-COUNT              PIC 9(07) VALUE ZERO.
000750 77  RL-TRAILER-COUNT             PIC 9(07) VALUE ZERO.
000751 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000752     88  MHSBKCAT-OK                  VALUE "00".
000753 77  RL-CAT-SWITCH                PIC X(01) VALUE "N".
000754     88  RL-CAT-OPEN                  VALUE "Y".
000755 77  RL-CAT-EOF-SWITCH            PIC X(01) VALUE "N".
000756     88  RL-CAT-END                   VALUE "Y".
000757 77  RL-PILIH-SWITCH              PIC X(01) VALUE "N".
000758     88  RL-PILIH-OK                  VALUE "Y".
000759 77  RL-BKUP-SWITCH               PIC X(01) VALUE "N".
000760     88  RL-BKUP-OPEN                 VALUE "Y".
000761 77  RL-GEN-SWITCH                PIC X(01) VALUE "N".
000762     88  RL-GEN-SALAH                 VALUE "Y".
000763 77  RL-GEN-INPUT                 PIC X(05) VALUE SPACES.
000764 77  RL-GENERASI                  PIC 9(05) VALUE ZERO.
000765 77  RL-CARI-GEN                  PIC 9(05) VALUE ZERO.
000766 77  RL-SLOT                      PIC 9(01) VALUE ZERO.
000767 77  RL-POSISI-JRN                PIC 9(09) VALUE ZERO.
000768 77  RL-NAMA-BACKUP               PIC X(08) VALUE "MHSBKUP".
000769 77  RL-TANGGAL                   PIC 9(08) VALUE ZERO.
000770 77  RL-JAM                       PIC 9(08) VALUE ZERO.
000771*
000772*    RECORD BACKUP DIBACA KE SINI DARI FILE YANG DIPILIH
000773*    (MHSBKUP ATAU SLOT GENERASI MHSBKUP1-MHSBKUP3).
000774*
000775     COPY MHSBKPR.
000776*
000777*    SATU BARIS DAFTAR GENERASI AKTIF UNTUK OPERATOR.
000778*
000779 01  RL-KATALOG-LINE.
000780     05  FILLER                  PIC X(11) VALUE "  GENERASI ".
000781     05  RL-K-GENERASI           PIC 9(05).
000782     05  FILLER                  PIC X(06) VALUE "  TGL ".
000783     05  RL-K-TANGGAL            PIC 9(08).
000784     05  FILLER                  PIC X(06) VALUE "  JAM ".
000785     05  RL-K-JAM                PIC 9(06).
000786     05  FILLER                  PIC X(09) VALUE "  RECORD ".
000787     05  RL-K-JUMLAH             PIC ZZZZZZ9.
000788     05  FILLER                  PIC X(09) VALUE "  JURNAL ".
000789     05  RL-K-POSISI             PIC ZZZZZZZZ9.
000790
000791 01  RPT-TITLE-LINE               PIC X(45) VALUE
000792     "LAPORAN RELOAD MASTER MHSMAST DARI BACKUP".
000793 01  RPT-SUMBER-LINE.
000794     05  FILLER                  PIC X(25) VALUE
000795         "FILE BACKUP           : ".
000796     05  RPT-H-SUMBER            PIC X(08).
000797 01  RPT-GENERASI-LINE.
000798     05  FILLER                  PIC X(25) VALUE
000799         "GENERASI              : ".
000800     05  RPT-H-GENERASI          PIC ZZZZ9.
000801     05  FILLER                  PIC X(18) VALUE
000802         "   POSISI JURNAL: ".
000803     05  RPT-H-POSISI            PIC ZZZZZZZZ9.
000804 01  RPT-FAIL-LINE.
000805     05  FILLER                  PIC X(03) VALUE SPACES.
000810     05  FILLER                  PIC X(13) VALUE "GAGAL MUAT : ".
000820     05  RPT-F-NPM               PIC X(08).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
001060     "*** PERINGATAN: RECORD TRAILER TIDAK DITEMUKAN ***".
001070 01  RPT-COCOK-LINE               PIC X(50) VALUE
001080     "VERIFIKASI TRAILER COCOK, RELOAD LENGKAP.".
001082 01  RPT-GEN-SALAH-LINE           PIC X(60) VALUE
001084     "*** PERINGATAN: TRAILER BUKAN GENERASI YANG DIPILIH ***".
001090
001100 PROCEDURE DIVISION.
001110*
001230     STOP RUN.
001240*
001250*    ---------------------------------------------------------
001252*    1000-INITIALIZE - PILIH GENERASI, BUKA FILE BACKUP (HARUS
001254*    ADA), BANGUN MASTER BARU DARI KOSONG DAN BUKA LAPORAN.
001280*    ---------------------------------------------------------
001290*
001300 1000-INITIALIZE.
001302     PERFORM 1100-PILIH-GENERASI THRU 1100-EXIT.
001304     IF NOT RL-PILIH-OK
001350         MOVE "Y" TO RL-EOF-SWITCH
001360         GO TO 1000-EXIT
001370     END-IF.
001371     PERFORM 1200-BUKA-BACKUP THRU 1200-EXIT.
001372     IF NOT MHSBKUP-OK
001373         DISPLAY "ERROR BUKA FILE BACKUP " RL-NAMA-BACKUP
001374             ", STATUS = " MHSBKUP-STATUS
001375         MOVE "Y" TO RL-EOF-SWITCH
001376         GO TO 1000-EXIT
001377     END-IF.
001378     MOVE "Y" TO RL-BKUP-SWITCH.
001380
001390     OPEN OUTPUT MHSMAST-FILE.
001400     IF NOT MHSMAST-OK
001475     SET RL-INIT-OK TO TRUE.
001480     MOVE "N" TO RL-EOF-SWITCH.
001490     WRITE RPT-LINE FROM RPT-TITLE-LINE.
001491     MOVE RL-NAMA-BACKUP TO RPT-H-SUMBER.
001492     MOVE SPACES TO RPT-LINE.
001493     WRITE RPT-LINE FROM RPT-SUMBER-LINE.
001494     IF RL-SLOT NOT = ZERO
001495         MOVE RL-GENERASI TO RPT-H-GENERASI
001496         MOVE RL-POSISI-JRN TO RPT-H-POSISI
001497         MOVE SPACES TO RPT-LINE
001498         WRITE RPT-LINE FROM RPT-GENERASI-LINE
001499     END-IF.
001500     MOVE SPACES TO RPT-LINE.
001510     WRITE RPT-LINE.
001520 1000-EXIT.
001590*    ---------------------------------------------------------
001600*
001610 2000-LOAD-BACKUP.
001612     PERFORM 2050-BACA-BACKUP THRU 2050-EXIT.
001614     IF RL-END-OF-FILE
001616         GO TO 2000-EXIT
001618     END-IF.
001670
001680     EVALUATE TRUE
001690         WHEN BKP-DATA-REC
001720         WHEN BKP-TRAILER-REC
001730             SET RL-TRAILER-SEEN TO TRUE
001740             MOVE BKP-REC-COUNT TO RL-TRAILER-COUNT
001742             IF RL-SLOT NOT = ZERO
001744                 AND BKP-GENERASI NOT = RL-GENERASI
001746                 SET RL-GEN-SALAH TO TRUE
001748             END-IF
001750         WHEN OTHER
001790             MOVE "JENIS RECORD TIDAK DIKENAL" TO RPT-F-ALASAN
001800             PERFORM 2200-WRITE-FAIL THRU 2200-EXIT
002080*    ---------------------------------------------------------
002090*    3000-PRINT-TOTALS - CETAK TOTAL MUAT DAN HASIL VERIFIKASI
002100*    JUMLAH TRAILER TERHADAP RECORD DATA YANG DIBACA.
002102*    RELOAD YANG LENGKAP DICATAT DI KATALOG (3100).
002110*    ---------------------------------------------------------
002120*
002130 3000-PRINT-TOTALS.
002390             WRITE RPT-LINE FROM RPT-COCOK-LINE
002400         END-IF
002410     END-IF.
002411     IF RL-GEN-SALAH
002412         WRITE RPT-LINE FROM RPT-GEN-SALAH-LINE
002413         DISPLAY "PERINGATAN: TRAILER BUKAN GENERASI YANG "
002414             "DIPILIH."
002415     END-IF.
002416     IF RL-CAT-OPEN
002417         PERFORM 3100-CATAT-RELOAD THRU 3100-EXIT
002418     END-IF.
002420     DISPLAY "RELOAD SELESAI, DIMUAT = " RL-LOADED-COUNT
002430         ", GAGAL = " RL-FAILED-COUNT.
002440 3000-EXIT.
002450     EXIT.
002460*
002470 9000-TERMINATE.
002472     PERFORM 9100-TUTUP-BACKUP THRU 9100-EXIT.
002490     CLOSE MHSMAST-FILE.
002500     CLOSE RELDRPT-FILE.
002510 9000-EXIT.
002520     EXIT.
002530*
002540*    ---------------------------------------------------------
002550*    1100-PILIH-GENERASI - TAMPILKAN GENERASI AKTIF DI KATALOG
002560*    DAN TERIMA PILIHAN OPERATOR. TANPA KATALOG (ATAU PILIHAN
002570*    B) RELOAD MEMAKAI FILE KONVERSI MHSBKUP (RL-SLOT NOL).
002580*    ---------------------------------------------------------
002590*
002600 1100-PILIH-GENERASI.
002610     MOVE ZERO TO RL-SLOT.
002620     MOVE ZERO TO RL-GENERASI.
002630     MOVE "MHSBKUP" TO RL-NAMA-BACKUP.
002640     OPEN I-O MHSBKCAT-FILE.
002650     IF NOT MHSBKCAT-OK
002660         DISPLAY "KATALOG MHSBKCAT TIDAK ADA, STATUS = "
002670             MHSBKCAT-STATUS " - RELOAD DARI MHSBKUP"
002680         SET RL-PILIH-OK TO TRUE
002690         GO TO 1100-EXIT
002700     END-IF.
002710     MOVE "Y" TO RL-CAT-SWITCH.
002720     PERFORM 1110-TAMPIL-KATALOG THRU 1110-EXIT.
002730     MOVE ZERO TO BKC-GENERASI.
002740     READ MHSBKCAT-FILE
002750         INVALID KEY
002760             DISPLAY "RECORD KONTROL MHSBKCAT TIDAK ADA"
002770                 " - RELOAD DARI MHSBKUP"
002780             CLOSE MHSBKCAT-FILE
002790             MOVE "N" TO RL-CAT-SWITCH
002800             SET RL-PILIH-OK TO TRUE
002810             GO TO 1100-EXIT
002820     END-READ.
002830     DISPLAY "NOMOR GENERASI YANG DIMUAT (5 DIGIT, KOSONG = ".
002840     DISPLAY "TERBARU, B = FILE KONVERSI MHSBKUP): ".
002850     ACCEPT RL-GEN-INPUT.
002860     IF RL-GEN-INPUT = "B"
002870         SET RL-PILIH-OK TO TRUE
002880         GO TO 1100-EXIT
002890     END-IF.
002900     IF RL-GEN-INPUT = SPACES
002910         MOVE BKC-GENERASI-AKHIR TO RL-CARI-GEN
002920         PERFORM 1130-CARI-TERBARU THRU 1130-EXIT
002930             UNTIL RL-CARI-GEN = ZERO
002940                OR RL-PILIH-OK
002950         IF NOT RL-PILIH-OK
002960             DISPLAY "TIDAK ADA GENERASI AKTIF DI KATALOG"
002970         END-IF
002980         GO TO 1100-EXIT
002990     END-IF.
003000     IF RL-GEN-INPUT IS NOT NUMERIC
003010         DISPLAY "NOMOR GENERASI TIDAK VALID: " RL-GEN-INPUT
003020         GO TO 1100-EXIT
003030     END-IF.
003040     MOVE RL-GEN-INPUT TO RL-CARI-GEN.
003050     MOVE RL-CARI-GEN TO BKC-GENERASI.
003060     READ MHSBKCAT-FILE
003070         INVALID KEY
003080             DISPLAY "GENERASI " RL-CARI-GEN
003090                 " TIDAK ADA DI KATALOG"
003100             GO TO 1100-EXIT
003110     END-READ.
003120     IF NOT BKC-AKTIF
003130         DISPLAY "GENERASI " RL-CARI-GEN " TIDAK BISA DIMUAT,"
003140             " STATUS KATALOG = " BKC-STATUS
003150         GO TO 1100-EXIT
003160     END-IF.
003170     PERFORM 1140-AMBIL-GENERASI THRU 1140-EXIT.
003180 1100-EXIT.
003190     EXIT.
003200*
003210 1110-TAMPIL-KATALOG.
003220     DISPLAY "GENERASI BACKUP AKTIF DI KATALOG MHSBKCAT:".
003230     MOVE "N" TO RL-CAT-EOF-SWITCH.
003240     MOVE 1 TO BKC-GENERASI.
003250     START MHSBKCAT-FILE KEY IS NOT LESS THAN BKC-GENERASI
003260         INVALID KEY
003270             MOVE "Y" TO RL-CAT-EOF-SWITCH
003280     END-START.
003290     PERFORM 1120-TAMPIL-ONE THRU 1120-EXIT
003300         UNTIL RL-CAT-END.
003310 1110-EXIT.
003320     EXIT.
003330*
003340 1120-TAMPIL-ONE.
003350     READ MHSBKCAT-FILE NEXT RECORD
003360         AT END
003370             MOVE "Y" TO RL-CAT-EOF-SWITCH
003380             GO TO 1120-EXIT
003390     END-READ.
003400     IF BKC-AKTIF
003410         MOVE BKC-GENERASI TO RL-K-GENERASI
003420         MOVE BKC-TANGGAL TO RL-K-TANGGAL
003430         MOVE BKC-JAM(1:6) TO RL-K-JAM
003440         MOVE BKC-JML-RECORD TO RL-K-JUMLAH
003450         MOVE BKC-POSISI-JRN TO RL-K-POSISI
003460         DISPLAY RL-KATALOG-LINE
003470     END-IF.
003480 1120-EXIT.
003490     EXIT.
003500*
003510*    GENERASI TERBARU = NOMOR TERTINGGI BERSTATUS "A", DICARI
003520*    MUNDUR DARI BKC-GENERASI-AKHIR.
003530*
003540 1130-CARI-TERBARU.
003550     MOVE RL-CARI-GEN TO BKC-GENERASI.
003560     READ MHSBKCAT-FILE
003570         INVALID KEY
003580             CONTINUE
003590         NOT INVALID KEY
003600             IF BKC-AKTIF
003610                 PERFORM 1140-AMBIL-GENERASI THRU 1140-EXIT
003620             END-IF
003630     END-READ.
003640     SUBTRACT 1 FROM RL-CARI-GEN.
003650 1130-EXIT.
003660     EXIT.
003670*
003680 1140-AMBIL-GENERASI.
003690     MOVE BKC-GENERASI TO RL-GENERASI.
003700     MOVE BKC-SLOT TO RL-SLOT.
003710     MOVE BKC-POSISI-JRN TO RL-POSISI-JRN.
003720     MOVE "MHSBKUP" TO RL-NAMA-BACKUP.
003730     MOVE BKC-SLOT TO RL-NAMA-BACKUP(8:1).
003740     SET RL-PILIH-OK TO TRUE.
003750     DISPLAY "RELOAD GENERASI " RL-GENERASI " DARI "
003760         RL-NAMA-BACKUP.
003770 1140-EXIT.
003780     EXIT.
003790*
003800*    ---------------------------------------------------------
003810*    1200-BUKA-BACKUP - BUKA FILE BACKUP SESUAI GENERASI YANG
003820*    DIPILIH. RL-SLOT NOL BERARTI FILE KONVERSI MHSBKUP.
003830*    ---------------------------------------------------------
003840*
003850 1200-BUKA-BACKUP.
003860     EVALUATE RL-SLOT
003870         WHEN 0
003880             OPEN INPUT MHSBKUP-FILE
003890         WHEN 1
003900             OPEN INPUT MHSBKUP1-FILE
003910         WHEN 2
003920             OPEN INPUT MHSBKUP2-FILE
003930         WHEN OTHER
003940             OPEN INPUT MHSBKUP3-FILE
003950     END-EVALUATE.
003960 1200-EXIT.
003970     EXIT.
003980*
003990*    ---------------------------------------------------------
004000*    2050-BACA-BACKUP - BACA SATU RECORD DARI FILE BACKUP YANG
004010*    DIPILIH (MHSBKUP ATAU SLOT GENERASI MHSBKUP1-MHSBKUP3).
004020*    ---------------------------------------------------------
004030*
004040 2050-BACA-BACKUP.
004050     EVALUATE RL-SLOT
004060         WHEN 0
004070             READ MHSBKUP-FILE INTO BKP-RECORD
004080                 AT END
004090                     MOVE "Y" TO RL-EOF-SWITCH
004100             END-READ
004110         WHEN 1
004120             READ MHSBKUP1-FILE INTO BKP-RECORD
004130                 AT END
004140                     MOVE "Y" TO RL-EOF-SWITCH
004150             END-READ
004160         WHEN 2
004170             READ MHSBKUP2-FILE INTO BKP-RECORD
004180                 AT END
004190                     MOVE "Y" TO RL-EOF-SWITCH
004200             END-READ
004210         WHEN OTHER
004220             READ MHSBKUP3-FILE INTO BKP-RECORD
004230                 AT END
004240                     MOVE "Y" TO RL-EOF-SWITCH
004250             END-READ
004260     END-EVALUATE.
004270 2050-EXIT.
004280     EXIT.
004290*
004300*    ---------------------------------------------------------
004310*    3100-CATAT-RELOAD - CATAT GENERASI YANG DIMUAT DI RECORD
004320*    KONTROL KATALOG. BILA TRAILER TIDAK ADA/TIDAK COCOK ATAU
004330*    RELOAD DARI MHSBKUP, BKC-GENERASI-RELOAD DIKOSONGKAN
004340*    SUPAYA MHSRFWD TIDAK MEMAKAI POSISI JURNAL YANG SALAH.
004342*    TANGGAL DAN JAM RELOAD SELALU DICATAT: MASTER DIBANGUN
004344*    ULANG TANPA JURNAL, JADI PROGRAM YANG MENCARI PERUBAHAN
004346*    MASTER TERAKHIR (MHSDUPE, MHSARCH, MHSPROMO) MEMBACANYA.
004350*    ---------------------------------------------------------
004360*
004370 3100-CATAT-RELOAD.
004380     IF NOT RL-TRAILER-SEEN
004390         OR RL-TRAILER-COUNT NOT = RL-DATA-COUNT
004400         OR RL-GEN-SALAH
004410         MOVE ZERO TO RL-GENERASI
004420     END-IF.
004430     MOVE ZERO TO BKC-GENERASI.
004440     READ MHSBKCAT-FILE
004450         INVALID KEY
004460             GO TO 3100-EXIT
004470     END-READ.
004480     ACCEPT RL-TANGGAL FROM DATE YYYYMMDD.
004485     ACCEPT RL-JAM FROM TIME.
004490     MOVE RL-GENERASI TO BKC-GENERASI-RELOAD.
004500     MOVE RL-TANGGAL TO BKC-TANGGAL-RELOAD.
004505     MOVE RL-JAM(1:6) TO BKC-JAM-RELOAD.
004510     REWRITE BKC-RECORD.
004520     IF NOT MHSBKCAT-OK
004530         DISPLAY "ERROR UPDATE KONTROL MHSBKCAT, STATUS = "
004540             MHSBKCAT-STATUS
004550         GO TO 3100-EXIT
004560     END-IF.
004570     IF RL-GENERASI NOT = ZERO
004580         DISPLAY "MHSRFWD AKAN MULAI SESUDAH POSISI JURNAL "
004590             RL-POSISI-JRN
004600     ELSE
004610         DISPLAY "TITIK MULAI MHSRFWD TIDAK DICATAT - ISI "
004620             "TANGGAL MULAI SAAT MENJALANKAN MHSRFWD"
004630     END-IF.
004640 3100-EXIT.
004650     EXIT.
004660*
004670*    ---------------------------------------------------------
004680*    9100-TUTUP-BACKUP - TUTUP FILE BACKUP DAN KATALOG MHSBKCAT
004690*    YANG BERHASIL DIBUKA.
004700*    ---------------------------------------------------------
004710*
004720 9100-TUTUP-BACKUP.
004730     IF RL-BKUP-OPEN
004740         EVALUATE RL-SLOT
004750             WHEN 0
004760                 CLOSE MHSBKUP-FILE
004770             WHEN 1
004780                 CLOSE MHSBKUP1-FILE
004790             WHEN 2
004800                 CLOSE MHSBKUP2-FILE
004810             WHEN OTHER
004820                 CLOSE MHSBKUP3-FILE
004830         END-EVALUATE
004840     END-IF.
004850     IF RL-CAT-OPEN
004860         CLOSE MHSBKCAT-FILE
004870     END-IF.
004880 9100-EXIT.
004890     EXIT.

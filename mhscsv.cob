000252*    02/09/26   BPA   TAMBAH KOLOM STATUS (A/C/S, MHS-STATUS)
000254*                     DI AKHIR BARIS, SUPAYA SISTEM KAMPUS
000256*                     TIDAK MENGUNDANG ULANG MAHASISWA CUTI.
000257*    15/10/26   BPA   CATAT SETIAP RUN DI FILE KONTROL RUN
000258*                     MHSRUN (MULAI, SELESAI, KODE SELESAI,
000259*                     JUMLAH BARIS) UNTUK LAPORAN SIKLUS
000260*                     MHSSIKL. KODE SELESAI JUGA MENJADI
000261*                     RETURN CODE STEP.
000262*    ---------------------------------------------------------
000270*
000280*    BATCH JOB INI MEMBACA MHSMAST URUT NPM DAN MENULIS FILE
000290*    CSV DENGAN PEMISAH KOMA. NAMA, KELAS DAN HOBI HANYA
000320*    MENGIRIM SATU KELAS SAJA; KOSONG BERARTI SEMUA. BARIS
000330*    TERAKHIR "TOTAL,<JUMLAH>" DIPAKAI PENERIMA UNTUK
000340*    MEMERIKSA KELENGKAPAN TRANSFER.
000342*
000344*    SETIAP RUN DICATAT DI FILE KONTROL MHSRUN (COPYBOOK
000346*    RUNCTLR). KODE SELESAI 00 = NORMAL, 08 = FILE TIDAK DAPAT
000348*    DIBUKA, 12 = RUN DITOLAK KARENA MHSRUN TIDAK DAPAT DIBUKA.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MHSCSV-STATUS.
000480
000481     SELECT MHSRUN-FILE ASSIGN TO MHSRUN
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RUN-PROGRAM
000485         FILE STATUS IS MHSRUN-STATUS.
000486
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MHSMAST-FILE.
000530
000540 FD  MHSCSV-FILE.
000550 01  CSV-RECORD                   PIC X(80).
000552
000554 FD  MHSRUN-FILE.
000556     COPY RUNCTLR.
000560
000570 WORKING-STORAGE SECTION.
000580 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000600 77  CS-EOF-SWITCH                PIC X(01) VALUE "N".
000610     88  CS-END-OF-FILE               VALUE "Y".
000620 77  CS-ROW-COUNT                 PIC 9(05) VALUE ZERO.
000625 77  CS-READ-COUNT                PIC 9(05) VALUE ZERO.
000630 77  CS-FILTER-KELAS              PIC A(05) VALUE SPACES.
000640 77  CS-TANGGAL-EDIT              PIC 99/99/9999.
000650 77  CS-DOB-NUM                   PIC 9(08) VALUE ZERO.
000720 77  CS-HOBI-TRIM                 PIC X(20) VALUE SPACES.
000730 77  CS-HOBI-LEN                  PIC 9(02) VALUE 1.
000740 77  CS-TRAILER-COUNT             PIC 9(05) VALUE ZERO.
000741*
000742*    KONTROL RUN (FILE MHSRUN, COPYBOOK RUNCTLR): SAAT MULAI,
000743*    KODE SELESAI DAN JUMLAH RECORD RUN INI.
000744*
000745 77  MHSRUN-STATUS                PIC XX    VALUE SPACES.
000746     88  MHSRUN-OK                    VALUE "00".
000747 77  CS-RUN-SWITCH                PIC X(01) VALUE "Y".
000748     88  CS-RUN-BOLEH                 VALUE "Y".
000749 77  CS-RUN-KODE                  PIC 9(02) VALUE ZERO.
000750 77  CS-RUN-BACA                  PIC 9(07) VALUE ZERO.
000751 77  CS-RUN-PROSES                PIC 9(07) VALUE ZERO.
000752 77  CS-RUN-TOLAK                 PIC 9(07) VALUE ZERO.
000753 77  CS-RUN-KETERANGAN            PIC X(40) VALUE SPACES.
000754 77  CS-RUN-SIKLUS                PIC 9(08) VALUE ZERO.
000755 77  CS-RUN-TAHUN                 PIC 9(04) VALUE ZERO.
000756 77  CS-RUN-TAHUN-STATUS          PIC X(01) VALUE SPACE.
000757 01  CS-RUN-MULAI.
000758     05  CS-RM-TANGGAL            PIC 9(08) VALUE ZERO.
000759     05  CS-RM-JAM                PIC 9(08) VALUE ZERO.
000760
000761 01  CSV-HEADER-LINE              PIC X(42) VALUE
000770     "NPM,NAMA,KELAS,TANGGAL-LAHIR,HOBI,STATUS".
000780
000790 PROCEDURE DIVISION.
000840*    ===========================================================
000850*
000860 0000-MAINLINE.
000862     PERFORM 8700-RUN-MULAI THRU 8700-EXIT.
000864     IF NOT CS-RUN-BOLEH
000866         STOP RUN
000868     END-IF.
000870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000880     PERFORM 2000-EXPORT-MASTER THRU 2000-EXIT
000890         UNTIL CS-END-OF-FILE.
000900     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000912     PERFORM 8780-RUN-HASIL THRU 8780-EXIT.
000914     PERFORM 8790-RUN-SELESAI THRU 8790-EXIT.
000920     STOP RUN.
000930*
000940*    ---------------------------------------------------------
001060     IF MHSMAST-STATUS NOT = "00"
001070         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001080             MHSMAST-STATUS
001082         MOVE 08 TO CS-RUN-KODE
001090         MOVE "Y" TO CS-EOF-SWITCH
001100         GO TO 1000-EXIT
001110     END-IF.
001170     IF MHSCSV-STATUS NOT = "00"
001180         DISPLAY "ERROR BUKA FILE CSV MHSCSV, STATUS = "
001190             MHSCSV-STATUS
001192         MOVE 08 TO CS-RUN-KODE
001200         MOVE "Y" TO CS-EOF-SWITCH
001210         GO TO 1000-EXIT
001220     END-IF.
001360         AT END
001370             MOVE "Y" TO CS-EOF-SWITCH
001380         NOT AT END
001385             ADD 1 TO CS-READ-COUNT
001390             IF CS-FILTER-KELAS = SPACES
001400                 OR MHS-KELAS = CS-FILTER-KELAS
001410                 PERFORM 2100-WRITE-ROW THRU 2100-EXIT
002300     CLOSE MHSCSV-FILE.
002310 9000-EXIT.
002320     EXIT.
002330*
002340*    ---------------------------------------------------------
002350*    8700-RUN-MULAI - CATAT MULAI RUN DI FILE KONTROL MHSRUN
002360*    (DIBUAT BILA BELUM ADA) SEBELUM MHSMAST DISENTUH.
002370*    PROGRAM INI TIDAK PUNYA PRASYARAT; RUN HANYA DITOLAK
002380*    BILA FILE KONTROL TIDAK DAPAT DIBUKA.
002390*    ---------------------------------------------------------
002400*
002410 8700-RUN-MULAI.
002420     ACCEPT CS-RM-TANGGAL FROM DATE YYYYMMDD.
002430     ACCEPT CS-RM-JAM FROM TIME.
002440     OPEN I-O MHSRUN-FILE.
002450     IF MHSRUN-STATUS = "35"
002460         OPEN OUTPUT MHSRUN-FILE
002470         CLOSE MHSRUN-FILE
002480         OPEN I-O MHSRUN-FILE
002490     END-IF.
002500     IF NOT MHSRUN-OK
002510         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
002520             MHSRUN-STATUS
002530         DISPLAY "RUN DITOLAK: STATUS RUN TIDAK DAPAT DICATAT"
002540         MOVE "N" TO CS-RUN-SWITCH
002550         MOVE 12 TO CS-RUN-KODE
002560         MOVE CS-RUN-KODE TO RETURN-CODE
002570         GO TO 8700-EXIT
002580     END-IF.
002590     PERFORM 8710-BACA-SIKLUS THRU 8710-EXIT.
002591     IF NOT CS-RUN-BOLEH
002592         CLOSE MHSRUN-FILE
002593         GO TO 8700-EXIT
002594     END-IF.
002600     MOVE "MHSCSV" TO RUN-PROGRAM.
002610     READ MHSRUN-FILE
002620         INVALID KEY
002630             PERFORM 8720-RUN-BARU THRU 8720-EXIT
002640     END-READ.
002650     MOVE CS-RUN-SIKLUS TO RUN-SIKLUS.
002660     MOVE CS-RUN-TAHUN TO RUN-SIKLUS-TAHUN.
002670     MOVE CS-RM-TANGGAL TO RUN-TGL-MULAI.
002680     MOVE CS-RM-JAM TO RUN-JAM-MULAI.
002690     MOVE ZERO TO RUN-JML-BACA.
002700     MOVE ZERO TO RUN-JML-PROSES.
002710     MOVE ZERO TO RUN-JML-TOLAK.
002720     IF CS-RUN-BOLEH
002730         MOVE "J" TO RUN-STATUS
002740         MOVE ZERO TO RUN-KODE
002750         MOVE ZERO TO RUN-TGL-SELESAI
002760         MOVE ZERO TO RUN-JAM-SELESAI
002770         MOVE SPACES TO RUN-KETERANGAN
002780     ELSE
002790         MOVE 12 TO CS-RUN-KODE
002800         MOVE "T" TO RUN-STATUS
002810         MOVE CS-RUN-KODE TO RUN-KODE
002820         MOVE CS-RM-TANGGAL TO RUN-TGL-SELESAI
002830         MOVE CS-RM-JAM TO RUN-JAM-SELESAI
002840         MOVE CS-RUN-KETERANGAN TO RUN-KETERANGAN
002850         MOVE CS-RUN-KODE TO RETURN-CODE
002860         DISPLAY "RUN DITOLAK: " CS-RUN-KETERANGAN
002870     END-IF.
002880     REWRITE RUN-RECORD.
002890     IF NOT MHSRUN-OK
002900         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
002910     END-IF.
002920     CLOSE MHSRUN-FILE.
002930 8700-EXIT.
002940     EXIT.
002950*
002960*    SIKLUS BERJALAN DARI RECORD KONTROL "*SIKLUS*". BILA BELUM
002970*    ADA, DIBUAT DENGAN SIKLUS HARIAN = TANGGAL HARI INI DAN
002980*    TANPA SIKLUS AKHIR TAHUN. TAHUN SIKLUS RUN NOL BILA TIDAK
002990*    ADA SIKLUS AKHIR TAHUN YANG SEDANG BUKA.
003000*
003010 8710-BACA-SIKLUS.
003020     MOVE "*SIKLUS*" TO RUN-PROGRAM.
003030     READ MHSRUN-FILE
003040         INVALID KEY
003050             MOVE SPACES TO RUN-KONTROL
003060             MOVE CS-RM-TANGGAL TO RUN-C-SIKLUS
003070             MOVE CS-RM-TANGGAL TO RUN-C-BUKA-TGL
003080             MOVE CS-RM-JAM TO RUN-C-BUKA-JAM
003090             MOVE ZERO TO RUN-C-TAHUN
003100             MOVE ZERO TO RUN-C-TAHUN-TGL
003110             MOVE ZERO TO RUN-C-TAHUN-JAM
003120             MOVE ZERO TO RUN-C-TAHUN-TUTUP
003130             WRITE RUN-RECORD
003135             IF NOT MHSRUN-OK
003140                 DISPLAY "ERROR TULIS KONTROL MHSRUN, STATUS = "
003145                     MHSRUN-STATUS
003150                 DISPLAY "RUN DITOLAK: "
003155                     "STATUS RUN TIDAK DAPAT DICATAT"
003160                 MOVE "N" TO CS-RUN-SWITCH
003165                 MOVE 12 TO CS-RUN-KODE
003170                 MOVE CS-RUN-KODE TO RETURN-CODE
003175                 GO TO 8710-EXIT
003180             END-IF
003185     END-READ.
003190     MOVE RUN-C-SIKLUS TO CS-RUN-SIKLUS.
003195     MOVE RUN-C-TAHUN-STATUS TO CS-RUN-TAHUN-STATUS.
003200     IF RUN-C-TAHUN-BUKA
003205         MOVE RUN-C-TAHUN TO CS-RUN-TAHUN
003210     ELSE
003215         MOVE ZERO TO CS-RUN-TAHUN
003220     END-IF.
003225 8710-EXIT.
003230     EXIT.
003240*
003250 8720-RUN-BARU.
003260     MOVE SPACES TO RUN-DATA.
003270     MOVE ZERO TO RUN-KODE.
003280     MOVE ZERO TO RUN-OK-SIKLUS.
003290     MOVE ZERO TO RUN-OK-SIKLUS-TAHUN.
003300     MOVE ZERO TO RUN-OK-TGL-MULAI.
003310     MOVE ZERO TO RUN-OK-JAM-MULAI.
003320     MOVE ZERO TO RUN-OK-TGL-SELESAI.
003330     MOVE ZERO TO RUN-OK-JAM-SELESAI.
003340     WRITE RUN-RECORD.
003350 8720-EXIT.
003360     EXIT.
003361*
003362*    ---------------------------------------------------------
003363*    8780-RUN-HASIL - TENTUKAN JUMLAH RECORD RUN UNTUK DICATAT
003364*    DI MHSRUN. RECORD DI LUAR FILTER KELAS BUKAN TOLAKAN, JADI
003365*    JUMLAH TOLAK NOL. KODE 08 SUDAH DIPASANG 1000 BILA FILE
003366*    TIDAK DAPAT DIBUKA.
003367*    ---------------------------------------------------------
003368*
003369 8780-RUN-HASIL.
003370     MOVE CS-READ-COUNT TO CS-RUN-BACA.
003371     MOVE CS-ROW-COUNT TO CS-RUN-PROSES.
003372     MOVE ZERO TO CS-RUN-TOLAK.
003373 8780-EXIT.
003374     EXIT.
003375*
003380*    ---------------------------------------------------------
003390*    8790-RUN-SELESAI - CATAT AKHIR RUN: KODE 00/04 = SELESAI
003400*    ("S", SEKALIGUS MENJADI RUN SUKSES TERAKHIR), 08 = GAGAL
003410*    ("G"), BESERTA JUMLAH RECORD. KODE JUGA MENJADI RETURN
003420*    CODE STEP.
003430*    ---------------------------------------------------------
003440*
003450 8790-RUN-SELESAI.
003460     MOVE CS-RUN-KODE TO RETURN-CODE.
003470     OPEN I-O MHSRUN-FILE.
003480     IF NOT MHSRUN-OK
003490         DISPLAY "ERROR BUKA FILE KONTROL RUN MHSRUN, STATUS = "
003500             MHSRUN-STATUS
003510         GO TO 8790-EXIT
003520     END-IF.
003530     MOVE "MHSCSV" TO RUN-PROGRAM.
003540     READ MHSRUN-FILE
003550         INVALID KEY
003560             DISPLAY "RECORD RUN MHSCSV HILANG DARI MHSRUN"
003570             CLOSE MHSRUN-FILE
003580             GO TO 8790-EXIT
003590     END-READ.
003600     ACCEPT RUN-TGL-SELESAI FROM DATE YYYYMMDD.
003610     ACCEPT RUN-JAM-SELESAI FROM TIME.
003620     MOVE CS-RUN-KODE TO RUN-KODE.
003630     MOVE CS-RUN-BACA TO RUN-JML-BACA.
003640     MOVE CS-RUN-PROSES TO RUN-JML-PROSES.
003650     MOVE CS-RUN-TOLAK TO RUN-JML-TOLAK.
003660     MOVE CS-RUN-KETERANGAN TO RUN-KETERANGAN.
003670     IF CS-RUN-KODE < 8
003680         MOVE "S" TO RUN-STATUS
003690         MOVE RUN-SIKLUS TO RUN-OK-SIKLUS
003700         MOVE RUN-SIKLUS-TAHUN TO RUN-OK-SIKLUS-TAHUN
003710         MOVE RUN-TGL-MULAI TO RUN-OK-TGL-MULAI
003720         MOVE RUN-JAM-MULAI TO RUN-OK-JAM-MULAI
003730         MOVE RUN-TGL-SELESAI TO RUN-OK-TGL-SELESAI
003740         MOVE RUN-JAM-SELESAI TO RUN-OK-JAM-SELESAI
003750     ELSE
003760         MOVE "G" TO RUN-STATUS
003770     END-IF.
003780     REWRITE RUN-RECORD.
003790     IF NOT MHSRUN-OK
003800         DISPLAY "ERROR UPDATE MHSRUN, STATUS = " MHSRUN-STATUS
003810     END-IF.
003820     CLOSE MHSRUN-FILE.
003830     DISPLAY "MHSCSV SELESAI DENGAN KODE " CS-RUN-KODE.
003840 8790-EXIT.
003850     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. KTKCEK.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - DAFTAR KUALITAS DATA
000210*                     KONTAK: MAHASISWA MHSMAST TANPA RECORD
000220*                     KONTAK, KONTAK TIDAK LENGKAP DAN KONTAK
000230*                     YANG NPM-NYA TIDAK ADA LAGI DI MASTER.
000240*    ---------------------------------------------------------
000250*
000260*    BAGIAN 1 MENYAPU MASTER URUT KELAS (ALTERNATE KEY
000270*    MHS-KELAS) DAN MENCETAK SETIAP MAHASISWA YANG:
000280*      - TIDAK PUNYA RECORD KONTAK DI MHSKONT ("TANPA KONTAK");
000290*      - PUNYA RECORD TETAPI ALAMAT/KOTA ATAU NAMA WALI KOSONG
000300*        ("TIDAK LENGKAP").
000310*    BAGIAN 2 MENYAPU MHSKONT DAN MENCETAK RECORD KONTAK YANG
000320*    NPM-NYA TIDAK ADA DI MASTER (MISALNYA MAHASISWA YANG
000330*    DIHAPUS LEWAT MENU 6 TUGAS1AP3); RECORD SEPERTI INI DAPAT
000340*    DIHAPUS SUPERVISOR LEWAT MENU 9 ATAU BATCH KTKLOAD.
000350*    DAFTAR INI HANYA MEMBACA, TIDAK ADA FILE YANG DIUBAH.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MHSMAST-FILE ASSIGN TO MHSMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MHS-NPM
000440         ALTERNATE RECORD KEY IS MHS-KELAS WITH DUPLICATES
000450         FILE STATUS IS MHSMAST-STATUS.
000460
000470     SELECT MHSKONT-FILE ASSIGN TO MHSKONT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS KTK-NPM
000510         FILE STATUS IS MHSKONT-STATUS.
000520
000530     SELECT KTKCRPT-FILE ASSIGN TO KTKCRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS KTKCRPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MHSMAST-FILE.
000600     COPY MHSREC.
000610
000620 FD  MHSKONT-FILE.
000630     COPY KONTAKR.
000640
000650 FD  KTKCRPT-FILE.
000660 01  RPT-LINE                     PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 77  MHSMAST-STATUS               PIC XX    VALUE SPACES.
000700     88  MHSMAST-OK                   VALUE "00".
000710 77  MHSKONT-STATUS               PIC XX    VALUE SPACES.
000720     88  MHSKONT-OK                   VALUE "00".
000730 77  KTKCRPT-STATUS               PIC XX    VALUE SPACES.
000740 77  KC-INIT-SWITCH               PIC X(01) VALUE "N".
000750     88  KC-INIT-OK                   VALUE "Y".
000760 77  KC-EOF-SWITCH                PIC X(01) VALUE "N".
000770     88  KC-END-OF-FILE               VALUE "Y".
000780 77  KC-KONTAK-SWITCH             PIC X(01) VALUE "N".
000790     88  KC-KONTAK-ADA                VALUE "Y".
000800 77  KC-MASTER-COUNT              PIC 9(05) VALUE ZERO.
000810 77  KC-TANPA-COUNT               PIC 9(05) VALUE ZERO.
000820 77  KC-TDKLENGKAP-COUNT          PIC 9(05) VALUE ZERO.
000830 77  KC-KONTAK-COUNT              PIC 9(05) VALUE ZERO.
000840 77  KC-YATIM-COUNT               PIC 9(05) VALUE ZERO.
000850
000860 01  RPT-TITLE-LINE               PIC X(50) VALUE
000870     "DAFTAR KUALITAS DATA KONTAK MAHASISWA".
000880 01  RPT-BAGIAN-1-LINE            PIC X(50) VALUE
000890     "MAHASISWA TANPA KONTAK / KONTAK TIDAK LENGKAP".
000900 01  RPT-BAGIAN-2-LINE            PIC X(50) VALUE
000910     "KONTAK TANPA MAHASISWA DI MASTER".
000920 01  RPT-DETAIL-LINE.
000930     05  FILLER                  PIC X(03) VALUE SPACES.
000940     05  RPT-D-KELAS             PIC A(05).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  RPT-D-NPM               PIC X(08).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  RPT-D-NAMA              PIC A(15).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  RPT-D-STATUS            PIC X(01).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  RPT-D-KETERANGAN        PIC X(30).
001030 01  RPT-MASTER-LINE.
001040     05  FILLER                  PIC X(25) VALUE
001050         "MAHASISWA DIPERIKSA   : ".
001060     05  RPT-T-MASTER            PIC ZZZZ9.
001070 01  RPT-TANPA-LINE.
001080     05  FILLER                  PIC X(25) VALUE
001090         "TANPA KONTAK          : ".
001100     05  RPT-T-TANPA             PIC ZZZZ9.
001110 01  RPT-TDKLENGKAP-LINE.
001120     05  FILLER                  PIC X(25) VALUE
001130         "KONTAK TIDAK LENGKAP  : ".
001140     05  RPT-T-TDKLENGKAP        PIC ZZZZ9.
001150 01  RPT-KONTAK-LINE.
001160     05  FILLER                  PIC X(25) VALUE
001170         "RECORD KONTAK DIBACA  : ".
001180     05  RPT-T-KONTAK            PIC ZZZZ9.
001190 01  RPT-YATIM-LINE.
001200     05  FILLER                  PIC X(25) VALUE
001210         "KONTAK TANPA MASTER   : ".
001220     05  RPT-T-YATIM             PIC ZZZZ9.
001230
001240 PROCEDURE DIVISION.
001250*
001260*    ===========================================================
001270*    0000-MAINLINE - BUKA FILE, PERIKSA MASTER TERHADAP KONTAK,
001280*    PERIKSA KONTAK TERHADAP MASTER, CETAK TOTAL, TUTUP FILE.
001290*    ===========================================================
001300*
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     IF KC-INIT-OK
001340         PERFORM 2000-CEK-MASTER THRU 2000-EXIT
001350         PERFORM 3000-CEK-KONTAK THRU 3000-EXIT
001360         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001370     END-IF.
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001390     STOP RUN.
001400*
001410*    ---------------------------------------------------------
001420*    1000-INITIALIZE - BUKA MASTER DAN KONTAK. FILE KONTAK YANG
001430*    BELUM ADA DIPERLAKUKAN SEBAGAI KOSONG: SEMUA MAHASISWA
001440*    TERCETAK TANPA KONTAK.
001450*    ---------------------------------------------------------
001460*
001470 1000-INITIALIZE.
001480     OPEN INPUT MHSMAST-FILE.
001490     IF NOT MHSMAST-OK
001500         DISPLAY "ERROR BUKA FILE MASTER, STATUS = "
001510             MHSMAST-STATUS
001520         GO TO 1000-EXIT
001530     END-IF.
001540     OPEN INPUT MHSKONT-FILE.
001550     IF MHSKONT-OK
001560         MOVE "Y" TO KC-KONTAK-SWITCH
001570     ELSE
001580         IF MHSKONT-STATUS NOT = "35"
001590             DISPLAY "ERROR BUKA FILE KONTAK, STATUS = "
001600                 MHSKONT-STATUS
001610             GO TO 1000-EXIT
001620         END-IF
001630     END-IF.
001640
001650     OPEN OUTPUT KTKCRPT-FILE.
001660     WRITE RPT-LINE FROM RPT-TITLE-LINE.
001670     MOVE SPACES TO RPT-LINE.
001680     WRITE RPT-LINE.
001690     SET KC-INIT-OK TO TRUE.
001700 1000-EXIT.
001710     EXIT.
001720*
001730*    ---------------------------------------------------------
001740*    2000-CEK-MASTER - SAPU MASTER URUT KELAS DAN CARI RECORD
001750*    KONTAK SETIAP MAHASISWA.
001760*    ---------------------------------------------------------
001770*
001780 2000-CEK-MASTER.
001790     WRITE RPT-LINE FROM RPT-BAGIAN-1-LINE.
001800     MOVE LOW-VALUES TO MHS-KELAS.
001810     START MHSMAST-FILE KEY NOT < MHS-KELAS
001820         INVALID KEY
001830             GO TO 2000-EXIT
001840     END-START.
001850     MOVE "N" TO KC-EOF-SWITCH.
001860     PERFORM 2100-CEK-ONE THRU 2100-EXIT
001870         UNTIL KC-END-OF-FILE.
001880 2000-EXIT.
001890     EXIT.
001900
001910 2100-CEK-ONE.
001920     READ MHSMAST-FILE NEXT RECORD
001930         AT END
001940             MOVE "Y" TO KC-EOF-SWITCH
001950             GO TO 2100-EXIT
001960     END-READ.
001970     ADD 1 TO KC-MASTER-COUNT.
001980     MOVE MHS-KELAS TO RPT-D-KELAS.
001990     MOVE MHS-NPM TO RPT-D-NPM.
002000     MOVE MHS-NAMA TO RPT-D-NAMA.
002010     MOVE MHS-STATUS TO RPT-D-STATUS.
002020     IF NOT KC-KONTAK-ADA
002030         ADD 1 TO KC-TANPA-COUNT
002040         MOVE "TANPA KONTAK" TO RPT-D-KETERANGAN
002050         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
002060         GO TO 2100-EXIT
002070     END-IF.
002080     MOVE MHS-NPM TO KTK-NPM.
002090     READ MHSKONT-FILE
002100         INVALID KEY
002110             ADD 1 TO KC-TANPA-COUNT
002120             MOVE "TANPA KONTAK" TO RPT-D-KETERANGAN
002130             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
002140             GO TO 2100-EXIT
002150     END-READ.
002160     IF KTK-ALAMAT-1 = SPACES OR KTK-KOTA = SPACES
002170         ADD 1 TO KC-TDKLENGKAP-COUNT
002180         MOVE "TIDAK LENGKAP - ALAMAT/KOTA" TO RPT-D-KETERANGAN
002190         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
002200         GO TO 2100-EXIT
002210     END-IF.
002220     IF KTK-WALI-NAMA = SPACES
002230         ADD 1 TO KC-TDKLENGKAP-COUNT
002240         MOVE "TIDAK LENGKAP - WALI" TO RPT-D-KETERANGAN
002250         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
002260     END-IF.
002270 2100-EXIT.
002280     EXIT.
002290*
002300*    ---------------------------------------------------------
002310*    3000-CEK-KONTAK - SAPU MHSKONT URUT NPM DAN CARI NPM-NYA
002320*    DI MASTER.
002330*    ---------------------------------------------------------
002340*
002350 3000-CEK-KONTAK.
002360     MOVE SPACES TO RPT-LINE.
002370     WRITE RPT-LINE.
002380     WRITE RPT-LINE FROM RPT-BAGIAN-2-LINE.
002390     IF NOT KC-KONTAK-ADA
002400         GO TO 3000-EXIT
002410     END-IF.
002420     MOVE LOW-VALUES TO KTK-NPM.
002430     START MHSKONT-FILE KEY NOT < KTK-NPM
002440         INVALID KEY
002450             GO TO 3000-EXIT
002460     END-START.
002470     MOVE "N" TO KC-EOF-SWITCH.
002480     PERFORM 3100-KONTAK-ONE THRU 3100-EXIT
002490         UNTIL KC-END-OF-FILE.
002500 3000-EXIT.
002510     EXIT.
002520
002530 3100-KONTAK-ONE.
002540     READ MHSKONT-FILE NEXT RECORD
002550         AT END
002560             MOVE "Y" TO KC-EOF-SWITCH
002570             GO TO 3100-EXIT
002580     END-READ.
002590     ADD 1 TO KC-KONTAK-COUNT.
002600     MOVE KTK-NPM TO MHS-NPM.
002610     READ MHSMAST-FILE
002620         INVALID KEY
002630             ADD 1 TO KC-YATIM-COUNT
002640             MOVE SPACES TO RPT-D-KELAS RPT-D-NAMA RPT-D-STATUS
002650             MOVE KTK-NPM TO RPT-D-NPM
002660             MOVE "NPM TIDAK ADA DI MASTER" TO RPT-D-KETERANGAN
002670             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
002680     END-READ.
002690 3100-EXIT.
002700     EXIT.
002710*
002720*    ---------------------------------------------------------
002730*    5000-PRINT-TOTALS - CONTROL TOTAL KEDUA BAGIAN.
002740*    ---------------------------------------------------------
002750*
002760 5000-PRINT-TOTALS.
002770     MOVE SPACES TO RPT-LINE.
002780     WRITE RPT-LINE.
002790     MOVE KC-MASTER-COUNT TO RPT-T-MASTER.
002800     MOVE SPACES TO RPT-LINE.
002810     WRITE RPT-LINE FROM RPT-MASTER-LINE.
002820     MOVE KC-TANPA-COUNT TO RPT-T-TANPA.
002830     MOVE SPACES TO RPT-LINE.
002840     WRITE RPT-LINE FROM RPT-TANPA-LINE.
002850     MOVE KC-TDKLENGKAP-COUNT TO RPT-T-TDKLENGKAP.
002860     MOVE SPACES TO RPT-LINE.
002870     WRITE RPT-LINE FROM RPT-TDKLENGKAP-LINE.
002880     MOVE KC-KONTAK-COUNT TO RPT-T-KONTAK.
002890     MOVE SPACES TO RPT-LINE.
002900     WRITE RPT-LINE FROM RPT-KONTAK-LINE.
002910     MOVE KC-YATIM-COUNT TO RPT-T-YATIM.
002920     MOVE SPACES TO RPT-LINE.
002930     WRITE RPT-LINE FROM RPT-YATIM-LINE.
002940     DISPLAY "PEMERIKSAAN KONTAK SELESAI: " KC-TANPA-COUNT
002950         " TANPA KONTAK DARI " KC-MASTER-COUNT " MAHASISWA.".
002960 5000-EXIT.
002970     EXIT.
002980*
002990 6000-WRITE-DETAIL.
003000     MOVE SPACES TO RPT-LINE.
003010     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
003020 6000-EXIT.
003030     EXIT.
003040*
003050 9000-TERMINATE.
003060     CLOSE MHSMAST-FILE.
003070     IF KC-KONTAK-ADA
003080         CLOSE MHSKONT-FILE
003090     END-IF.
003100     IF KC-INIT-OK
003110         CLOSE KTKCRPT-FILE
003120     END-IF.
003130 9000-EXIT.
003140     EXIT.

000230*                     BARU DIPULIHKAN MHSRELD, SUPAYA SEMUA
000240*                     PERUBAHAN SESUDAH BACKUP TERAKHIR
000250*                     KEMBALI TERPASANG SAMPAI SAAT KEGAGALAN.
000251*    15/10/26   BPA   TITIK MULAI DARI KATALOG GENERASI MHSBKCAT:
000252*                     BILA MHSRELD MENCATAT GENERASI YANG DIMUAT,
000253*                     PUTAR ULANG MULAI TEPAT SESUDAH POSISI
000254*                     JURNAL GENERASI ITU (TANPA MENEBAK TANGGAL).
000255*                     TITIK BERHENTI OPSIONAL (TANGGAL DAN JAM)
000256*                     UNTUK PEMULIHAN KE SAAT TERTENTU.
000260*    ---------------------------------------------------------
000270*
000280*    URUTAN PEMULIHAN: MHSRELD MEMBANGUN ULANG MASTER DARI
000360*    DILEWATI. OPERATOR DAPAT MENGISI TANGGAL MULAI (YYYYMMDD)
000370*    SUPAYA HANYA JURNAL SEJAK TANGGAL ITU YANG DIPUTAR ULANG;
000380*    KOSONG BERARTI SELURUH JURNAL. HASIL KE LAPORAN RFWDRPT.
000381*
000382*    BILA RECORD KONTROL KATALOG MHSBKCAT (COPYBOOK BKCATR)
000383*    MENCATAT GENERASI HASIL MHSRELD (BKC-GENERASI-RELOAD), TITIK
000384*    MULAI DIAMBIL DARI POSISI JURNAL GENERASI ITU DAN TANGGAL
000385*    MULAI TIDAK DITANYAKAN. POSISI RECORD KE-N MHSJRN ADALAH
000386*    BKC-JRN-DASAR + N; RECORD SAMPAI POSISI GENERASI SUDAH
000387*    TERMASUK DI BACKUP DAN DILEWATI. OPERATOR DAPAT MENGISI
000388*    TITIK BERHENTI (YYYYMMDD DAN HHMMSS): RECORD JURNAL SESUDAH
000389*    SAAT ITU TIDAK DITERAPKAN, HANYA DIHITUNG.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000540     SELECT RFWDRPT-FILE ASSIGN TO RFWDRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RFWDRPT-STATUS.
000561     SELECT MHSBKCAT-FILE ASSIGN TO MHSBKCAT
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS BKC-GENERASI
000565         FILE STATUS IS MHSBKCAT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000650
000660 FD  RFWDRPT-FILE.
000670 01  RPT-LINE                     PIC X(80).
000672
000674 FD  MHSBKCAT-FILE.
000676     COPY BKCATR.
000680
000690 WORKING-STORAGE SECTION.
000700 77  MHSJRN-STATUS                PIC XX    VALUE SPACES.
000830 77  RF-GAGAL-COUNT               PIC 9(07) VALUE ZERO.
000840 77  RF-TANGGAL-INPUT             PIC X(08) VALUE SPACES.
000850 77  RF-TANGGAL-MULAI             PIC 9(08) VALUE ZERO.
000851 77  MHSBKCAT-STATUS              PIC XX    VALUE SPACES.
000852     88  MHSBKCAT-OK                  VALUE "00".
000853 77  RF-MODE-SWITCH               PIC X(01) VALUE "N".
000854     88  RF-MODE-GENERASI             VALUE "Y".
000855 77  RF-INIT-SWITCH               PIC X(01) VALUE "Y".
000856     88  RF-INIT-OK                   VALUE "Y".
000857 77  RF-HENTI-SWITCH              PIC X(01) VALUE "N".
000858     88  RF-ADA-HENTI                 VALUE "Y".
000859 77  RF-LEWAT-HENTI-SWITCH        PIC X(01) VALUE "N".
000860     88  RF-SUDAH-LEWAT-HENTI         VALUE "Y".
000861 77  RF-GENERASI                  PIC 9(05) VALUE ZERO.
000862 77  RF-JRN-DASAR                 PIC 9(09) VALUE ZERO.
000863 77  RF-POSISI-MULAI              PIC 9(09) VALUE ZERO.
000864 77  RF-POSISI                    PIC 9(09) VALUE ZERO.
000865 77  RF-HENTI-COUNT               PIC 9(07) VALUE ZERO.
000866 77  RF-TANGGAL-HENTI-INPUT       PIC X(08) VALUE SPACES.
000867 77  RF-JAM-HENTI-INPUT           PIC X(06) VALUE SPACES.
000868*
000869*    TITIK BERHENTI DAN WAKTU RECORD JURNAL DIBANDINGKAN SEBAGAI
000870*    TANGGAL + JAM (HHMMSSCC). JAM BERHENTI DIISI "99" PADA
000871*    PERSERATUS DETIK SUPAYA DETIK YANG DIMINTA IKUT DITERAPKAN.
000872*
000873 01  RF-WAKTU-HENTI.
000874     05  RF-WH-TANGGAL            PIC 9(08) VALUE ZERO.
000875     05  RF-WH-JAM                PIC 9(08) VALUE ZERO.
000876 01  RF-WAKTU-JRN.
000877     05  RF-WJ-TANGGAL            PIC 9(08) VALUE ZERO.
000878     05  RF-WJ-JAM                PIC 9(08) VALUE ZERO.
000879
000880 01  RPT-TITLE-LINE               PIC X(50) VALUE
000881     "LAPORAN ROLL-FORWARD MHSMAST DARI JURNAL MHSJRN".
000890 01  RPT-MULAI-LINE.
000900     05  FILLER                  PIC X(25) VALUE
000910         "DIPUTAR SEJAK TANGGAL : ".
000920     05  RPT-H-MULAI             PIC 9(08).
000921 01  RPT-GENERASI-LINE.
000922     05  FILLER                  PIC X(25) VALUE
000923         "SESUDAH GENERASI      : ".
000924     05  RPT-H-GENERASI          PIC ZZZZ9.
000925     05  FILLER                  PIC X(18) VALUE
000926         "   POSISI JURNAL: ".
000927     05  RPT-H-POSISI            PIC ZZZZZZZZ9.
000928 01  RPT-HENTI-LINE.
000929     05  FILLER                  PIC X(25) VALUE
000930         "BERHENTI SESUDAH      : ".
000931     05  RPT-H-HENTI-TANGGAL     PIC 9(08).
000932     05  FILLER                  PIC X(05) VALUE " JAM ".
000933     05  RPT-H-HENTI-JAM         PIC 9(06).
000934 01  RPT-DETAIL-LINE.
000940     05  FILLER                  PIC X(03) VALUE SPACES.
000950     05  RPT-D-AKSI              PIC X(01).
000960     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  RPT-T-READ              PIC ZZZZZZ9.
001040 01  RPT-SKIP-LINE.
001050     05  FILLER                  PIC X(25) VALUE
001052         "SEBELUM TITIK MULAI   : ".
001070     05  RPT-T-SKIP              PIC ZZZZZZ9.
001080 01  RPT-APPLIED-LINE.
001090     05  FILLER                  PIC X(25) VALUE
001170     05  FILLER                  PIC X(25) VALUE
001180         "GAGAL (PERIKSA!)      : ".
001190     05  RPT-T-GAGAL             PIC ZZZZZZ9.
001192 01  RPT-HENTI-TOTAL-LINE.
001194     05  FILLER                  PIC X(25) VALUE
001196         "SESUDAH TITIK BERHENTI: ".
001198     05  RPT-T-HENTI             PIC ZZZZZZ9.
001200
001210 PROCEDURE DIVISION.
001220*
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-REPLAY-ONE THRU 2000-EXIT
001310         UNTIL RF-END-OF-FILE.
001312     IF RF-INIT-OK
001314         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001316     END-IF.
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001340     STOP RUN.
001350*
001360*    ---------------------------------------------------------
001370*    1000-INITIALIZE - BUKA JURNAL (HARUS ADA) DAN MASTER HASIL
001372*    RELOAD, TENTUKAN TITIK MULAI DAN BERHENTI, BUKA LAPORAN.
001374*    TIDAK ADA PEMBUATAN MASTER KOSONG DI SINI: ROLL-FORWARD
001376*    TANPA MASTER HASIL MHSRELD TIDAK ADA ARTINYA.
001410*    ---------------------------------------------------------
001420*
001430 1000-INITIALIZE.
001570         GO TO 1000-EXIT
001580     END-IF.
001590
001591     PERFORM 1100-TITIK-MULAI THRU 1100-EXIT.
001592     IF NOT RF-INIT-OK
001593         MOVE "Y" TO RF-EOF-SWITCH
001594         GO TO 1000-EXIT
001595     END-IF.
001596     PERFORM 1200-TITIK-HENTI THRU 1200-EXIT.
001597
001598     OPEN OUTPUT RFWDRPT-FILE.
001599     WRITE RPT-LINE FROM RPT-TITLE-LINE.
001600     IF RF-MODE-GENERASI
001601         MOVE RF-GENERASI TO RPT-H-GENERASI
001602         MOVE RF-POSISI-MULAI TO RPT-H-POSISI
001603         MOVE SPACES TO RPT-LINE
001604         WRITE RPT-LINE FROM RPT-GENERASI-LINE
001605     ELSE
001606         MOVE RF-TANGGAL-MULAI TO RPT-H-MULAI
001607         MOVE SPACES TO RPT-LINE
001608         WRITE RPT-LINE FROM RPT-MULAI-LINE
001609     END-IF.
001610     IF RF-ADA-HENTI
001611         MOVE RF-WH-TANGGAL TO RPT-H-HENTI-TANGGAL
001612         MOVE RF-WH-JAM(1:6) TO RPT-H-HENTI-JAM
001613         MOVE SPACES TO RPT-LINE
001614         WRITE RPT-LINE FROM RPT-HENTI-LINE
001615     END-IF.
001616     MOVE SPACES TO RPT-LINE.
001617     WRITE RPT-LINE.
001618 1000-EXIT.
001619     EXIT.
001620*
001621*    ---------------------------------------------------------
001622*    1100-TITIK-MULAI - AMBIL TITIK MULAI DARI KATALOG BILA
001623*    MHSRELD MENCATAT GENERASI YANG DIMUAT; JIKA TIDAK, MINTA
001624*    TANGGAL MULAI SEPERTI SEBELUMNYA. POSISI GENERASI YANG
001625*    SUDAH DIPINDAH KE MHSJRNH OLEH MHSJTUP TIDAK BISA DIPUTAR
001626*    DARI MHSJRN DAN DITOLAK.
001627*    ---------------------------------------------------------
001628*
001629 1100-TITIK-MULAI.
001630     OPEN INPUT MHSBKCAT-FILE.
001631     IF NOT MHSBKCAT-OK
001632         GO TO 1150-TANYA-TANGGAL
001633     END-IF.
001634     MOVE ZERO TO BKC-GENERASI.
001635     READ MHSBKCAT-FILE
001636         INVALID KEY
001637             CLOSE MHSBKCAT-FILE
001638             GO TO 1150-TANYA-TANGGAL
001639     END-READ.
001640     MOVE BKC-JRN-DASAR TO RF-JRN-DASAR.
001641     MOVE BKC-GENERASI-RELOAD TO RF-GENERASI.
001642     IF BKC-TUTUP-BERJALAN
001643         DISPLAY "PENUTUPAN JURNAL BELUM SELESAI - JALANKAN "
001644             "MHSJTUP DULU"
001645         MOVE "N" TO RF-INIT-SWITCH
001646         CLOSE MHSBKCAT-FILE
001647         GO TO 1100-EXIT
001648     END-IF.
001649     IF RF-GENERASI = ZERO
001650         CLOSE MHSBKCAT-FILE
001651         GO TO 1150-TANYA-TANGGAL
001652     END-IF.
001653     MOVE RF-GENERASI TO BKC-GENERASI.
001654     READ MHSBKCAT-FILE
001655         INVALID KEY
001656             DISPLAY "GENERASI " RF-GENERASI
001657                 " TIDAK ADA DI KATALOG MHSBKCAT"
001658             MOVE "N" TO RF-INIT-SWITCH
001659             CLOSE MHSBKCAT-FILE
001660             GO TO 1100-EXIT
001661     END-READ.
001662     MOVE BKC-POSISI-JRN TO RF-POSISI-MULAI.
001663     CLOSE MHSBKCAT-FILE.
001664     IF RF-POSISI-MULAI < RF-JRN-DASAR
001665         DISPLAY "POSISI JURNAL GENERASI " RF-GENERASI
001666             " SUDAH DIPINDAH KE MHSJRNH - PUTAR ULANG DITOLAK"
001667         MOVE "N" TO RF-INIT-SWITCH
001668         GO TO 1100-EXIT
001669     END-IF.
001670     SET RF-MODE-GENERASI TO TRUE.
001671     DISPLAY "MULAI SESUDAH GENERASI " RF-GENERASI
001672         ", POSISI JURNAL " RF-POSISI-MULAI.
001673     GO TO 1100-EXIT.
001674 1150-TANYA-TANGGAL.
001675     DISPLAY "MASUKKAN TANGGAL MULAI PUTAR ULANG (YYYYMMDD,".
001676     DISPLAY "KOSONGKAN UNTUK SELURUH JURNAL): ".
001677     ACCEPT RF-TANGGAL-INPUT.
001678     IF RF-TANGGAL-INPUT IS NUMERIC
001679         AND RF-TANGGAL-INPUT NOT = "00000000"
001680         MOVE RF-TANGGAL-INPUT TO RF-TANGGAL-MULAI
001681     ELSE
001682         MOVE ZERO TO RF-TANGGAL-MULAI
001683     END-IF.
001685 1100-EXIT.
001687     EXIT.
001689*
001691*    ---------------------------------------------------------
001693*    1200-TITIK-HENTI - TERIMA TITIK BERHENTI OPSIONAL. JAM
001695*    KOSONG BERARTI SAMPAI AKHIR HARI (235959).
001697*    ---------------------------------------------------------
001699*
001701 1200-TITIK-HENTI.
001703     DISPLAY "TANGGAL BERHENTI (YYYYMMDD, KOSONGKAN UNTUK".
001705     DISPLAY "SAMPAI AKHIR JURNAL): ".
001707     ACCEPT RF-TANGGAL-HENTI-INPUT.
001709     IF RF-TANGGAL-HENTI-INPUT IS NOT NUMERIC
001711         OR RF-TANGGAL-HENTI-INPUT = "00000000"
001713         GO TO 1200-EXIT
001715     END-IF.
001717     MOVE RF-TANGGAL-HENTI-INPUT TO RF-WH-TANGGAL.
001719     DISPLAY "JAM BERHENTI (HHMMSS, KOSONG = 235959): ".
001721     ACCEPT RF-JAM-HENTI-INPUT.
001723     IF RF-JAM-HENTI-INPUT IS NOT NUMERIC
001725         MOVE "235959" TO RF-JAM-HENTI-INPUT
001727     END-IF.
001729     MOVE RF-JAM-HENTI-INPUT TO RF-WH-JAM(1:6).
001731     MOVE "99" TO RF-WH-JAM(7:2).
001733     SET RF-ADA-HENTI TO TRUE.
001735 1200-EXIT.
001780     EXIT.
001790*
001800*    ---------------------------------------------------------
001810*    2000-REPLAY-ONE - BACA SATU RECORD JURNAL DAN TERAPKAN
001812*    MENURUT AKSINYA. RECORD SEBELUM TITIK MULAI DILEWATI,
001814*    RECORD SESUDAH TITIK BERHENTI HANYA DIHITUNG.
001830*    ---------------------------------------------------------
001840*
001850 2000-REPLAY-ONE.
001890             GO TO 2000-EXIT
001900     END-READ.
001910     ADD 1 TO RF-READ-COUNT.
001911     IF RF-MODE-GENERASI
001912         ADD RF-JRN-DASAR RF-READ-COUNT GIVING RF-POSISI
001913         IF RF-POSISI NOT > RF-POSISI-MULAI
001914             ADD 1 TO RF-SKIP-COUNT
001915             GO TO 2000-EXIT
001916         END-IF
001917     ELSE
001918         IF JRN-TANGGAL < RF-TANGGAL-MULAI
001919             ADD 1 TO RF-SKIP-COUNT
001921             GO TO 2000-EXIT
001922         END-IF
001923     END-IF.
001924     IF RF-ADA-HENTI
001925         MOVE JRN-TANGGAL TO RF-WJ-TANGGAL
001926         MOVE JRN-JAM TO RF-WJ-JAM
001927         IF RF-WAKTU-JRN > RF-WAKTU-HENTI
001928             SET RF-SUDAH-LEWAT-HENTI TO TRUE
001929         END-IF
001931     END-IF.
001932     IF RF-SUDAH-LEWAT-HENTI
001933         ADD 1 TO RF-HENTI-COUNT
001940         GO TO 2000-EXIT
001950     END-IF.
001960
003240     MOVE RF-GAGAL-COUNT TO RPT-T-GAGAL.
003250     MOVE SPACES TO RPT-LINE.
003260     WRITE RPT-LINE FROM RPT-GAGAL-LINE.
003261     IF RF-ADA-HENTI
003262         MOVE RF-HENTI-COUNT TO RPT-T-HENTI
003263         MOVE SPACES TO RPT-LINE
003264         WRITE RPT-LINE FROM RPT-HENTI-TOTAL-LINE
003265     END-IF.
003270     DISPLAY "ROLL-FORWARD SELESAI: " RF-APPLIED-COUNT
003280         " DITERAPKAN, " RF-GAGAL-COUNT " GAGAL.".
003290 3000-EXIT.

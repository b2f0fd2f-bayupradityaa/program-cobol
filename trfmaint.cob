000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRFMAINT.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - PEMELIHARAAN FILE TARIF
000210*                     UKT/SPP PER KELAS (TARIFREF, COPYBOOK
000220*                     TARIFR): DAFTAR, TAMBAH, UBAH DAN HAPUS.
000230*    ---------------------------------------------------------
000240*
000250*    PROGRAM MENU INI DIJALANKAN OPERATOR SENDIRI, SAMA SEPERTI
000260*    KELMAINT. TARIF HANYA BOLEH DIBUAT UNTUK KELAS YANG ADA DI
000270*    KELASREF. PERUBAHAN TARIF BERLAKU UNTUK RUN TAGIHAN
000280*    (TAGBILL) BERIKUTNYA; TAGIHAN YANG SUDAH DIBUAT TIDAK
000290*    BERUBAH.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TARIFREF-FILE ASSIGN TO TARIFREF
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS TRF-KELAS
000380         FILE STATUS IS TARIFREF-STATUS.
000390
000400     SELECT KELASREF-FILE ASSIGN TO KELASREF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS KLS-KODE
000440         FILE STATUS IS KELASREF-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TARIFREF-FILE.
000490     COPY TARIFR.
000500
000510 FD  KELASREF-FILE.
000520     COPY KELASR.
000530
000540 WORKING-STORAGE SECTION.
000550 77  TARIFREF-STATUS              PIC XX    VALUE SPACES.
000560     88  TARIFREF-OK                  VALUE "00".
000570 77  KELASREF-STATUS              PIC XX    VALUE SPACES.
000580     88  KELASREF-OK                  VALUE "00".
000590 77  TF-PILIHAN                   PIC 9(01) VALUE ZERO.
000600 77  TF-EXIT-SWITCH               PIC X(01) VALUE "N".
000610     88  TF-END-OF-JOB                VALUE "Y".
000620 77  TF-EOF-SWITCH                PIC X(01) VALUE "N".
000630     88  TF-END-OF-FILE               VALUE "Y".
000640 77  TF-FOUND-SWITCH              PIC X(01) VALUE "N".
000650     88  TF-RECORD-FOUND              VALUE "Y".
000660 77  TF-VALID-SWITCH              PIC X(01) VALUE "N".
000670     88  TF-DATA-VALID                VALUE "Y".
000680 77  TF-CONFIRM                   PIC X(01) VALUE SPACE.
000690     88  TF-CONFIRM-YES               VALUES "Y" "y".
000700 77  TF-LIST-COUNT                PIC 9(03) VALUE ZERO.
000710 77  TF-KELAS                     PIC A(05) VALUE SPACES.
000720 77  TF-JUMLAH-INPUT              PIC X(09) VALUE SPACES.
000730 77  TF-JUMLAH                    PIC 9(09) VALUE ZERO.
000740 77  TF-TANGGAL                   PIC 9(08) VALUE ZERO.
000750 77  TF-JUMLAH-TAMPIL             PIC ZZZ,ZZZ,ZZ9.
000760
000770 PROCEDURE DIVISION.
000780*
000790*    ===========================================================
000800*    0000-MAINLINE - BUKA FILE TARIF, JALANKAN MENU SAMPAI
000810*    OPERATOR MEMILIH EXIT, LALU TUTUP FILE.
000820*    ===========================================================
000830*
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000870         UNTIL TF-END-OF-JOB.
000880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000890     STOP RUN.
000900*
000910*    ---------------------------------------------------------
000920*    1000-INITIALIZE - BUKA FILE TARIF (BUAT KOSONG BILA BELUM
000930*    ADA) DAN FILE REFERENSI KELAS UNTUK VALIDASI.
000940*    ---------------------------------------------------------
000950*
000960 1000-INITIALIZE.
000970     OPEN I-O TARIFREF-FILE.
000980     IF TARIFREF-STATUS = "35"
000990         OPEN OUTPUT TARIFREF-FILE
001000         CLOSE TARIFREF-FILE
001010         OPEN I-O TARIFREF-FILE
001020     END-IF.
001030     IF NOT TARIFREF-OK
001040         DISPLAY "ERROR BUKA FILE TARIF, STATUS = "
001050             TARIFREF-STATUS
001060         SET TF-END-OF-JOB TO TRUE
001070         GO TO 1000-EXIT
001080     END-IF.
001090     OPEN INPUT KELASREF-FILE.
001100     IF NOT KELASREF-OK
001110         DISPLAY "ERROR BUKA FILE KELAS, STATUS = "
001120             KELASREF-STATUS
001130         SET TF-END-OF-JOB TO TRUE
001140         GO TO 1000-EXIT
001150     END-IF.
001160     ACCEPT TF-TANGGAL FROM DATE YYYYMMDD.
001170 1000-EXIT.
001180     EXIT.
001190*
001200*    ---------------------------------------------------------
001210*    2000-PROCESS-MENU - TAMPILKAN MENU, TERIMA PILIHAN DAN
001220*    JALANKAN FUNGSI YANG SESUAI, SAMA SEPERTI KELMAINT.
001230*    ---------------------------------------------------------
001240*
001250 2000-PROCESS-MENU.
001260     DISPLAY " ".
001270     DISPLAY "PEMELIHARAAN TARIF UKT/SPP - PILIH MENU: ".
001280     DISPLAY "1. DAFTAR TARIF".
001290     DISPLAY "2. TAMBAH TARIF".
001300     DISPLAY "3. UBAH TARIF".
001310     DISPLAY "4. HAPUS TARIF".
001320     DISPLAY "5. EXIT".
001330     ACCEPT TF-PILIHAN.
001340
001350     EVALUATE TF-PILIHAN
001360         WHEN 1
001370             PERFORM 3000-DAFTAR-TARIF THRU 3000-EXIT
001380         WHEN 2
001390             PERFORM 4000-TAMBAH-TARIF THRU 4000-EXIT
001400         WHEN 3
001410             PERFORM 5000-UBAH-TARIF THRU 5000-EXIT
001420         WHEN 4
001430             PERFORM 6000-HAPUS-TARIF THRU 6000-EXIT
001440         WHEN 5
001450             DISPLAY "PROGRAM SELESAI."
001460             SET TF-END-OF-JOB TO TRUE
001470         WHEN OTHER
001480             DISPLAY "PILIHAN TIDAK ADA, SILAKAN COBA LAGI."
001490     END-EVALUATE.
001500 2000-EXIT.
001510     EXIT.
001520*
001530*    ---------------------------------------------------------
001540*    3000-DAFTAR-TARIF - TAMPILKAN SEMUA TARIF, URUT KELAS.
001550*    ---------------------------------------------------------
001560*
001570 3000-DAFTAR-TARIF.
001580     MOVE LOW-VALUES TO TRF-KELAS.
001590     START TARIFREF-FILE KEY NOT < TRF-KELAS
001600         INVALID KEY
001610             DISPLAY "FILE TARIF KOSONG."
001620             GO TO 3000-EXIT
001630     END-START.
001640     MOVE "N" TO TF-EOF-SWITCH.
001650     MOVE ZERO TO TF-LIST-COUNT.
001660     DISPLAY "KELAS        TARIF (RP)  DIUBAH".
001670     DISPLAY "----- ----------------  --------".
001680     PERFORM 3100-LIST-ONE THRU 3100-EXIT
001690         UNTIL TF-END-OF-FILE.
001700     DISPLAY "JUMLAH TARIF TERDAFTAR: " TF-LIST-COUNT.
001710 3000-EXIT.
001720     EXIT.
001730
001740 3100-LIST-ONE.
001750     READ TARIFREF-FILE NEXT RECORD
001760         AT END
001770             MOVE "Y" TO TF-EOF-SWITCH
001780         NOT AT END
001790             MOVE TRF-JUMLAH TO TF-JUMLAH-TAMPIL
001800             DISPLAY TRF-KELAS "      " TF-JUMLAH-TAMPIL "  "
001810                 TRF-TANGGAL-UBAH
001820             ADD 1 TO TF-LIST-COUNT
001830     END-READ.
001840 3100-EXIT.
001850     EXIT.
001860*
001870*    ---------------------------------------------------------
001880*    4000-TAMBAH-TARIF - TAMBAH TARIF UNTUK KELAS YANG ADA DI
001890*    KELASREF DAN BELUM PUNYA TARIF.
001900*    ---------------------------------------------------------
001910*
001920 4000-TAMBAH-TARIF.
001930     DISPLAY "MASUKKAN KODE KELAS: ".
001940     ACCEPT TF-KELAS.
001950     IF TF-KELAS = SPACES
001960         DISPLAY "KODE KELAS TIDAK BOLEH KOSONG."
001970         GO TO 4000-EXIT
001980     END-IF.
001990     MOVE TF-KELAS TO KLS-KODE.
002000     READ KELASREF-FILE
002010         INVALID KEY
002020             DISPLAY "KELAS " TF-KELAS " TIDAK ADA DI KELASREF."
002030             GO TO 4000-EXIT
002040     END-READ.
002050
002060     MOVE TF-KELAS TO TRF-KELAS.
002070     PERFORM 7000-READ-TARIF THRU 7000-EXIT.
002080     IF TF-RECORD-FOUND
002090         DISPLAY "TARIF KELAS " TF-KELAS " SUDAH ADA, "
002100             "GUNAKAN UBAH."
002110         GO TO 4000-EXIT
002120     END-IF.
002130
002140     PERFORM 7100-GET-JUMLAH THRU 7100-EXIT.
002150     IF NOT TF-DATA-VALID
002160         GO TO 4000-EXIT
002170     END-IF.
002180
002190     MOVE TF-KELAS TO TRF-KELAS.
002200     MOVE TF-JUMLAH TO TRF-JUMLAH.
002210     MOVE TF-TANGGAL TO TRF-TANGGAL-UBAH.
002220     WRITE TRF-RECORD
002230         INVALID KEY
002240             DISPLAY "GAGAL MENYIMPAN TARIF."
002250         NOT INVALID KEY
002260             DISPLAY "TARIF KELAS " TF-KELAS " DISIMPAN."
002270     END-WRITE.
002280 4000-EXIT.
002290     EXIT.
002300*
002310*    ---------------------------------------------------------
002320*    5000-UBAH-TARIF - GANTI JUMLAH TARIF SATU KELAS.
002330*    ---------------------------------------------------------
002340*
002350 5000-UBAH-TARIF.
002360     DISPLAY "MASUKKAN KODE KELAS YANG TARIFNYA DIUBAH: ".
002370     ACCEPT TF-KELAS.
002380     MOVE TF-KELAS TO TRF-KELAS.
002390     PERFORM 7000-READ-TARIF THRU 7000-EXIT.
002400     IF NOT TF-RECORD-FOUND
002410         DISPLAY "TARIF KELAS TIDAK DITEMUKAN."
002420         GO TO 5000-EXIT
002430     END-IF.
002440
002450     MOVE TRF-JUMLAH TO TF-JUMLAH-TAMPIL.
002460     DISPLAY "TARIF SAAT INI: RP " TF-JUMLAH-TAMPIL.
002470     PERFORM 7100-GET-JUMLAH THRU 7100-EXIT.
002480     IF NOT TF-DATA-VALID
002490         GO TO 5000-EXIT
002500     END-IF.
002510
002520     MOVE TF-JUMLAH TO TRF-JUMLAH.
002530     MOVE TF-TANGGAL TO TRF-TANGGAL-UBAH.
002540     REWRITE TRF-RECORD
002550         INVALID KEY
002560             DISPLAY "GAGAL MENYIMPAN PERUBAHAN."
002570         NOT INVALID KEY
002580             DISPLAY "TARIF KELAS " TF-KELAS " DIUBAH."
002590     END-REWRITE.
002600 5000-EXIT.
002610     EXIT.
002620*
002630*    ---------------------------------------------------------
002640*    6000-HAPUS-TARIF - HAPUS TARIF SATU KELAS SETELAH
002650*    KONFIRMASI, SAMA SEPERTI HAPUS KELAS PADA KELMAINT.
002660*    ---------------------------------------------------------
002670*
002680 6000-HAPUS-TARIF.
002690     DISPLAY "MASUKKAN KODE KELAS YANG TARIFNYA DIHAPUS: ".
002700     ACCEPT TF-KELAS.
002710     MOVE TF-KELAS TO TRF-KELAS.
002720     PERFORM 7000-READ-TARIF THRU 7000-EXIT.
002730     IF NOT TF-RECORD-FOUND
002740         DISPLAY "TARIF KELAS TIDAK DITEMUKAN."
002750         GO TO 6000-EXIT
002760     END-IF.
002770
002780     MOVE TRF-JUMLAH TO TF-JUMLAH-TAMPIL.
002790     DISPLAY "TARIF KELAS " TRF-KELAS " RP " TF-JUMLAH-TAMPIL.
002800     DISPLAY "YAKIN HAPUS TARIF INI? (Y/T): ".
002810     ACCEPT TF-CONFIRM.
002820     IF TF-CONFIRM-YES
002830         DELETE TARIFREF-FILE
002840             INVALID KEY
002850                 DISPLAY "GAGAL MENGHAPUS TARIF."
002860             NOT INVALID KEY
002870                 DISPLAY "TARIF BERHASIL DIHAPUS."
002880         END-DELETE
002890     ELSE
002900         DISPLAY "PENGHAPUSAN DIBATALKAN."
002910     END-IF.
002920 6000-EXIT.
002930     EXIT.
002940*
002950 7000-READ-TARIF.
002960     READ TARIFREF-FILE
002970         INVALID KEY
002980             MOVE "N" TO TF-FOUND-SWITCH
002990         NOT INVALID KEY
003000             MOVE "Y" TO TF-FOUND-SWITCH
003010     END-READ.
003020 7000-EXIT.
003030     EXIT.
003040*
003050*    ---------------------------------------------------------
003060*    7100-GET-JUMLAH - TERIMA DAN VALIDASI JUMLAH TARIF (ANGKA
003070*    9 DIGIT DENGAN NOL DI DEPAN, RUPIAH PENUH, TIDAK NOL).
003080*    ---------------------------------------------------------
003090*
003100 7100-GET-JUMLAH.
003110     MOVE "N" TO TF-VALID-SWITCH.
003120     DISPLAY "MASUKKAN TARIF (9 DIGIT, MIS. 003500000): ".
003130     ACCEPT TF-JUMLAH-INPUT.
003140     IF TF-JUMLAH-INPUT IS NOT NUMERIC
003150         DISPLAY "TARIF HARUS ANGKA 9 DIGIT."
003160         GO TO 7100-EXIT
003170     END-IF.
003180     MOVE TF-JUMLAH-INPUT TO TF-JUMLAH.
003190     IF TF-JUMLAH = ZERO
003200         DISPLAY "TARIF TIDAK BOLEH NOL."
003210         GO TO 7100-EXIT
003220     END-IF.
003230     MOVE "Y" TO TF-VALID-SWITCH.
003240 7100-EXIT.
003250     EXIT.
003260*
003270 9000-TERMINATE.
003280     CLOSE TARIFREF-FILE.
003290     CLOSE KELASREF-FILE.
003300 9000-EXIT.
003310     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MTKMAINT.
000120 AUTHOR. BUDI PRASETYO.
000130 INSTALLATION. LAB AP3.
000140 DATE-WRITTEN. 15/10/26.
000150 DATE-COMPILED. 15/10/26.
000160*
000170*    MODIFICATION HISTORY
000180*    ---------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    15/10/26   BPA   ORIGINAL VERSION - PEMELIHARAAN FILE
000210*                     REFERENSI MATA KULIAH (MTKREF, COPYBOOK
000220*                     MTKR): DAFTAR, TAMBAH, UBAH DAN HAPUS
000230*                     KODE MATA KULIAH BESERTA NAMA, SKS,
000240*                     KAPASITAS PER SEMESTER DAN KELAS YANG
000250*                     BOLEH MENGAMBIL. SETIAP KELAS DIPERIKSA
000260*                     TERHADAP REFERENSI KELASREF. MATA
000270*                     KULIAH YANG MASIH ADA DI KRS (KRSMAST)
000280*                     TIDAK DAPAT DIHAPUS.
000290*    ---------------------------------------------------------
000300*
000310*    PROGRAM MENU INI DIJALANKAN OPERATOR SENDIRI, SAMA SEPERTI
000320*    KELMAINT. MATA KULIAH BARU CUKUP DITAMBAHKAN DI SINI TANPA
000330*    PERUBAHAN PROGRAM. ENTRI KRS PADA TUGAS1AP3, BATCH KRSLOAD
000340*    DAN LAPORAN KRSRPT MEMBACA FILE INI.
000350*
000360*    DAFTAR KELAS YANG DIIZINKAN BERISI SAMPAI LIMA KODE KELAS.
000370*    DAFTAR YANG DIKOSONGKAN SELURUHNYA BERARTI MATA KULIAH
000380*    TERBUKA UNTUK SEMUA KELAS.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MTKREF-FILE ASSIGN TO MTKREF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS MTK-KODE
000470         FILE STATUS IS MTKREF-STATUS.
000480
000490     SELECT KELASREF-FILE ASSIGN TO KELASREF
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS KLS-KODE
000530         FILE STATUS IS KELASREF-STATUS.
000540
000550     SELECT KRSMAST-FILE ASSIGN TO KRSMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS KRS-KEY
000590         ALTERNATE RECORD KEY IS KRS-SEM-MTK WITH DUPLICATES
000600         FILE STATUS IS KRSMAST-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  MTKREF-FILE.
000650     COPY MTKR.
000660
000670 FD  KELASREF-FILE.
000680     COPY KELASR.
000690
000700 FD  KRSMAST-FILE.
000710     COPY KRSR.
000720
000730 WORKING-STORAGE SECTION.
000740 77  MTKREF-STATUS                PIC XX    VALUE SPACES.
000750     88  MTKREF-OK                    VALUE "00".
000760 77  KELASREF-STATUS              PIC XX    VALUE SPACES.
000770     88  KELASREF-OK                  VALUE "00".
000780 77  KRSMAST-STATUS               PIC XX    VALUE SPACES.
000790     88  KRSMAST-OK                   VALUE "00".
000800 77  MK-PILIHAN                   PIC 9(01) VALUE ZERO.
000810 77  MK-EXIT-SWITCH               PIC X(01) VALUE "N".
000820     88  MK-END-OF-JOB                VALUE "Y".
000830 77  MK-EOF-SWITCH                PIC X(01) VALUE "N".
000840     88  MK-END-OF-FILE               VALUE "Y".
000850 77  MK-FOUND-SWITCH              PIC X(01) VALUE "N".
000860     88  MK-RECORD-FOUND              VALUE "Y".
000870 77  MK-KRS-SWITCH                PIC X(01) VALUE "N".
000880     88  MK-KRS-DIPAKAI               VALUE "Y".
000890 77  MK-VALID-SWITCH              PIC X(01) VALUE "N".
000900     88  MK-DATA-VALID                VALUE "Y".
000910 77  MK-CONFIRM                   PIC X(01) VALUE SPACE.
000920     88  MK-CONFIRM-YES               VALUES "Y" "y".
000930 77  MK-LIST-COUNT                PIC 9(03) VALUE ZERO.
000940 77  MK-KELAS-SUB                 PIC 9(01) VALUE ZERO.
000950 77  MK-KODE                      PIC X(06) VALUE SPACES.
000960 77  MK-NAMA                      PIC X(25) VALUE SPACES.
000970 77  MK-SKS-INPUT                 PIC X(01) VALUE SPACES.
000980 77  MK-KAP-INPUT                 PIC X(03) VALUE SPACES.
000990 77  MK-SKS                       PIC 9(01) VALUE ZERO.
001000     88  MK-SKS-VALID                 VALUES 1 THRU 6.
001010 77  MK-KAPASITAS                 PIC 9(03) VALUE ZERO.
001020 77  MK-KELAS-INPUT               PIC A(05) VALUE SPACES.
001030 01  MK-KELAS-LIST.
001040     05  MK-KELAS-IZIN            PIC A(05) OCCURS 5 TIMES.
001050
001060 PROCEDURE DIVISION.
001070*
001080*    ===========================================================
001090*    0000-MAINLINE - BUKA FILE REFERENSI, JALANKAN MENU SAMPAI
001100*    OPERATOR MEMILIH EXIT, LALU TUTUP FILE.
001110*    ===========================================================
001120*
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001160         UNTIL MK-END-OF-JOB.
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180     STOP RUN.
001190*
001200*    ---------------------------------------------------------
001210*    1000-INITIALIZE - BUKA FILE REFERENSI MATA KULIAH. BILA
001220*    FILE BELUM ADA, BUAT KOSONG; MATA KULIAH DIISI OPERATOR
001230*    LEWAT MENU TAMBAH. REFERENSI KELAS KELASREF WAJIB ADA
001240*    UNTUK VALIDASI DAFTAR KELAS. FILE KRS KRSMAST DIBUKA
001250*    INPUT UNTUK PEMERIKSAAN HAPUS; BILA BELUM ADA DIBUAT
001260*    KOSONG, SAMA SEPERTI ENTRI KRS PADA TUGAS1AP3.
001270*    ---------------------------------------------------------
001280*
001290 1000-INITIALIZE.
001300     OPEN I-O MTKREF-FILE.
001310     IF MTKREF-STATUS = "35"
001320         OPEN OUTPUT MTKREF-FILE
001330         CLOSE MTKREF-FILE
001340         OPEN I-O MTKREF-FILE
001350     END-IF.
001360     IF NOT MTKREF-OK
001370         DISPLAY "ERROR BUKA FILE MATA KULIAH, STATUS = "
001380             MTKREF-STATUS
001390         SET MK-END-OF-JOB TO TRUE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     OPEN INPUT KELASREF-FILE.
001430     IF NOT KELASREF-OK
001440         DISPLAY "ERROR BUKA FILE KELAS, STATUS = "
001450             KELASREF-STATUS
001460         SET MK-END-OF-JOB TO TRUE
001470         GO TO 1000-EXIT
001480     END-IF.
001490     OPEN INPUT KRSMAST-FILE.
001500     IF KRSMAST-STATUS = "35"
001510         OPEN OUTPUT KRSMAST-FILE
001520         CLOSE KRSMAST-FILE
001530         OPEN INPUT KRSMAST-FILE
001540     END-IF.
001550     IF NOT KRSMAST-OK
001560         DISPLAY "ERROR BUKA FILE KRS, STATUS = "
001570             KRSMAST-STATUS
001580         SET MK-END-OF-JOB TO TRUE
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620*
001630*    ---------------------------------------------------------
001640*    2000-PROCESS-MENU - TAMPILKAN MENU, TERIMA PILIHAN DAN
001650*    JALANKAN FUNGSI YANG SESUAI, SAMA SEPERTI KELMAINT.
001660*    ---------------------------------------------------------
001670*
001680 2000-PROCESS-MENU.
001690     DISPLAY " ".
001700     DISPLAY "PEMELIHARAAN REFERENSI MATA KULIAH - PILIH MENU: ".
001710     DISPLAY "1. DAFTAR MATA KULIAH".
001720     DISPLAY "2. TAMBAH MATA KULIAH".
001730     DISPLAY "3. UBAH MATA KULIAH".
001740     DISPLAY "4. HAPUS MATA KULIAH".
001750     DISPLAY "5. EXIT".
001760     ACCEPT MK-PILIHAN.
001770
001780     EVALUATE MK-PILIHAN
001790         WHEN 1
001800             PERFORM 3000-DAFTAR-MTK THRU 3000-EXIT
001810         WHEN 2
001820             PERFORM 4000-TAMBAH-MTK THRU 4000-EXIT
001830         WHEN 3
001840             PERFORM 5000-UBAH-MTK THRU 5000-EXIT
001850         WHEN 4
001860             PERFORM 6000-HAPUS-MTK THRU 6000-EXIT
001870         WHEN 5
001880             DISPLAY "PROGRAM SELESAI."
001890             SET MK-END-OF-JOB TO TRUE
001900         WHEN OTHER
001910             DISPLAY "PILIHAN TIDAK ADA, SILAKAN COBA LAGI."
001920     END-EVALUATE.
001930 2000-EXIT.
001940     EXIT.
001950*
001960*    ---------------------------------------------------------
001970*    3000-DAFTAR-MTK - TAMPILKAN SEMUA MATA KULIAH, URUT KODE.
001980*    ---------------------------------------------------------
001990*
002000 3000-DAFTAR-MTK.
002010     MOVE LOW-VALUES TO MTK-KODE.
002020     START MTKREF-FILE KEY NOT < MTK-KODE
002030         INVALID KEY
002040             DISPLAY "FILE REFERENSI MATA KULIAH KOSONG."
002050             GO TO 3000-EXIT
002060     END-START.
002070     MOVE "N" TO MK-EOF-SWITCH.
002080     MOVE ZERO TO MK-LIST-COUNT.
002090     DISPLAY "KODE   NAMA MATA KULIAH          SKS KAP KELAS".
002100     DISPLAY "------ ------------------------- --- --- -----".
002110     PERFORM 3100-LIST-ONE THRU 3100-EXIT
002120         UNTIL MK-END-OF-FILE.
002130     DISPLAY "JUMLAH MATA KULIAH TERDAFTAR: " MK-LIST-COUNT.
002140 3000-EXIT.
002150     EXIT.
002160
002170 3100-LIST-ONE.
002180     READ MTKREF-FILE NEXT RECORD
002190         AT END
002200             MOVE "Y" TO MK-EOF-SWITCH
002210         NOT AT END
002220             DISPLAY MTK-KODE " " MTK-NAMA "  " MTK-SKS " "
002230                 MTK-KAPASITAS " " MTK-KELAS-LIST
002240             ADD 1 TO MK-LIST-COUNT
002250     END-READ.
002260 3100-EXIT.
002270     EXIT.
002280*
002290*    ---------------------------------------------------------
002300*    4000-TAMBAH-MTK - TAMBAH SATU MATA KULIAH BARU DENGAN
002310*    SKS, KAPASITAS DAN DAFTAR KELAS YANG SUDAH DIVALIDASI.
002320*    ---------------------------------------------------------
002330*
002340 4000-TAMBAH-MTK.
002350     DISPLAY "MASUKKAN KODE MATA KULIAH BARU: ".
002360     ACCEPT MK-KODE.
002370     IF MK-KODE = SPACES
002380         DISPLAY "KODE MATA KULIAH TIDAK BOLEH KOSONG."
002390         GO TO 4000-EXIT
002400     END-IF.
002410
002420     MOVE MK-KODE TO MTK-KODE.
002430     PERFORM 7000-READ-MTK THRU 7000-EXIT.
002440     IF MK-RECORD-FOUND
002450         DISPLAY "KODE MATA KULIAH " MK-KODE " SUDAH TERDAFTAR, "
002460             "GUNAKAN UBAH."
002470         GO TO 4000-EXIT
002480     END-IF.
002490
002500     DISPLAY "MASUKKAN NAMA MATA KULIAH: ".
002510     ACCEPT MK-NAMA.
002520     IF MK-NAMA = SPACES
002530         DISPLAY "NAMA MATA KULIAH TIDAK BOLEH KOSONG."
002540         GO TO 4000-EXIT
002550     END-IF.
002560     PERFORM 7100-GET-SKS-KAPASITAS THRU 7100-EXIT.
002570     IF NOT MK-DATA-VALID
002580         GO TO 4000-EXIT
002590     END-IF.
002600     PERFORM 7200-GET-KELAS-IZIN THRU 7200-EXIT.
002610
002620     MOVE MK-KODE TO MTK-KODE.
002630     MOVE MK-NAMA TO MTK-NAMA.
002640     MOVE MK-SKS TO MTK-SKS.
002650     MOVE MK-KAPASITAS TO MTK-KAPASITAS.
002660     MOVE MK-KELAS-LIST TO MTK-KELAS-LIST.
002670     WRITE MTK-RECORD
002680         INVALID KEY
002690             DISPLAY "GAGAL MENYIMPAN MATA KULIAH."
002700         NOT INVALID KEY
002710             DISPLAY "MATA KULIAH " MK-KODE " DISIMPAN."
002720     END-WRITE.
002730 4000-EXIT.
002740     EXIT.
002750*
002760*    ---------------------------------------------------------
002770*    5000-UBAH-MTK - UBAH NAMA, SKS, KAPASITAS DAN DAFTAR
002780*    KELAS MATA KULIAH YANG ADA. NAMA YANG DIKOSONGKAN TIDAK
002790*    DIUBAH. PERUBAHAN SKS TIDAK MENGUBAH KRS YANG SUDAH ADA
002800*    (KRS-SKS DISALIN PADA SAAT PENDAFTARAN).
002810*    ---------------------------------------------------------
002820*
002830 5000-UBAH-MTK.
002840     DISPLAY "MASUKKAN KODE MATA KULIAH YANG AKAN DIUBAH: ".
002850     ACCEPT MK-KODE.
002860     MOVE MK-KODE TO MTK-KODE.
002870     PERFORM 7000-READ-MTK THRU 7000-EXIT.
002880     IF NOT MK-RECORD-FOUND
002890         DISPLAY "KODE MATA KULIAH TIDAK DITEMUKAN."
002900         GO TO 5000-EXIT
002910     END-IF.
002920
002930     DISPLAY "SAAT INI: " MTK-NAMA " SKS " MTK-SKS
002940         " KAPASITAS " MTK-KAPASITAS.
002950     DISPLAY "KELAS: " MTK-KELAS-LIST.
002960     DISPLAY "MASUKKAN NAMA BARU (KOSONGKAN BILA TETAP): ".
002970     ACCEPT MK-NAMA.
002980     PERFORM 7100-GET-SKS-KAPASITAS THRU 7100-EXIT.
002990     IF NOT MK-DATA-VALID
003000         GO TO 5000-EXIT
003010     END-IF.
003020     PERFORM 7200-GET-KELAS-IZIN THRU 7200-EXIT.
003030
003040     IF MK-NAMA NOT = SPACES
003050         MOVE MK-NAMA TO MTK-NAMA
003060     END-IF.
003070     MOVE MK-SKS TO MTK-SKS.
003080     MOVE MK-KAPASITAS TO MTK-KAPASITAS.
003090     MOVE MK-KELAS-LIST TO MTK-KELAS-LIST.
003100     REWRITE MTK-RECORD
003110         INVALID KEY
003120             DISPLAY "GAGAL MENYIMPAN PERUBAHAN."
003130         NOT INVALID KEY
003140             DISPLAY "MATA KULIAH " MK-KODE " DIUBAH."
003150     END-REWRITE.
003160 5000-EXIT.
003170     EXIT.
003180*
003190*    ---------------------------------------------------------
003200*    6000-HAPUS-MTK - HAPUS SATU MATA KULIAH SETELAH
003210*    KONFIRMASI, SAMA SEPERTI HAPUS KELAS PADA KELMAINT.
003220*    MATA KULIAH YANG MASIH MEMPUNYAI KRS PADA SEMESTER MANA
003230*    PUN DITOLAK SUPAYA KRS DAN NILAINYA TIDAK KEHILANGAN
003240*    REFERENSI.
003250*    ---------------------------------------------------------
003260*
003270 6000-HAPUS-MTK.
003280     DISPLAY "MASUKKAN KODE MATA KULIAH YANG AKAN DIHAPUS: ".
003290     ACCEPT MK-KODE.
003300     MOVE MK-KODE TO MTK-KODE.
003310     PERFORM 7000-READ-MTK THRU 7000-EXIT.
003320     IF NOT MK-RECORD-FOUND
003330         DISPLAY "KODE MATA KULIAH TIDAK DITEMUKAN."
003340         GO TO 6000-EXIT
003350     END-IF.
003360
003370     PERFORM 6100-CEK-KRS THRU 6100-EXIT.
003380     IF MK-KRS-DIPAKAI
003390         DISPLAY "MATA KULIAH " MK-KODE " MASIH DIPAKAI DI KRS"
003400             " SEMESTER " KRS-SEMESTER ", TIDAK DAPAT DIHAPUS."
003410         GO TO 6000-EXIT
003420     END-IF.
003430
003440     DISPLAY "MATA KULIAH " MTK-KODE " " MTK-NAMA.
003450     DISPLAY "YAKIN HAPUS MATA KULIAH INI? (Y/T): ".
003460     ACCEPT MK-CONFIRM.
003470     IF MK-CONFIRM-YES
003480         DELETE MTKREF-FILE
003490             INVALID KEY
003500                 DISPLAY "GAGAL MENGHAPUS MATA KULIAH."
003510             NOT INVALID KEY
003520                 DISPLAY "MATA KULIAH BERHASIL DIHAPUS."
003530         END-DELETE
003540     ELSE
003550         DISPLAY "PENGHAPUSAN DIBATALKAN."
003560     END-IF.
003570 6000-EXIT.
003580     EXIT.
003590*
003600*    ---------------------------------------------------------
003610*    6100-CEK-KRS - CARI KRS MATA KULIAH MK-KODE LEWAT KUNCI
003620*    ALTERNATIF KRS-SEM-MTK (SEMESTER + KODE). KARENA SEMESTER
003630*    DI DEPAN, PENCARIAN MELOMPAT PER SEMESTER: START PADA
003640*    SEMESTER + MK-KODE, BACA SATU RECORD, LALU LANJUT KE
003650*    SEMESTER BERIKUTNYA BILA KODENYA BERBEDA.
003660*    ---------------------------------------------------------
003670*
003680 6100-CEK-KRS.
003690     MOVE "N" TO MK-KRS-SWITCH.
003700     MOVE "N" TO MK-EOF-SWITCH.
003710     MOVE ZERO TO KRS-SEMESTER.
003720     MOVE MK-KODE TO KRS-KODE-MTK.
003730     PERFORM 6110-CARI-KRS THRU 6110-EXIT
003740         UNTIL MK-END-OF-FILE OR MK-KRS-DIPAKAI.
003750 6100-EXIT.
003760     EXIT.
003770
003780 6110-CARI-KRS.
003790     START KRSMAST-FILE KEY NOT < KRS-SEM-MTK
003800         INVALID KEY
003810             MOVE "Y" TO MK-EOF-SWITCH
003820             GO TO 6110-EXIT
003830     END-START.
003840     READ KRSMAST-FILE NEXT RECORD
003850         AT END
003860             MOVE "Y" TO MK-EOF-SWITCH
003870             GO TO 6110-EXIT
003880     END-READ.
003890     IF KRS-KODE-MTK = MK-KODE
003900         MOVE "Y" TO MK-KRS-SWITCH
003910         GO TO 6110-EXIT
003920     END-IF.
003930     IF KRS-KODE-MTK > MK-KODE
003940         IF KRS-SEMESTER = 99999
003950             MOVE "Y" TO MK-EOF-SWITCH
003960             GO TO 6110-EXIT
003970         END-IF
003980         ADD 1 TO KRS-SEMESTER
003990     END-IF.
004000     MOVE MK-KODE TO KRS-KODE-MTK.
004010 6110-EXIT.
004020     EXIT.
004030*
004040 7000-READ-MTK.
004050     READ MTKREF-FILE
004060         INVALID KEY
004070             MOVE "N" TO MK-FOUND-SWITCH
004080         NOT INVALID KEY
004090             MOVE "Y" TO MK-FOUND-SWITCH
004100     END-READ.
004110 7000-EXIT.
004120     EXIT.
004130*
004140*    ---------------------------------------------------------
004150*    7100-GET-SKS-KAPASITAS - TERIMA DAN VALIDASI SKS (1-6)
004160*    DAN KAPASITAS (ANGKA 3 DIGIT, TIDAK NOL). HASIL VALID
004170*    DITANDAI PADA MK-VALID-SWITCH.
004180*    ---------------------------------------------------------
004190*
004200 7100-GET-SKS-KAPASITAS.
004210     MOVE "N" TO MK-VALID-SWITCH.
004220     DISPLAY "MASUKKAN SKS (1 DIGIT, 1-6): ".
004230     ACCEPT MK-SKS-INPUT.
004240     IF MK-SKS-INPUT IS NOT NUMERIC
004250         DISPLAY "SKS HARUS ANGKA 1 DIGIT."
004260         GO TO 7100-EXIT
004270     END-IF.
004280     MOVE MK-SKS-INPUT TO MK-SKS.
004290     IF NOT MK-SKS-VALID
004300         DISPLAY "SKS HARUS ANTARA 1 DAN 6."
004310         GO TO 7100-EXIT
004320     END-IF.
004330     DISPLAY "MASUKKAN KAPASITAS (3 DIGIT, MIS. 040): ".
004340     ACCEPT MK-KAP-INPUT.
004350     IF MK-KAP-INPUT IS NOT NUMERIC
004360         DISPLAY "KAPASITAS HARUS ANGKA 3 DIGIT."
004370         GO TO 7100-EXIT
004380     END-IF.
004390     MOVE MK-KAP-INPUT TO MK-KAPASITAS.
004400     IF MK-KAPASITAS = ZERO
004410         DISPLAY "KAPASITAS TIDAK BOLEH NOL."
004420         GO TO 7100-EXIT
004430     END-IF.
004440     MOVE "Y" TO MK-VALID-SWITCH.
004450 7100-EXIT.
004460     EXIT.
004470*
004480*    ---------------------------------------------------------
004490*    7200-GET-KELAS-IZIN - TERIMA SAMPAI LIMA KODE KELAS YANG
004500*    BOLEH MENGAMBIL MATA KULIAH. KODE KOSONG MENGAKHIRI
004510*    DAFTAR; DAFTAR KOSONG BERARTI SEMUA KELAS. KODE YANG
004520*    TIDAK ADA DI KELASREF DITOLAK DAN DIMINTA ULANG.
004530*    ---------------------------------------------------------
004540*
004550 7200-GET-KELAS-IZIN.
004560     MOVE SPACES TO MK-KELAS-LIST.
004570     DISPLAY "MASUKKAN KELAS YANG BOLEH MENGAMBIL (MAKS. 5),".
004580     DISPLAY "KOSONGKAN UNTUK SELESAI / SEMUA KELAS:".
004590     MOVE "N" TO MK-EOF-SWITCH.
004600     PERFORM 7210-GET-KELAS-ONE THRU 7210-EXIT
004610         VARYING MK-KELAS-SUB FROM 1 BY 1
004620         UNTIL MK-KELAS-SUB > 5 OR MK-END-OF-FILE.
004630 7200-EXIT.
004640     EXIT.
004650
004660 7210-GET-KELAS-ONE.
004670     DISPLAY "KELAS KE-" MK-KELAS-SUB ": ".
004680     ACCEPT MK-KELAS-INPUT.
004690     IF MK-KELAS-INPUT = SPACES
004700         MOVE "Y" TO MK-EOF-SWITCH
004710         GO TO 7210-EXIT
004720     END-IF.
004730     MOVE MK-KELAS-INPUT TO KLS-KODE.
004740     READ KELASREF-FILE
004750         INVALID KEY
004760             DISPLAY "KELAS " MK-KELAS-INPUT
004770                 " TIDAK ADA DI KELASREF."
004780             GO TO 7210-GET-KELAS-ONE
004790     END-READ.
004800     MOVE MK-KELAS-INPUT TO MK-KELAS-IZIN (MK-KELAS-SUB).
004810 7210-EXIT.
004820     EXIT.
004830*
004840 9000-TERMINATE.
004850     CLOSE MTKREF-FILE.
004860     CLOSE KELASREF-FILE.
004870     CLOSE KRSMAST-FILE.
004880 9000-EXIT.
004890     EXIT.

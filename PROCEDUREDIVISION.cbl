            SELECT LOG-FILE ASSIGN TO "AUDIT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.
            SELECT EXPORT-FILE ASSIGN TO WS-NAMA-EXPORT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-EXPORT.
            SELECT FAKULTAS-FILE ASSIGN TO "FAKULTAS.DAT"
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARSIP-NPM
                FILE STATUS IS WS-FS-ARSIP.
            SELECT SKMREG-FILE ASSIGN TO "SKMREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SKM-NOMOR
                FILE STATUS IS WS-FS-SKMREG.
            SELECT SKMCETAK-FILE ASSIGN TO "SKMPRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SKMCETAK.
            SELECT EXPREG-FILE ASSIGN TO "EXPREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXPREG-URUT
                FILE STATUS IS WS-FS-EXPREG.
            SELECT HEREG-FILE ASSIGN TO "HEREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HEREG-KUNCI
                FILE STATUS IS WS-FS-HEREG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "NPMNEXT.cpy".
        FD  ARSIP-FILE.
        COPY "ARSIPREC.cpy".
        FD  SKMREG-FILE.
        COPY "SKMREC.cpy".
        FD  SKMCETAK-FILE.
        01  SKMCETAK-RECORD PIC X(80).
        FD  EXPREG-FILE.
        COPY "EXPREG.cpy".
        FD  HEREG-FILE.
        COPY "HEREGREC.cpy".
        WORKING-STORAGE SECTION.
        01 NAMA PIC X(32).
        01 NPM PIC 9(8).
        01 WS-URUT-KETEMU PIC X(1).
        01 WS-FS-ARSIP PIC X(2).
        01 WS-ARSIP-ADA PIC X(1).
        01 WS-FS-SKMREG PIC X(2).
        01 WS-FS-SKMCETAK PIC X(2).
        01 WS-EOF-SKMREG PIC X(1).
        01 WS-SKM-NOMOR-BARU PIC 9(8).
        01 WS-SKM-NPM-MINTA PIC 9(8).
        01 WS-SKM-SUMBER PIC X(1).
        01 WS-SKM-NAMA PIC X(32).
        01 WS-SKM-STATUS PIC X(1).
        01 WS-SKM-TGL-INPUT PIC 9(8).
        01 WS-STATUS-TEXT PIC X(24).
        01 WS-CARI-SKM PIC 9(8).
        01 WS-FS-HEREG PIC X(2).
        01 WS-HEREG-ADA PIC X(1).
        01 WS-EOF-HEREG PIC X(1).
        01 WS-CNT-HEREG PIC 9(4).
        01 WS-HEREG-JUMLAH PIC Z(9)9.99.
        01 WS-HEREG-SEM PIC 9(5).
        01 WS-HEREG-SIMPAN PIC X(65).
        01 WS-HEREG-REF-LAMA PIC X(16).
        01 WS-HEREG-TGL-LAMA PIC 9(8).
        01 WS-HEREG-JML-LAMA PIC 9(10)V99.
        01 WS-CNT-HEREG-GANDA PIC 9(4).
        01 WS-SANDI PIC X(16).
        01 WS-SANDI-BARU PIC X(16).
        01 WS-SANDI-ULANG PIC X(16).
        01 WS-SANDI-OK PIC X(1).
        01 WS-HASH-SANDI PIC 9(18).
        01 WS-BATAS-GAGAL PIC 9(2) VALUE 3.
        01 WS-MASA-SANDI PIC 9(3) VALUE 90.
        01 WS-TGL-HARI-INI PIC 9(8).
        01 WS-HARI-INI PIC 9(7).
        01 WS-TGL-KEDALUWARSA PIC 9(8).
        01 WS-TGL-PERINGATAN PIC 9(8).
        01 WS-SUBJEK-OPR PIC X(8).
        01 WS-NAMA-TETAP PIC X(32).
        01 WS-NAMA-EXPORT PIC X(14) VALUE "STUEXPRT.DAT".
        01 WS-FS-EXPREG PIC X(2).
        01 WS-URUT-ULANG PIC 9(6).
        01 WS-STATUS-TETAP PIC X(1).

        PROCEDURE DIVISION.
        0000-UTAMA.
                    WS-FS-FAKULTAS
                STOP RUN
            END-IF.
      *> OPERATOR.DAT baru berisi ADMIN dengan sandi sementara
      *> "ADMIN" yang wajib diganti pada sign-on pertama.
            OPEN I-O OPERATOR-FILE.
            IF WS-FS-OPERATOR EQUAL "35" THEN
                OPEN OUTPUT OPERATOR-FILE
                MOVE "ADMINISTRATOR SISTEM" TO OPR-NAMA
                MOVE "A" TO OPR-STATUS
                MOVE "S" TO OPR-LEVEL
                MOVE "ADMIN" TO WS-SANDI-BARU
                CALL "SANDIHASH" USING OPR-ID WS-SANDI-BARU
                    OPR-SANDI-HASH
                MOVE SPACES TO WS-SANDI-BARU
                MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-TGL-SANDI
                MOVE OPR-TGL-SANDI TO OPR-TGL-KEDALUWARSA
                MOVE ZERO TO OPR-GAGAL
                MOVE "Y" TO OPR-WAJIB-GANTI
                WRITE OPR-RECORD
                CLOSE OPERATOR-FILE
                OPEN I-O OPERATOR-FILE
                    WS-FS-HIST
                STOP RUN
            END-IF.
            OPEN I-O SKMREG-FILE.
            IF WS-FS-SKMREG EQUAL "35" THEN
                OPEN OUTPUT SKMREG-FILE
                CLOSE SKMREG-FILE
                OPEN I-O SKMREG-FILE
            END-IF.
            IF WS-FS-SKMREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA SKMREG.DAT - FILE STATUS: "
                    WS-FS-SKMREG
                STOP RUN
            END-IF.
            OPEN I-O EXPREG-FILE.
            IF WS-FS-EXPREG EQUAL "35" THEN
                OPEN OUTPUT EXPREG-FILE
                CLOSE EXPREG-FILE
                OPEN I-O EXPREG-FILE
            END-IF.
            IF WS-FS-EXPREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA EXPREG.DAT - FILE STATUS: "
                    WS-FS-EXPREG
                STOP RUN
            END-IF.
      *> HEREG.DAT dibuat HEREGLOAD; sebelum pernah dimuat, status
      *> heregistrasi di menu pencarian belum dapat ditampilkan.
      *> Dibuka I-O karena transfer dan gabung NPM memindahkan
      *> record heregistrasi ke NPM baru.
            OPEN I-O HEREG-FILE.
            IF WS-FS-HEREG EQUAL "00" THEN
                MOVE "Y" TO WS-HEREG-ADA
            ELSE
                MOVE "N" TO WS-HEREG-ADA
            END-IF.

        0015-ISI-FAKULTAS-AWAL.
            MOVE WS-SEED-KODE TO FAKULTAS-KODE.
            DISPLAY "Masukkan ID OPERATOR (MAKS 8 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT WS-OPERATOR-ID.
            DISPLAY "Masukkan SANDI (MAKS 16 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT WS-SANDI.
            MOVE "N" TO WS-SANDI-OK.
            MOVE WS-OPERATOR-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "ID OPERATOR ATAU SANDI SALAH."
                    MOVE "SIGNON GAGAL" TO WS-KEAMANAN-TEXT
                    PERFORM 3950-LOG-KEAMANAN
                NOT INVALID KEY
                    PERFORM 0025-PERIKSA-SANDI
            END-READ.
            MOVE SPACES TO WS-SANDI.
            IF WS-SANDI-OK EQUAL "Y" THEN
                PERFORM 0045-HITUNG-KEDALUWARSA
                IF OPR-WAJIB-GANTI EQUAL "Y" OR
                   WS-TGL-HARI-INI > OPR-TGL-KEDALUWARSA THEN
                    GO TO 0040-GANTI-SANDI
                END-IF
                GO TO 0035-SIGNON-SELESAI
            END-IF.
            ADD 1 TO WS-SIGNON-COBA.
            IF WS-SIGNON-COBA NOT < 3 THEN
                DISPLAY "SIGN-ON GAGAL 3 KALI - PROGRAM BERHENTI."
            END-IF.
            GO TO 0020-SIGNON.

      *> Operator yang ditangguhkan (termasuk yang terkunci karena
      *> sandi salah) tidak diperiksa sandinya sama sekali, supaya
      *> penangguhan tidak bisa ditembus dengan menebak sandi.
      *> Pesan ke layar untuk sandi salah sengaja sama dengan ID
      *> tidak terdaftar; alasan sebenarnya hanya di AUDIT.LOG.
        0025-PERIKSA-SANDI.
            IF OPR-STATUS NOT EQUAL "A" THEN
                DISPLAY "ID OPERATOR DITANGGUHKAN - HUBUNGI SUPERVISOR."
                MOVE "SIGNON DITANGGUH" TO WS-KEAMANAN-TEXT
                PERFORM 3950-LOG-KEAMANAN
            ELSE
                IF OPR-SANDI-HASH EQUAL ZERO THEN
                    DISPLAY "SANDI BELUM DIBUAT - MINTA RESET SANDI "
                        "KE SUPERVISOR."
                    MOVE "SIGNON GAGAL" TO WS-KEAMANAN-TEXT
                    PERFORM 3950-LOG-KEAMANAN
                ELSE
                    CALL "SANDIHASH" USING OPR-ID WS-SANDI
                        WS-HASH-SANDI
                    IF WS-HASH-SANDI EQUAL OPR-SANDI-HASH THEN
                        MOVE "Y" TO WS-SANDI-OK
                        IF OPR-GAGAL NOT EQUAL ZERO THEN
                            MOVE ZERO TO OPR-GAGAL
                            REWRITE OPR-RECORD
                        END-IF
                    ELSE
                        PERFORM 0027-SANDI-SALAH
                    END-IF
                END-IF
            END-IF.

      *> Hitungan gagal disimpan di record operator sehingga tidak
      *> hilang walaupun program dihentikan dan dijalankan ulang.
        0027-SANDI-SALAH.
            DISPLAY "ID OPERATOR ATAU SANDI SALAH.".
            ADD 1 TO OPR-GAGAL.
            MOVE "SANDI SALAH" TO WS-KEAMANAN-TEXT.
            PERFORM 3950-LOG-KEAMANAN.
            IF OPR-GAGAL NOT < WS-BATAS-GAGAL THEN
                MOVE "S" TO OPR-STATUS
                DISPLAY "SANDI SALAH " OPR-GAGAL " KALI - ID OPERATOR "
                    "DITANGGUHKAN."
                MOVE OPR-ID TO WS-SUBJEK-OPR
                MOVE "KUNCI OPERATOR" TO WS-KEAMANAN-TEXT
                PERFORM 3960-LOG-KEAMANAN-OPR
            END-IF.
            REWRITE OPR-RECORD.

        0035-SIGNON-SELESAI.
            PERFORM 0030-TENTUKAN-LEVEL.
            MOVE "SIGN-ON" TO WS-KEAMANAN-TEXT.
            PERFORM 3950-LOG-KEAMANAN.
            DISPLAY "SELAMAT BEKERJA, " OPR-NAMA.
            IF OPR-TGL-KEDALUWARSA NOT > WS-TGL-PERINGATAN THEN
                DISPLAY "PERHATIAN: SANDI BERLAKU SAMPAI "
                    OPR-TGL-KEDALUWARSA "."
            END-IF.
            GO TO 1000-MENU.

      *> Ganti sandi wajib saat sandi masih sementara (operator baru,
      *> hasil reset supervisor atau konversi) dan saat kedaluwarsa.
      *> Operator tidak bisa masuk menu sebelum sandi diganti.
        0040-GANTI-SANDI.
            DISPLAY "SANDI HARUS DIGANTI SEBELUM MELANJUTKAN.".
            DISPLAY "Masukkan SANDI BARU (6-16 DIGIT, KOSONG = BATAL): "
                WITH NO ADVANCING.
            ACCEPT WS-SANDI-BARU.
            IF WS-SANDI-BARU EQUAL SPACES THEN
                DISPLAY "GANTI SANDI DIBATALKAN - PROGRAM BERHENTI."
                GO TO 9000-KELUAR
            END-IF.
            DISPLAY "Ulangi SANDI BARU: " WITH NO ADVANCING.
            ACCEPT WS-SANDI-ULANG.
            IF WS-SANDI-BARU(6:1) EQUAL SPACE THEN
                DISPLAY "SANDI MINIMAL 6 DIGIT."
                GO TO 0040-GANTI-SANDI
            END-IF.
            IF WS-SANDI-BARU NOT EQUAL WS-SANDI-ULANG THEN
                DISPLAY "SANDI ULANGAN TIDAK SAMA."
                GO TO 0040-GANTI-SANDI
            END-IF.
            CALL "SANDIHASH" USING OPR-ID WS-SANDI-BARU WS-HASH-SANDI.
            IF WS-HASH-SANDI EQUAL OPR-SANDI-HASH THEN
                DISPLAY "SANDI BARU TIDAK BOLEH SAMA DENGAN SANDI LAMA."
                GO TO 0040-GANTI-SANDI
            END-IF.
            MOVE SPACES TO WS-SANDI-BARU.
            MOVE SPACES TO WS-SANDI-ULANG.
            MOVE WS-HASH-SANDI TO OPR-SANDI-HASH.
            PERFORM 0045-HITUNG-KEDALUWARSA.
            MOVE WS-TGL-HARI-INI TO OPR-TGL-SANDI.
            MOVE WS-TGL-KEDALUWARSA TO OPR-TGL-KEDALUWARSA.
            MOVE "N" TO OPR-WAJIB-GANTI.
            MOVE ZERO TO OPR-GAGAL.
            REWRITE OPR-RECORD.
            DISPLAY "SANDI DIGANTI, BERLAKU SAMPAI "
                OPR-TGL-KEDALUWARSA ".".
            MOVE OPR-ID TO WS-SUBJEK-OPR.
            MOVE "GANTI SANDI" TO WS-KEAMANAN-TEXT.
            PERFORM 3960-LOG-KEAMANAN-OPR.
            GO TO 0035-SIGNON-SELESAI.

      *> Tanggal kedaluwarsa = hari ini + masa berlaku sandi; juga
      *> menghitung batas peringatan 7 hari sebelum kedaluwarsa.
        0045-HITUNG-KEDALUWARSA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-HARI-INI.
            MOVE FUNCTION INTEGER-OF-DATE(WS-TGL-HARI-INI)
                TO WS-HARI-INI.
            MOVE FUNCTION DATE-OF-INTEGER(WS-HARI-INI + WS-MASA-SANDI)
                TO WS-TGL-KEDALUWARSA.
            MOVE FUNCTION DATE-OF-INTEGER(WS-HARI-INI + 7)
                TO WS-TGL-PERINGATAN.

      *> Level di luar I/U/S (record rusak atau terisi salah)
      *> diperlakukan inkuiri saja; ADMIN diperlakukan supervisor
      *> supaya level selalu dapat dibetulkan lewat menu 9.

      *> Menu 6, 8 dan 9 khusus supervisor; menu 5 (export) butuh
      *> minimal level update; menu 2 terbuka untuk semua level tapi
      *> aksi daftar baru dan cetak surat keterangan di dalamnya
      *> ditolak untuk level inkuiri.
        1010-PERIKSA-AKSES.
            MOVE "Y" TO WS-AKSES-OK.
            IF PILIHAN EQUAL 6 OR PILIHAN EQUAL 8 OR

        3000-IDENTITAS.
            DISPLAY "----IDENTITAS MAHASISWA----".
            MOVE SPACES TO WS-AKSI-TEXT.
            DISPLAY "1. CARI NPM".
            DISPLAY "2. DAFTAR MAHASISWA BARU".
            DISPLAY "3. CETAK SURAT KETERANGAN MAHASISWA".
            DISPLAY "4. VERIFIKASI NOMOR SURAT KETERANGAN".
            DISPLAY "9. BATAL".
            DISPLAY "PILIH AKSI (1/2/3/4/9)? " WITH NO ADVANCING.
            ACCEPT WS-AKSI.
            IF WS-AKSI EQUAL 1 THEN
                GO TO 3100-CARI-IDENTITAS
            END-IF.
            IF WS-AKSI EQUAL 4 THEN
                GO TO 3400-VERIFIKASI-SURAT
            END-IF.
            IF WS-AKSI EQUAL 2 OR WS-AKSI EQUAL 3 THEN
                IF WS-OPERATOR-LEVEL EQUAL "I" THEN
                    DISPLAY "AKSES DITOLAK - LEVEL OPERATOR TIDAK "
                        "CUKUP."
                    MOVE ZERO TO NPM
                    GO TO 0000-SPACE
                END-IF
                IF WS-AKSI EQUAL 3 THEN
                    GO TO 3300-SURAT-KETERANGAN
                END-IF
                GO TO 3200-DAFTAR-BARU
            END-IF.
            MOVE SPACES TO NAMA.
                INVALID KEY
                    DISPLAY "GAGAL MENYIMPAN - NPM " NPM
                        " SUDAH ADA DI MASTER."
                NOT INVALID KEY
                    PERFORM 3035-RIWAYAT-DAFTAR
            END-WRITE.

      *> Pendaftaran baru juga dicatat di STUHIST.DAT supaya master
      *> dapat dibangun ulang dari backup ditambah riwayat.
        3035-RIWAYAT-DAFTAR.
            MOVE SPACES TO WS-NAMA-LAMA.
            MOVE SPACES TO WS-STATUS-LAMA.
            MOVE "DAFTAR BARU" TO WS-AKSI-TEXT.
            PERFORM 6060-TULIS-RIWAYAT.
            MOVE SPACES TO WS-AKSI-TEXT.

      *> Ambil nomor urut NPM berikutnya untuk tahun+fakultas di
      *> WS-NPM-BARU; hasil di WS-NPM-BARU-URUT (0 = tidak ada yang
      *> bebas). Calon yang sudah ada di master, pernah dipakai
                END-READ
            END-IF.

      *> Surat keterangan mahasiswa: NPM dicari seperti 3020 (ikut
      *> pengalihan XREF), bila tidak ada di master dicari di arsip
      *> alumni. Status N (koreksi entri) tidak diberi surat. Setiap
      *> surat mendapat nomor unik dan dicatat di SKMREG.DAT.
        3300-SURAT-KETERANGAN.
            DISPLAY "Masukkan NPM (FORMAT TTKKNNNN, MAKS 8 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT NPM.
            MOVE NPM TO WS-SKM-NPM-MINTA.
            MOVE SPACES TO NAMA.
            PERFORM 3020-BACA-MASTER.
            IF WS-MASTER-FOUND EQUAL "Y" THEN
                MOVE "M" TO WS-SKM-SUMBER
                MOVE STUMAST-NAMA TO WS-SKM-NAMA
                MOVE STUMAST-STATUS TO WS-SKM-STATUS
                MOVE STUMAST-TGL-INPUT TO WS-SKM-TGL-INPUT
            ELSE
                PERFORM 3305-CARI-ARSIP-SURAT
            END-IF.
            IF WS-SKM-SUMBER EQUAL "N" THEN
                DISPLAY "NPM " NPM " TIDAK ADA DI MASTER MAUPUN "
                    "ARSIP - SURAT TIDAK DITERBITKAN."
                GO TO 0000-SPACE
            END-IF.
            MOVE WS-SKM-NAMA TO NAMA.
            PERFORM 3310-TEKS-STATUS.
            IF WS-SKM-STATUS EQUAL "N" OR
               WS-STATUS-TEXT EQUAL SPACES THEN
                DISPLAY "NPM " NPM " BERSTATUS " WS-SKM-STATUS
                    " - SURAT TIDAK DITERBITKAN."
                GO TO 0000-SPACE
            END-IF.
            MOVE NPM-FAKULTAS TO FAKULTAS-KODE.
            PERFORM 7020-CARI-NAMA-FAKULTAS.
            DISPLAY "NPM       : " NPM.
            DISPLAY "NAMA      : " WS-SKM-NAMA.
            DISPLAY "FAKULTAS  : " WS-NAMA-FAKULTAS.
            DISPLAY "STATUS    : " WS-STATUS-TEXT.
            DISPLAY "TERDAFTAR : " WS-SKM-TGL-INPUT.
            DISPLAY "CETAK SURAT KETERANGAN (Y/T)? " WITH NO ADVANCING.
            ACCEPT WS-LANJUT.
            IF WS-LANJUT NOT EQUAL "Y" THEN
                DISPLAY "PENCETAKAN DIBATALKAN."
                GO TO 0000-SPACE
            END-IF.
            PERFORM 3330-AMBIL-NOMOR-SURAT.
            MOVE WS-SKM-NOMOR-BARU TO SKM-NOMOR.
            MOVE WS-SKM-NPM-MINTA TO SKM-NPM-MINTA.
            MOVE NPM TO SKM-NPM.
            MOVE WS-SKM-NAMA TO SKM-NAMA.
            MOVE NPM-FAKULTAS TO SKM-FAKULTAS.
            MOVE WS-NAMA-FAKULTAS TO SKM-NAMA-FAKULTAS.
            MOVE WS-SKM-STATUS TO SKM-STATUS.
            MOVE WS-SKM-TGL-INPUT TO SKM-TGL-INPUT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO SKM-TGL-TERBIT.
            MOVE WS-OPERATOR-ID TO SKM-OPERATOR.
            MOVE WS-SKM-SUMBER TO SKM-SUMBER.
            WRITE SKM-RECORD
                INVALID KEY
                    DISPLAY "GAGAL MENCATAT NOMOR SURAT "
                        WS-SKM-NOMOR-BARU " - FILE STATUS: "
                        WS-FS-SKMREG " - SURAT TIDAK DICETAK."
                    GO TO 0000-SPACE
            END-WRITE.
            PERFORM 3340-CETAK-SURAT.
            MOVE "CETAK SKM" TO WS-AKSI-TEXT.
            DISPLAY "SURAT KETERANGAN NOMOR " SKM-NOMOR
                " DICETAK KE SKMPRINT.DAT.".
            GO TO 0000-SPACE.

      *> NPM tetap NPM terakhir dari rantai XREF supaya alumni yang
      *> ditransfer lalu diarsip tetap ditemukan.
        3305-CARI-ARSIP-SURAT.
            MOVE "N" TO WS-SKM-SUMBER.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                MOVE NPM TO ARSIP-NPM
                READ ARSIP-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "A" TO WS-SKM-SUMBER
                        MOVE ARSIP-NAMA TO WS-SKM-NAMA
                        MOVE ARSIP-STATUS TO WS-SKM-STATUS
                        MOVE ARSIP-TGL-INPUT TO WS-SKM-TGL-INPUT
                END-READ
            END-IF.

        3310-TEKS-STATUS.
            EVALUATE WS-SKM-STATUS
                WHEN "A"
                    MOVE "AKTIF" TO WS-STATUS-TEXT
                WHEN "C"
                    MOVE "CUTI AKADEMIK" TO WS-STATUS-TEXT
                WHEN "L"
                    MOVE "LULUS" TO WS-STATUS-TEXT
                WHEN "K"
                    MOVE "KELUAR/MENGUNDURKAN DIRI" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-STATUS-TEXT
            END-EVALUATE.

      *> Nomor surat baru = nomor tertinggi di register + 1.
        3330-AMBIL-NOMOR-SURAT.
            MOVE ZERO TO WS-SKM-NOMOR-BARU.
            MOVE "N" TO WS-EOF-SKMREG.
            MOVE ZERO TO SKM-NOMOR.
            START SKMREG-FILE KEY IS NOT LESS THAN SKM-NOMOR
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SKMREG
            END-START.
            PERFORM UNTIL WS-EOF-SKMREG EQUAL "Y"
                READ SKMREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SKMREG
                    NOT AT END
                        MOVE SKM-NOMOR TO WS-SKM-NOMOR-BARU
                END-READ
            END-PERFORM.
            ADD 1 TO WS-SKM-NOMOR-BARU.

        3340-CETAK-SURAT.
            OPEN EXTEND SKMCETAK-FILE.
            IF WS-FS-SKMCETAK NOT EQUAL "00" THEN
                OPEN OUTPUT SKMCETAK-FILE
            END-IF.
            MOVE ALL "=" TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE "                          SURAT KETERANGAN MAHASISWA"
                TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "                          NOMOR: SKM-" SKM-NOMOR
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE ALL "=" TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE "Yang bertanda tangan di bawah ini menerangkan bahwa:"
                TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    NAMA              : " SKM-NAMA
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    NPM               : " SKM-NPM
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    FAKULTAS          : " SKM-FAKULTAS " - "
                SKM-NAMA-FAKULTAS
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    STATUS            : " WS-STATUS-TEXT
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    TANGGAL TERDAFTAR : " SKM-TGL-INPUT
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "adalah benar mahasiswa dengan status tersebut di "
                "atas per tanggal " SKM-TGL-TERBIT(1:8) "."
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    DITERBITKAN : " SKM-TGL-TERBIT
                " OLEH OPERATOR " SKM-OPERATOR
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE SPACES TO SKMCETAK-RECORD.
            STRING "    Keaslian surat dapat diverifikasi dengan "
                "nomor surat di atas."
                DELIMITED BY SIZE INTO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            MOVE ALL "-" TO SKMCETAK-RECORD.
            WRITE SKMCETAK-RECORD.
            CLOSE SKMCETAK-FILE.

      *> Verifikasi keaslian: nomor surat dicari di register dan isi
      *> surat yang tercatat ditampilkan untuk dicocokkan penelepon.
        3400-VERIFIKASI-SURAT.
            DISPLAY "Masukkan NOMOR SURAT (MAKS 8 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT WS-CARI-SKM.
            MOVE WS-CARI-SKM TO SKM-NOMOR.
            READ SKMREG-FILE
                INVALID KEY
                    DISPLAY "NOMOR SURAT " WS-CARI-SKM " TIDAK "
                        "TERDAFTAR - SURAT TIDAK ASLI."
                    MOVE SPACES TO NAMA
                    MOVE ZERO TO NPM
                    MOVE "SKM TIDAK ADA" TO WS-AKSI-TEXT
                NOT INVALID KEY
                    MOVE SKM-STATUS TO WS-SKM-STATUS
                    PERFORM 3310-TEKS-STATUS
                    DISPLAY "NOMOR SURAT : SKM-" SKM-NOMOR
                    DISPLAY "NPM         : " SKM-NPM
                    DISPLAY "NAMA        : " SKM-NAMA
                    DISPLAY "FAKULTAS    : " SKM-FAKULTAS " - "
                        SKM-NAMA-FAKULTAS
                    DISPLAY "STATUS      : " WS-STATUS-TEXT
                    DISPLAY "TERDAFTAR   : " SKM-TGL-INPUT
                    DISPLAY "DITERBITKAN : " SKM-TGL-TERBIT
                        " OLEH " SKM-OPERATOR
                    IF SKM-SUMBER EQUAL "A" THEN
                        DISPLAY "SUMBER      : ARSIP ALUMNI"
                    ELSE
                        DISPLAY "SUMBER      : MASTER MAHASISWA"
                    END-IF
                    MOVE SKM-NAMA TO NAMA
                    MOVE SKM-NPM TO NPM
                    MOVE "VERIFIKASI SKM" TO WS-AKSI-TEXT
            END-READ.
            GO TO 0000-SPACE.

        4000-LAPORAN.
            MOVE ZERO TO WS-TOTAL-GANJIL WS-TOTAL-GENAP
                WS-TOTAL-IDENTITAS.
            END-IF.

        5000-EXPORT.
            DISPLAY "----EXPORT DATA MAHASISWA----".
            DISPLAY "1. EXPORT INKREMENTAL".
            DISPLAY "2. KIRIM ULANG NOMOR URUT LAMA".
            DISPLAY "9. BATAL".
            DISPLAY "PILIH AKSI (1/2/9)? " WITH NO ADVANCING.
            ACCEPT WS-AKSI.
            IF WS-AKSI EQUAL 1 THEN
                GO TO 5100-EXPORT-INKREMENTAL
            END-IF.
            IF WS-AKSI EQUAL 2 THEN
                GO TO 5200-KIRIM-ULANG
            END-IF.
            GO TO 0000-SPACE.

        5100-EXPORT-INKREMENTAL.
            MOVE ZERO TO WS-EXPORT-COUNT.
            MOVE "N" TO WS-EOF-MASTER.
            PERFORM 5020-BACA-KONTROL-EXPORT.
            MOVE "STUEXPRT.DAT" TO WS-NAMA-EXPORT.
            CLOSE STUMAST-FILE.
            OPEN INPUT STUMAST-FILE.
            OPEN OUTPUT EXPORT-FILE.
            CLOSE STUMAST-FILE.
            OPEN I-O STUMAST-FILE.
            PERFORM 5030-TULIS-KONTROL-EXPORT.
            PERFORM 5040-CATAT-REGISTER-EXPORT.
            DISPLAY "EXPORT INKREMENTAL NOMOR " WS-URUT-EKSPOR
                " SELESAI. TOTAL RECORD: " WS-EXPORT-COUNT.
            GO TO 0000-SPACE.
                CLOSE EXPCTL-FILE
            END-IF.

      *> Register export: batas bawah pemilihan (tanggal run
      *> sebelumnya) disimpan supaya nomor urut ini dapat dibuat ulang
      *> untuk dikirim ulang tanpa menggeser EXPCTL.DAT.
        5040-CATAT-REGISTER-EXPORT.
            MOVE WS-URUT-EKSPOR TO EXPREG-URUT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO EXPREG-TGL-KIRIM.
            MOVE FUNCTION CURRENT-DATE(9:6) TO EXPREG-JAM-KIRIM.
            MOVE WS-TGL-EKSPOR-AKHIR TO EXPREG-TGL-DARI.
            MOVE WS-EXPORT-COUNT TO EXPREG-JUMLAH.
            MOVE WS-OPERATOR-ID TO EXPREG-OPERATOR.
            MOVE ZERO TO EXPREG-CNT-ULANG.
            MOVE ZERO TO EXPREG-TGL-ULANG.
            MOVE ZERO TO EXPREG-JUMLAH-ULANG.
            MOVE ZERO TO EXPREG-TGL-ACK.
            MOVE ZERO TO EXPREG-ACK-TERIMA.
            MOVE ZERO TO EXPREG-ACK-MUAT.
            MOVE ZERO TO EXPREG-ACK-TOLAK.
            WRITE EXPREG-RECORD
                INVALID KEY
                    REWRITE EXPREG-RECORD
            END-WRITE.
            IF WS-FS-EXPREG NOT EQUAL "00" AND
               WS-FS-EXPREG NOT EQUAL "02" THEN
                DISPLAY "GAGAL MENULIS EXPREG.DAT - FILE STATUS: "
                    WS-FS-EXPREG
            END-IF.

      *> Kirim ulang nomor urut lama ke file STUEXP.nnnnnn (bukan
      *> STUEXPRT.DAT, supaya file inkremental yang belum diambil HR
      *> tidak tertimpa). Header memakai nomor urut dan tanggal asli
      *> dengan sumber "ULANG". Isi diambil dari master saat ini untuk
      *> rentang tanggal update yang sama; mahasiswa yang berubah lagi
      *> sesudah tanggal kirim asli sudah ikut nomor urut berikutnya.
      *> EXPCTL.DAT tidak disentuh.
        5200-KIRIM-ULANG.
            DISPLAY "Masukkan NOMOR URUT YANG DIKIRIM ULANG: "
                WITH NO ADVANCING.
            ACCEPT WS-URUT-ULANG.
            MOVE WS-URUT-ULANG TO EXPREG-URUT.
            READ EXPREG-FILE
                INVALID KEY
                    DISPLAY "NOMOR URUT " WS-URUT-ULANG
                        " TIDAK ADA DI REGISTER EXPREG.DAT."
                    GO TO 0000-SPACE
            END-READ.
            DISPLAY "DIKIRIM " EXPREG-TGL-KIRIM " OLEH "
                EXPREG-OPERATOR " - " EXPREG-JUMLAH " RECORD.".
            MOVE SPACES TO WS-NAMA-EXPORT.
            STRING "STUEXP." WS-URUT-ULANG DELIMITED BY SIZE
                INTO WS-NAMA-EXPORT.
            MOVE ZERO TO WS-EXPORT-COUNT.
            MOVE "N" TO WS-EOF-MASTER.
            CLOSE STUMAST-FILE.
            OPEN INPUT STUMAST-FILE.
            OPEN OUTPUT EXPORT-FILE.
            IF WS-FS-EXPORT NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA " WS-NAMA-EXPORT
                    " - FILE STATUS: " WS-FS-EXPORT
                CLOSE STUMAST-FILE
                OPEN I-O STUMAST-FILE
                GO TO 0000-SPACE
            END-IF.
            MOVE "H" TO EXPORT-CTL-TIPE.
            MOVE EXPREG-TGL-KIRIM TO EXPORT-CTL-TANGGAL.
            MOVE WS-URUT-ULANG TO EXPORT-CTL-URUT.
            MOVE "ULANG" TO EXPORT-CTL-SUMBER.
            WRITE EXPORT-HDR-RECORD.
            PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                READ STUMAST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-MASTER
                    NOT AT END
                        PERFORM 5210-TULIS-ULANG
                END-READ
            END-PERFORM.
            MOVE "T" TO EXPORT-TRL-TIPE.
            MOVE WS-EXPORT-COUNT TO EXPORT-TRL-JUMLAH.
            MOVE WS-URUT-ULANG TO EXPORT-TRL-URUT.
            WRITE EXPORT-TRL-RECORD.
            CLOSE EXPORT-FILE.
            CLOSE STUMAST-FILE.
            OPEN I-O STUMAST-FILE.
            ADD 1 TO EXPREG-CNT-ULANG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO EXPREG-TGL-ULANG.
            MOVE WS-EXPORT-COUNT TO EXPREG-JUMLAH-ULANG.
            MOVE ZERO TO EXPREG-TGL-ACK.
            MOVE ZERO TO EXPREG-ACK-TERIMA.
            MOVE ZERO TO EXPREG-ACK-MUAT.
            MOVE ZERO TO EXPREG-ACK-TOLAK.
            REWRITE EXPREG-RECORD.
            IF WS-FS-EXPREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MENULIS EXPREG.DAT - FILE STATUS: "
                    WS-FS-EXPREG
                DISPLAY "PENGAKUAN LAMA NOMOR " WS-URUT-ULANG
                    " BELUM DIKOSONGKAN - JANGAN KIRIM " WS-NAMA-EXPORT
            END-IF.
            DISPLAY "KIRIM ULANG NOMOR " WS-URUT-ULANG " KE "
                WS-NAMA-EXPORT " SELESAI. TOTAL RECORD: "
                WS-EXPORT-COUNT.
            GO TO 0000-SPACE.

        5210-TULIS-ULANG.
            IF STUMAST-TGL-UPDATE NOT < EXPREG-TGL-DARI AND
               STUMAST-TGL-UPDATE NOT > EXPREG-TGL-KIRIM THEN
                MOVE STUMAST-NPM TO EXPORT-NPM
                MOVE STUMAST-NAMA TO EXPORT-NAMA
                WRITE EXPORT-RECORD
                ADD 1 TO WS-EXPORT-COUNT
            END-IF.

        6000-PEMELIHARAAN.
            DISPLAY "----PEMELIHARAAN MAHASISWA----".
            MOVE SPACES TO WS-AKSI-TEXT.
            DISPLAY "4. HAPUS RECORD".
            DISPLAY "5. PERSETUJUAN AKSI TERTUNDA".
            DISPLAY "6. TRANSFER FAKULTAS".
            DISPLAY "7. GABUNG NPM GANDA".
            DISPLAY "9. BATAL".
            DISPLAY "PILIH AKSI (1/2/3/4/5/6/7/9)? " WITH NO ADVANCING.
            ACCEPT WS-AKSI.
            IF WS-AKSI EQUAL 5 THEN
                PERFORM 6100-PERSETUJUAN
            END-IF.
            IF WS-AKSI NOT EQUAL 1 AND WS-AKSI NOT EQUAL 2 AND
               WS-AKSI NOT EQUAL 3 AND WS-AKSI NOT EQUAL 4 AND
               WS-AKSI NOT EQUAL 6 AND WS-AKSI NOT EQUAL 7 THEN
                GO TO 0000-SPACE
            END-IF.
            DISPLAY "Masukkan NPM (FORMAT TTKKNNNN, MAKS 8 DIGIT): "
            IF WS-AKSI EQUAL 6 THEN
                GO TO 6200-TRANSFER-FAKULTAS
            END-IF.
            IF WS-AKSI EQUAL 7 THEN
                GO TO 6300-GABUNG-NPM
            END-IF.
            GO TO 0000-SPACE.

        6010-UBAH-NAMA.
            MOVE WS-STATUS-LAMA TO HIST-STATUS-LAMA.
            MOVE STUMAST-STATUS TO HIST-STATUS-BARU.
            MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
            MOVE STUMAST-TGL-UPDATE TO HIST-TGL-UPDATE.
            WRITE HIST-RECORD.

      *> Tinjauan supervisor atas antrian aksi tertunda. Peminta tidak
                INVALID KEY
                    REWRITE XREF-RECORD
            END-WRITE.
            PERFORM 6320-PINDAH-HEREG.
            MOVE NAMA TO STUMAST-NAMA.
            MOVE WS-STATUS-LAMA TO STUMAST-STATUS.
            MOVE WS-NPM-LAMA TO STUMAST-NPM.
                " MENJADI NPM BARU " WS-NPM-BARU ".".
            GO TO 0000-SPACE.

      *> Gabung dua NPM milik satu orang (lihat laporan STUDUPL).
      *> NPM yang dipilih pertama dipensiunkan: record-nya dihapus
      *> dan XREF.DAT mengalihkannya ke NPM yang dipertahankan,
      *> sehingga surat dan data HR yang menyebut NPM lama tetap
      *> dapat dicari. Record yang dipertahankan tidak diubah selain
      *> tanggal update. Urutan sama dengan transfer fakultas: record
      *> yang dipertahankan ditulis dulu, baru NPM lama dihapus.
      *> Permintaan tertunda atas NPM lama ikut ditolak.
        6300-GABUNG-NPM.
            MOVE STUMAST-NPM TO WS-NPM-LAMA.
            DISPLAY "NPM " WS-NPM-LAMA " AKAN DIPENSIUNKAN DAN "
                "DIGABUNG KE NPM LAIN.".
            DISPLAY "Masukkan NPM YANG DIPERTAHANKAN (MAKS 8 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT NPM.
            PERFORM 3020-BACA-MASTER.
            IF WS-MASTER-FOUND EQUAL "N" THEN
                DISPLAY "NPM " NPM " TIDAK ADA DI MASTER - "
                    "GABUNG DIBATALKAN."
                GO TO 0000-SPACE
            END-IF.
            IF STUMAST-NPM EQUAL WS-NPM-LAMA THEN
                DISPLAY "NPM YANG DIPERTAHANKAN SAMA DENGAN NPM YANG "
                    "DIPENSIUNKAN - GABUNG DIBATALKAN."
                GO TO 0000-SPACE
            END-IF.
            MOVE STUMAST-NPM TO WS-NPM-BARU.
            MOVE STUMAST-NAMA TO WS-NAMA-TETAP.
            MOVE STUMAST-STATUS TO WS-STATUS-TETAP.
            MOVE WS-NPM-BARU-FAK TO FAKULTAS-KODE.
            PERFORM 7020-CARI-NAMA-FAKULTAS.
            DISPLAY "DIPERTAHANKAN:".
            DISPLAY "NPM      : " STUMAST-NPM.
            DISPLAY "NAMA     : " STUMAST-NAMA.
            DISPLAY "FAKULTAS : " WS-NAMA-FAKULTAS.
            DISPLAY "STATUS   : " STUMAST-STATUS.
            DISPLAY "TGL INPUT: " STUMAST-TGL-INPUT.
            IF WS-NAMA-TETAP NOT EQUAL NAMA THEN
                DISPLAY "PERHATIAN: NAMA KEDUA RECORD TIDAK SAMA."
            END-IF.
            DISPLAY "GABUNGKAN NPM " WS-NPM-LAMA " KE NPM "
                WS-NPM-BARU " (Y/T)? " WITH NO ADVANCING.
            ACCEPT WS-LANJUT.
            IF WS-LANJUT NOT EQUAL "Y" THEN
                DISPLAY "GABUNG DIBATALKAN."
                GO TO 0000-SPACE
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO STUMAST-TGL-UPDATE.
            REWRITE STUMAST-RECORD
                INVALID KEY
                    DISPLAY "GAGAL MENULIS NPM " WS-NPM-BARU
                        " - FILE STATUS: " WS-FS-STUMAST
                        " - GABUNG DIBATALKAN, KEDUA RECORD UTUH."
                    GO TO 0000-SPACE
            END-REWRITE.
            MOVE WS-NPM-LAMA TO STUMAST-NPM.
            DELETE STUMAST-FILE RECORD.
            MOVE WS-NPM-LAMA TO XREF-NPM-LAMA.
            MOVE WS-NPM-BARU TO XREF-NPM-BARU.
            MOVE FUNCTION CURRENT-DATE(1:8) TO XREF-TGL.
            WRITE XREF-RECORD
                INVALID KEY
                    REWRITE XREF-RECORD
            END-WRITE.
            PERFORM 6320-PINDAH-HEREG.
            MOVE NAMA TO STUMAST-NAMA.
            MOVE WS-STATUS-LAMA TO STUMAST-STATUS.
            MOVE WS-NPM-LAMA TO STUMAST-NPM.
            MOVE "GABUNG KELUAR" TO WS-AKSI-TEXT.
            PERFORM 6060-TULIS-RIWAYAT.
            MOVE WS-NAMA-TETAP TO WS-NAMA-LAMA.
            MOVE WS-STATUS-TETAP TO WS-STATUS-LAMA.
            MOVE WS-NAMA-TETAP TO STUMAST-NAMA.
            MOVE WS-STATUS-TETAP TO STUMAST-STATUS.
            MOVE WS-NPM-BARU TO STUMAST-NPM.
            MOVE "GABUNG MASUK" TO WS-AKSI-TEXT.
            PERFORM 6060-TULIS-RIWAYAT.
            PERFORM 6310-TOLAK-PENDING-LAMA.
            MOVE WS-NPM-BARU TO NPM.
            MOVE WS-NAMA-TETAP TO NAMA.
            MOVE "GABUNG NPM" TO WS-AKSI-TEXT.
            DISPLAY "GABUNG SELESAI. NPM " WS-NPM-LAMA
                " DIALIHKAN KE NPM " WS-NPM-BARU ".".
            GO TO 0000-SPACE.

      *> Permintaan nonaktif/hapus yang masih menunggu atas NPM yang
      *> dipensiunkan tidak bisa diterapkan lagi; ditolak atas nama
      *> supervisor yang menggabung.
        6310-TOLAK-PENDING-LAMA.
            MOVE "N" TO WS-EOF-PENDING.
            MOVE ZERO TO PEND-ID.
            START PENDING-FILE KEY IS NOT LESS THAN PEND-ID
                INVALID KEY
                    MOVE "Y" TO WS-EOF-PENDING
            END-START.
            PERFORM UNTIL WS-EOF-PENDING EQUAL "Y"
                READ PENDING-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-PENDING
                    NOT AT END
                        IF PEND-STATUS EQUAL "P" AND
                           PEND-NPM EQUAL WS-NPM-LAMA THEN
                            PERFORM 6130-TOLAK
                        END-IF
                END-READ
            END-PERFORM.

      *> Record HEREG.DAT memakai NPM saat dimuat HEREGLOAD. Setelah
      *> transfer atau gabung, record NPM lama dipindah ke NPM baru
      *> (WS-NPM-BARU) supaya HEREGNON dan menu pencarian tetap
      *> melihat pembayarannya. Bila NPM baru sudah punya record untuk
      *> semester yang sama, record itu dipertahankan; pembayaran
      *> dengan referensi lain ditampilkan sebagai bayar ganda dan
      *> dibiarkan di NPM lama untuk ditindaklanjuti keuangan.
        6320-PINDAH-HEREG.
            MOVE ZERO TO WS-CNT-HEREG.
            MOVE ZERO TO WS-CNT-HEREG-GANDA.
            MOVE ZERO TO WS-HEREG-SEM.
            IF WS-HEREG-ADA EQUAL "Y" THEN
                MOVE "N" TO WS-EOF-HEREG
            ELSE
                MOVE "Y" TO WS-EOF-HEREG
            END-IF.
            PERFORM 6325-CARI-HEREG-LAMA UNTIL WS-EOF-HEREG EQUAL "Y".
            IF WS-CNT-HEREG > ZERO THEN
                DISPLAY WS-CNT-HEREG " HEREGISTRASI DIPINDAH KE NPM "
                    WS-NPM-BARU "."
            END-IF.
            IF WS-CNT-HEREG-GANDA > ZERO THEN
                DISPLAY WS-CNT-HEREG-GANDA " BAYAR GANDA TETAP DI NPM "
                    WS-NPM-LAMA " - TERUSKAN KE KEUANGAN."
            END-IF.

      *> Setiap WRITE/DELETE memutus posisi baca berurutan, jadi
      *> pencarian dimulai lagi dari semester sesudah yang terakhir
      *> diproses.
        6325-CARI-HEREG-LAMA.
            MOVE WS-NPM-LAMA TO HEREG-NPM.
            MOVE WS-HEREG-SEM TO HEREG-SEMESTER.
            START HEREG-FILE KEY IS NOT LESS THAN HEREG-KUNCI
                INVALID KEY
                    MOVE "Y" TO WS-EOF-HEREG
            END-START.
            IF WS-EOF-HEREG NOT EQUAL "Y" THEN
                READ HEREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-HEREG
                    NOT AT END
                        IF HEREG-NPM NOT EQUAL WS-NPM-LAMA THEN
                            MOVE "Y" TO WS-EOF-HEREG
                        ELSE
                            PERFORM 6330-ALIH-HEREG
                        END-IF
                END-READ
            END-IF.

        6330-ALIH-HEREG.
            COMPUTE WS-HEREG-SEM = HEREG-SEMESTER + 1.
            MOVE HEREG-RECORD TO WS-HEREG-SIMPAN.
            MOVE HEREG-REF-BAYAR TO WS-HEREG-REF-LAMA.
            MOVE HEREG-TGL-BAYAR TO WS-HEREG-TGL-LAMA.
            MOVE HEREG-JUMLAH TO WS-HEREG-JML-LAMA.
            MOVE WS-NPM-BARU TO HEREG-NPM.
            WRITE HEREG-RECORD
                INVALID KEY
                    PERFORM 6340-HEREG-SUDAH-ADA
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-HEREG
                    PERFORM 6335-HAPUS-HEREG-LAMA
            END-WRITE.

        6335-HAPUS-HEREG-LAMA.
            MOVE WS-HEREG-SIMPAN TO HEREG-RECORD.
            DELETE HEREG-FILE RECORD
                INVALID KEY
                    DISPLAY "GAGAL MENGHAPUS HEREG NPM " WS-NPM-LAMA
                        " SEMESTER " HEREG-SEMESTER " - FILE STATUS: "
                        WS-FS-HEREG
            END-DELETE.

      *> Sama dengan HEREGLOAD: referensi bayar yang sama berarti
      *> pembayaran yang sama (record lama cukup dihapus), referensi
      *> lain berarti bayar ganda.
        6340-HEREG-SUDAH-ADA.
            READ HEREG-FILE
                INVALID KEY
                    DISPLAY "GAGAL MEMINDAH HEREG NPM " WS-NPM-LAMA
                        " - FILE STATUS: " WS-FS-HEREG
                NOT INVALID KEY
                    IF HEREG-REF-BAYAR EQUAL WS-HEREG-REF-LAMA THEN
                        PERFORM 6335-HAPUS-HEREG-LAMA
                    ELSE
                        PERFORM 6345-TAMPIL-HEREG-GANDA
                    END-IF
            END-READ.

        6345-TAMPIL-HEREG-GANDA.
            ADD 1 TO WS-CNT-HEREG-GANDA.
            MOVE WS-HEREG-JML-LAMA TO WS-HEREG-JUMLAH.
            DISPLAY "NPM " WS-NPM-LAMA " SEMESTER " HEREG-SEMESTER
                " BAYAR GANDA REF " WS-HEREG-REF-LAMA " "
                WS-HEREG-JUMLAH.
            MOVE HEREG-JUMLAH TO WS-HEREG-JUMLAH.
            DISPLAY "   SUDAH TERCATAT DI NPM " WS-NPM-BARU " REF "
                HEREG-REF-BAYAR " TANGGAL " HEREG-TGL-BAYAR " "
                WS-HEREG-JUMLAH.

        6500-PENCARIAN.
            DISPLAY "----PENCARIAN MAHASISWA----".
            DISPLAY "1. CARI BERDASARKAN AWALAN NAMA".
            DISPLAY "2. DAFTAR PER FAKULTAS".
            DISPLAY "3. RIWAYAT PERUBAHAN MAHASISWA".
            DISPLAY "4. STATUS HEREGISTRASI MAHASISWA".
            DISPLAY "9. BATAL".
            DISPLAY "PILIH AKSI (1/2/3/4/9)? " WITH NO ADVANCING.
            ACCEPT WS-AKSI.
            IF WS-AKSI EQUAL 1 THEN
                PERFORM 6510-CARI-NAMA
            IF WS-AKSI EQUAL 3 THEN
                PERFORM 6560-RIWAYAT-MAHASISWA
            END-IF.
            IF WS-AKSI EQUAL 4 THEN
                PERFORM 6580-STATUS-HEREG
            END-IF.
            GO TO 0000-SPACE.

        6510-CARI-NAMA.
                    " STATUS " HIST-STATUS-BARU
            END-IF.

      *> Heregistrasi per semester dari HEREG.DAT. NPM lama diikuti
      *> lewat XREF seperti 3020; record heregistrasi disimpan dengan
      *> NPM master sehingga dibaca mulai NPM+00000 berurutan.
        6580-STATUS-HEREG.
            DISPLAY "Masukkan NPM (FORMAT TTKKNNNN, MAKS 8 DIGIT): "
                WITH NO ADVANCING.
            ACCEPT NPM.
            PERFORM 3020-BACA-MASTER.
            IF WS-MASTER-FOUND NOT EQUAL "Y" THEN
                DISPLAY "NPM " NPM " TIDAK DITEMUKAN DI MASTER."
            ELSE
                MOVE STUMAST-NAMA TO NAMA
                DISPLAY "----HEREGISTRASI NPM " NPM "----"
                DISPLAY "NAMA " STUMAST-NAMA " STATUS "
                    STUMAST-STATUS
                IF WS-HEREG-ADA NOT EQUAL "Y" THEN
                    DISPLAY "DATA HEREGISTRASI BELUM DIMUAT."
                ELSE
                    PERFORM 6590-DAFTAR-HEREG
                END-IF
            END-IF.

        6590-DAFTAR-HEREG.
            MOVE ZERO TO WS-CNT-HEREG.
            MOVE "N" TO WS-EOF-HEREG.
            MOVE NPM TO HEREG-NPM.
            MOVE ZERO TO HEREG-SEMESTER.
            START HEREG-FILE KEY IS NOT LESS THAN HEREG-KUNCI
                INVALID KEY
                    MOVE "Y" TO WS-EOF-HEREG
            END-START.
            PERFORM UNTIL WS-EOF-HEREG EQUAL "Y"
                READ HEREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-HEREG
                    NOT AT END
                        IF HEREG-NPM NOT EQUAL NPM THEN
                            MOVE "Y" TO WS-EOF-HEREG
                        ELSE
                            ADD 1 TO WS-CNT-HEREG
                            MOVE HEREG-JUMLAH TO WS-HEREG-JUMLAH
                            DISPLAY "SEMESTER " HEREG-SEMESTER
                                " BAYAR " HEREG-TGL-BAYAR
                                " REF " HEREG-REF-BAYAR
                                " " WS-HEREG-JUMLAH
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CNT-HEREG EQUAL ZERO THEN
                DISPLAY "BELUM PERNAH HEREGISTRASI."
            ELSE
                DISPLAY "TOTAL SEMESTER: " WS-CNT-HEREG
            END-IF.

        7000-PEM-FAKULTAS.
            DISPLAY "----PEMELIHARAAN FAKULTAS----".
            DISPLAY "Masukkan KODE FAKULTAS (2 DIGIT): "
                ACCEPT OPR-NAMA
                MOVE "A" TO OPR-STATUS
                PERFORM 7530-TERIMA-LEVEL
                PERFORM 7540-TERIMA-SANDI-SEMENTARA
                IF WS-SANDI-OK EQUAL "Y" THEN
                    WRITE OPR-RECORD
                    DISPLAY "OPERATOR " OPR-ID " DITAMBAHKAN "
                        "LEVEL " OPR-LEVEL "."
                    MOVE OPR-ID TO WS-SUBJEK-OPR
                    MOVE "RESET SANDI" TO WS-KEAMANAN-TEXT
                    PERFORM 3960-LOG-KEAMANAN-OPR
                ELSE
                    DISPLAY "OPERATOR TIDAK DITAMBAHKAN."
                END-IF
            END-IF.

        7520-UBAH-OPERATOR.
            DISPLAY "NAMA   : " OPR-NAMA.
            DISPLAY "STATUS : " OPR-STATUS.
            DISPLAY "LEVEL  : " OPR-LEVEL.
            DISPLAY "GAGAL  : " OPR-GAGAL.
            DISPLAY "SANDI  : BERLAKU SAMPAI " OPR-TGL-KEDALUWARSA.
            DISPLAY "1. UBAH NAMA".
            DISPLAY "2. TANGGUHKAN".
            DISPLAY "3. AKTIFKAN KEMBALI".
            DISPLAY "4. UBAH LEVEL AKSES".
            DISPLAY "5. RESET SANDI".
            DISPLAY "9. BATAL".
            DISPLAY "PILIH AKSI (1/2/3/4/5/9)? " WITH NO ADVANCING.
            ACCEPT WS-AKSI.
            IF WS-AKSI EQUAL 1 THEN
                DISPLAY "Masukkan NAMA OPERATOR (MAKS 32 DIGIT): "
                REWRITE OPR-RECORD
                DISPLAY "OPERATOR " OPR-ID " DITANGGUHKAN."
            END-IF.
      *> Mengaktifkan kembali juga membuka kunci sandi salah; sandi
      *> lama tetap berlaku (pakai aksi 5 bila operator lupa sandi).
            IF WS-AKSI EQUAL 3 THEN
                MOVE "A" TO OPR-STATUS
                MOVE ZERO TO OPR-GAGAL
                REWRITE OPR-RECORD
                DISPLAY "OPERATOR " OPR-ID " DIAKTIFKAN KEMBALI."
                MOVE OPR-ID TO WS-SUBJEK-OPR
                MOVE "BUKA KUNCI OPR" TO WS-KEAMANAN-TEXT
                PERFORM 3960-LOG-KEAMANAN-OPR
            END-IF.
            IF WS-AKSI EQUAL 4 THEN
                PERFORM 7530-TERIMA-LEVEL
                DISPLAY "OPERATOR " OPR-ID " SEKARANG LEVEL "
                    OPR-LEVEL "."
            END-IF.
            IF WS-AKSI EQUAL 5 THEN
                PERFORM 7540-TERIMA-SANDI-SEMENTARA
                IF WS-SANDI-OK EQUAL "Y" THEN
                    REWRITE OPR-RECORD
                    DISPLAY "SANDI OPERATOR " OPR-ID " DIRESET - "
                        "WAJIB DIGANTI SAAT SIGN-ON."
                    MOVE OPR-ID TO WS-SUBJEK-OPR
                    MOVE "RESET SANDI" TO WS-KEAMANAN-TEXT
                    PERFORM 3960-LOG-KEAMANAN-OPR
                END-IF
            END-IF.

        7530-TERIMA-LEVEL.
            DISPLAY "Masukkan LEVEL AKSES (I/U/S): "
                MOVE "I" TO OPR-LEVEL
            END-IF.

      *> Sandi sementara dari supervisor langsung kedaluwarsa dan
      *> wajib diganti operator pada sign-on berikutnya. Kosong =
      *> batal (record operator tidak diubah oleh pemanggil).
        7540-TERIMA-SANDI-SEMENTARA.
            MOVE "N" TO WS-SANDI-OK.
            DISPLAY "Masukkan SANDI SEMENTARA (KOSONG = BATAL): "
                WITH NO ADVANCING.
            ACCEPT WS-SANDI-BARU.
            IF WS-SANDI-BARU EQUAL SPACES THEN
                DISPLAY "RESET SANDI DIBATALKAN."
            ELSE
                CALL "SANDIHASH" USING OPR-ID WS-SANDI-BARU
                    OPR-SANDI-HASH
                MOVE SPACES TO WS-SANDI-BARU
                MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-TGL-SANDI
                MOVE OPR-TGL-SANDI TO OPR-TGL-KEDALUWARSA
                MOVE ZERO TO OPR-GAGAL
                MOVE "Y" TO OPR-WAJIB-GANTI
                MOVE "Y" TO WS-SANDI-OK
            END-IF.

        8-KAKULASI.
            CALL "KAKULASI" USING ANGKA WS-HASIL-TEXT.
            DISPLAY WS-HASIL-TEXT.
                MOVE ZERO TO LOG-NPM
            ELSE
                MOVE ZERO TO LOG-ANGKA
                IF PILIHAN EQUAL 6 OR PILIHAN EQUAL 2 THEN
                    MOVE WS-AKSI-TEXT TO LOG-HASIL
                ELSE
                    MOVE SPACES TO LOG-HASIL
            MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
            WRITE LOG-RECORD.

      *> Jejak keamanan sandi operator (ganti, reset, kunci, buka
      *> kunci): LOG-NAMA berisi ID operator yang sandinya/statusnya
      *> berubah, LOG-OPERATOR berisi operator yang sedang sign-on.
        3960-LOG-KEAMANAN-OPR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TS-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TS-TIME.
            MOVE WS-TIMESTAMP TO LOG-TIMESTAMP.
            MOVE ZERO TO LOG-PILIHAN.
            MOVE ZERO TO LOG-ANGKA.
            MOVE WS-KEAMANAN-TEXT TO LOG-HASIL.
            MOVE WS-SUBJEK-OPR TO LOG-NAMA.
            MOVE ZERO TO LOG-NPM.
            MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
            WRITE LOG-RECORD.

        9000-KELUAR.
            CLOSE STUMAST-FILE.
            CLOSE LOG-FILE.
            CLOSE PENDING-FILE.
            CLOSE XREF-FILE.
            CLOSE NPMNEXT-FILE.
            CLOSE SKMREG-FILE.
            CLOSE EXPREG-FILE.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                CLOSE ARSIP-FILE
            END-IF.
            IF WS-HEREG-ADA EQUAL "Y" THEN
                CLOSE HEREG-FILE
            END-IF.
        STOP RUN.

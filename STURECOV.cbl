        IDENTIFICATION DIVISION.
        PROGRAM-ID. "STUDENT RECOVERY".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUMAST-FILE ASSIGN TO "STUMAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUMAST-NPM
                ALTERNATE RECORD KEY IS STUMAST-NAMA
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-STUMAST.
            SELECT BACKUP-FILE ASSIGN TO WS-NAMA-BACKUP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-BACKUP.
            SELECT HIST-FILE ASSIGN TO "STUHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HIST.
            SELECT LAPORAN-FILE ASSIGN TO "RECOVRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  BACKUP-FILE.
        COPY "BACKREC.cpy".
        FD  HIST-FILE.
        COPY "HISTREC.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-BACKUP PIC X(2).
        01 WS-FS-HIST PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-NAMA-BACKUP PIC X(14).
        01 WS-TGL-BACKUP PIC 9(8) VALUE ZERO.
        01 WS-TITIK-TARGET PIC 9(14) VALUE ZERO.
        01 WS-TITIK-BACKUP PIC 9(14) VALUE ZERO.
        01 WS-TGL-AWAL-CARI PIC 9(8).
        01 WS-HARI-AWAL PIC 9(7).
        01 WS-HARI-MUNDUR PIC 9(3).
        01 WS-TGL-COBA PIC 9(8).
        01 WS-HDR-TANGGAL PIC 9(8) VALUE ZERO.
        01 WS-TOLERAN PIC X(1) VALUE "N".
        01 WS-BACKUP-BAIK PIC X(1) VALUE "N".
        01 WS-ALASAN PIC X(48).
        01 WS-LANJUT PIC X(1).
        01 WS-EOF-VAL PIC X(1) VALUE "N".
        01 WS-EOF-BACKUP PIC X(1) VALUE "N".
        01 WS-EOF-HIST PIC X(1) VALUE "N".
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-VAL-NOMOR PIC 9(8) VALUE ZERO.
        01 WS-HDR-ADA PIC X(1) VALUE "N".
        01 WS-TRL-ADA PIC X(1) VALUE "N".
        01 WS-CNT-DETAIL PIC 9(8) VALUE ZERO.
        01 WS-TRL-JUMLAH PIC 9(8) VALUE ZERO.
        01 WS-TRL-HASH PIC 9(18) VALUE ZERO.
        01 WS-HASH-TOTAL PIC 9(18) VALUE ZERO.
        01 WS-CNT-MUAT PIC 9(8) VALUE ZERO.
        01 WS-HASH-MUAT PIC 9(18) VALUE ZERO.
        01 WS-CNT-HIST PIC 9(8) VALUE ZERO.
        01 WS-CNT-SEBELUM PIC 9(8) VALUE ZERO.
        01 WS-CNT-SESUDAH PIC 9(8) VALUE ZERO.
        01 WS-CNT-TERCAKUP PIC 9(8) VALUE ZERO.
        01 WS-CNT-TERAP PIC 9(8) VALUE ZERO.
        01 WS-CNT-SISIP PIC 9(8) VALUE ZERO.
        01 WS-CNT-UBAH PIC 9(8) VALUE ZERO.
        01 WS-CNT-HAPUS PIC 9(8) VALUE ZERO.
        01 WS-CNT-AKHIR PIC 9(8) VALUE ZERO.
        01 WS-CNT-HARAP PIC 9(8) VALUE ZERO.
        01 WS-TGL-UPDATE PIC 9(8).
        01 WS-NPM-KELUAR PIC 9(8) VALUE ZERO.
        01 WS-TGL-INPUT-KELUAR PIC 9(8) VALUE ZERO.
        01 WS-HASIL-TERAP PIC X(1).
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.

        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-TERIMA-PARAMETER.
            PERFORM 0110-PILIH-BACKUP.
            PERFORM 0170-KONFIRMASI.
            PERFORM 0180-BUKA-FILE.
            PERFORM UNTIL WS-EOF-BACKUP EQUAL "Y"
                READ BACKUP-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-BACKUP
                    NOT AT END
                        PERFORM 0200-MUAT-RECORD
                END-READ
            END-PERFORM.
            PERFORM 0250-BUKTI-MUAT.
            PERFORM 0300-BUKA-RIWAYAT.
            PERFORM UNTIL WS-EOF-HIST EQUAL "Y"
                READ HIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-HIST
                    NOT AT END
                        PERFORM 0400-PERIKSA-RIWAYAT
                END-READ
            END-PERFORM.
            PERFORM 0800-BUKTI-AKHIR.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

      *> Titik pemulihan 0 = putar seluruh riwayat sampai akhir.
      *> Tanggal backup 0 = cari mundur backup sah terbaru yang tidak
      *> lebih baru dari titik pemulihan.
        0100-TERIMA-PARAMETER.
            DISPLAY "TITIK PEMULIHAN (YYYYMMDDHHMMSS, 0 = SEMUA): "
                WITH NO ADVANCING.
            ACCEPT WS-TITIK-TARGET.
            IF WS-TITIK-TARGET NOT NUMERIC THEN
                DISPLAY "TITIK PEMULIHAN TIDAK SAH - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TITIK-TARGET EQUAL ZERO THEN
                MOVE 99999999999999 TO WS-TITIK-TARGET
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-AWAL-CARI
            ELSE
                MOVE WS-TITIK-TARGET(1:8) TO WS-TGL-AWAL-CARI
            END-IF.
            MOVE FUNCTION INTEGER-OF-DATE(WS-TGL-AWAL-CARI)
                TO WS-HARI-AWAL.
            IF WS-HARI-AWAL EQUAL ZERO THEN
                DISPLAY "TANGGAL TITIK PEMULIHAN " WS-TGL-AWAL-CARI
                    " TIDAK SAH - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            DISPLAY "TANGGAL BACKUP (YYYYMMDD, 0 = CARI TERBARU): "
                WITH NO ADVANCING.
            ACCEPT WS-TGL-BACKUP.
            IF WS-TGL-BACKUP NOT NUMERIC THEN
                DISPLAY "TANGGAL BACKUP TIDAK SAH - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.

      *> Backup yang disebut operator harus sah; kalau tidak disebut,
      *> dicoba mundur hari demi hari sampai 60 hari ke belakang.
        0110-PILIH-BACKUP.
            IF WS-TGL-BACKUP NOT EQUAL ZERO THEN
                MOVE WS-TGL-BACKUP TO WS-TGL-COBA
                PERFORM 0130-COBA-BACKUP
                IF WS-BACKUP-BAIK NOT EQUAL "Y" THEN
                    DISPLAY "BACKUP " WS-NAMA-BACKUP " TIDAK DAPAT "
                        "DIPAKAI: " WS-ALASAN
                    DISPLAY "JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                END-IF
            ELSE
                PERFORM 0120-CARI-MUNDUR VARYING WS-HARI-MUNDUR
                    FROM 0 BY 1
                    UNTIL WS-HARI-MUNDUR > 60 OR
                          WS-BACKUP-BAIK EQUAL "Y"
                IF WS-BACKUP-BAIK NOT EQUAL "Y" THEN
                    DISPLAY "TIDAK ADA BACKUP SAH DALAM 60 HARI "
                        "SEBELUM " WS-TGL-AWAL-CARI
                        " - JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            DISPLAY "BACKUP DIPAKAI: " WS-NAMA-BACKUP
                " TITIK BACKUP " WS-TITIK-BACKUP.

        0120-CARI-MUNDUR.
            MOVE FUNCTION DATE-OF-INTEGER(WS-HARI-AWAL - WS-HARI-MUNDUR)
                TO WS-TGL-COBA.
            PERFORM 0130-COBA-BACKUP.
            IF WS-BACKUP-BAIK NOT EQUAL "Y" AND
               WS-FS-BACKUP NOT EQUAL "35" THEN
                DISPLAY "BACKUP " WS-NAMA-BACKUP " DILEWATI: "
                    WS-ALASAN
            END-IF.

        0130-COBA-BACKUP.
            MOVE "N" TO WS-BACKUP-BAIK.
            MOVE SPACES TO WS-NAMA-BACKUP.
            STRING "STUBK." WS-TGL-COBA DELIMITED BY SIZE
                INTO WS-NAMA-BACKUP.
            OPEN INPUT BACKUP-FILE.
            IF WS-FS-BACKUP NOT EQUAL "00" THEN
                MOVE "FILE TIDAK DITEMUKAN" TO WS-ALASAN
            ELSE
                PERFORM 0150-VALIDASI-BACKUP
                CLOSE BACKUP-FILE
            END-IF.
            IF WS-BACKUP-BAIK EQUAL "Y" AND
               WS-TITIK-BACKUP > WS-TITIK-TARGET THEN
                MOVE "N" TO WS-BACKUP-BAIK
                MOVE "BACKUP LEBIH BARU DARI TITIK PEMULIHAN"
                    TO WS-ALASAN
            END-IF.

      *> Pemeriksaan sama dengan STURELOAD (header, trailer, jumlah,
      *> hash), tetapi hasilnya ditandai di WS-BACKUP-BAIK supaya
      *> pencarian mundur dapat mencoba backup berikutnya.
        0150-VALIDASI-BACKUP.
            MOVE "Y" TO WS-BACKUP-BAIK.
            MOVE SPACES TO WS-ALASAN.
            MOVE "N" TO WS-EOF-VAL.
            MOVE "N" TO WS-HDR-ADA.
            MOVE "N" TO WS-TRL-ADA.
            MOVE ZERO TO WS-VAL-NOMOR.
            MOVE ZERO TO WS-CNT-DETAIL.
            MOVE ZERO TO WS-TRL-JUMLAH.
            MOVE ZERO TO WS-TRL-HASH.
            MOVE ZERO TO WS-HASH-TOTAL.
            PERFORM UNTIL WS-EOF-VAL EQUAL "Y"
                READ BACKUP-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-VAL
                    NOT AT END
                        PERFORM 0160-PERIKSA-KONTROL
                END-READ
            END-PERFORM.
            IF WS-BACKUP-BAIK EQUAL "Y" AND
               WS-HDR-ADA NOT EQUAL "Y" THEN
                MOVE "N" TO WS-BACKUP-BAIK
                MOVE "TANPA RECORD HEADER" TO WS-ALASAN
            END-IF.
            IF WS-BACKUP-BAIK EQUAL "Y" AND
               WS-TRL-ADA NOT EQUAL "Y" THEN
                MOVE "N" TO WS-BACKUP-BAIK
                MOVE "TANPA RECORD TRAILER - KEMUNGKINAN TERPOTONG"
                    TO WS-ALASAN
            END-IF.
            IF WS-BACKUP-BAIK EQUAL "Y" AND
               WS-TRL-JUMLAH NOT EQUAL WS-CNT-DETAIL THEN
                MOVE "N" TO WS-BACKUP-BAIK
                MOVE "JUMLAH RECORD TIDAK SAMA DENGAN TRAILER"
                    TO WS-ALASAN
            END-IF.
            IF WS-BACKUP-BAIK EQUAL "Y" AND
               WS-TRL-HASH NOT EQUAL WS-HASH-TOTAL THEN
                MOVE "N" TO WS-BACKUP-BAIK
                MOVE "HASH TOTAL TIDAK SAMA DENGAN TRAILER"
                    TO WS-ALASAN
            END-IF.

      *> Backup lama tanpa jam unload: titik backup diambil awal hari
      *> dan riwayat pada hari backup diputar dengan mode toleran
      *> (perubahan yang sudah tercakup di backup dilewati).
        0160-PERIKSA-KONTROL.
            ADD 1 TO WS-VAL-NOMOR.
            EVALUATE TRUE
                WHEN WS-VAL-NOMOR EQUAL 1
                    IF BACKUP-CTL-TIPE EQUAL "H" THEN
                        MOVE "Y" TO WS-HDR-ADA
                        MOVE BACKUP-CTL-TANGGAL TO WS-HDR-TANGGAL
                        MOVE BACKUP-CTL-TANGGAL TO WS-TITIK-BACKUP(1:8)
                        IF BACKUP-CTL-JAM NUMERIC THEN
                            MOVE BACKUP-CTL-JAM TO WS-TITIK-BACKUP(9:6)
                            MOVE "N" TO WS-TOLERAN
                        ELSE
                            MOVE ZERO TO WS-TITIK-BACKUP(9:6)
                            MOVE "Y" TO WS-TOLERAN
                        END-IF
                    ELSE
                        MOVE "N" TO WS-BACKUP-BAIK
                        MOVE "RECORD PERTAMA BUKAN HEADER" TO WS-ALASAN
                    END-IF
                WHEN WS-TRL-ADA EQUAL "Y"
                    IF WS-BACKUP-BAIK EQUAL "Y" THEN
                        MOVE "N" TO WS-BACKUP-BAIK
                        MOVE "ADA RECORD SETELAH TRAILER" TO WS-ALASAN
                    END-IF
                WHEN BACKUP-CTL-TIPE EQUAL "T"
                    MOVE "Y" TO WS-TRL-ADA
                    MOVE BACKUP-TRL-JUMLAH TO WS-TRL-JUMLAH
                    MOVE BACKUP-TRL-HASH TO WS-TRL-HASH
                WHEN OTHER
                    ADD 1 TO WS-CNT-DETAIL
                    ADD BACKUP-NPM TO WS-HASH-TOTAL
            END-EVALUATE.

        0170-KONFIRMASI.
            DISPLAY "STUMAST.DAT AKAN DIBANGUN ULANG DARI "
                WS-NAMA-BACKUP " (" WS-TRL-JUMLAH " RECORD)".
            DISPLAY "DITAMBAH RIWAYAT STUHIST.DAT SAMPAI "
                WS-TITIK-TARGET ".".
            DISPLAY "ISI STUMAST.DAT SEKARANG AKAN HILANG. "
                "LANJUT (Y/T)? " WITH NO ADVANCING.
            ACCEPT WS-LANJUT.
            IF WS-LANJUT NOT EQUAL "Y" THEN
                DISPLAY "PEMULIHAN DIBATALKAN OLEH OPERATOR."
                PERFORM 9900-ABEND
            END-IF.

        0180-BUKA-FILE.
            OPEN INPUT BACKUP-FILE.
            IF WS-FS-BACKUP NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA ULANG " WS-NAMA-BACKUP
                    " - FILE STATUS: " WS-FS-BACKUP
                PERFORM 9900-ABEND
            END-IF.
            READ BACKUP-FILE
                AT END
                    CONTINUE
            END-READ.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA RECOVRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            OPEN OUTPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
            MOVE "----------PEMULIHAN MASTER MAHASISWA----------"
                TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "BACKUP " WS-NAMA-BACKUP
                " TITIK BACKUP " WS-TITIK-BACKUP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TITIK PEMULIHAN " WS-TITIK-TARGET
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            IF WS-TOLERAN EQUAL "Y" THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "BACKUP TANPA JAM UNLOAD - RIWAYAT TANGGAL "
                    WS-HDR-TANGGAL " DIPUTAR MODE TOLERAN"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            END-IF.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

        0200-MUAT-RECORD.
            IF BACKUP-CTL-TIPE EQUAL "T" THEN
                MOVE "Y" TO WS-EOF-BACKUP
            ELSE
                MOVE BACKUP-NPM TO STUMAST-NPM
                MOVE BACKUP-NAMA TO STUMAST-NAMA
                MOVE BACKUP-TGL-INPUT TO STUMAST-TGL-INPUT
                MOVE BACKUP-TGL-UPDATE TO STUMAST-TGL-UPDATE
                MOVE BACKUP-STATUS TO STUMAST-STATUS
                WRITE STUMAST-RECORD
                    INVALID KEY
                        DISPLAY "GAGAL MENULIS NPM " BACKUP-NPM
                            " - FILE STATUS: " WS-FS-STUMAST
                        PERFORM 9900-ABEND
                END-WRITE
                ADD 1 TO WS-CNT-MUAT
                ADD BACKUP-NPM TO WS-HASH-MUAT
            END-IF.

      *> Bukti muat seperti STURELOAD; sesudah itu master dibuka I-O
      *> untuk pemutaran riwayat.
        0250-BUKTI-MUAT.
            CLOSE BACKUP-FILE.
            CLOSE STUMAST-FILE.
            IF WS-CNT-MUAT NOT EQUAL WS-TRL-JUMLAH OR
               WS-HASH-MUAT NOT EQUAL WS-TRL-HASH THEN
                DISPLAY "JUMLAH/HASH DIMUAT " WS-CNT-MUAT "/"
                    WS-HASH-MUAT " TIDAK SAMA DENGAN TRAILER "
                    WS-TRL-JUMLAH "/" WS-TRL-HASH
                    " - MASTER JANGAN DIPAKAI"
                PERFORM 9900-ABEND
            END-IF.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "DIMUAT DARI BACKUP    : " WS-CNT-MUAT
                " RECORD, JUMLAH DAN HASH COCOK"
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE WS-CNT-MUAT TO WS-CNT-HARAP.
            OPEN I-O STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.

        0300-BUKA-RIWAYAT.
            OPEN INPUT HIST-FILE.
            IF WS-FS-HIST EQUAL "35" THEN
                MOVE "Y" TO WS-EOF-HIST
                DISPLAY "STUHIST.DAT TIDAK ADA - TIDAK ADA RIWAYAT "
                    "UNTUK DIPUTAR."
            ELSE
                IF WS-FS-HIST NOT EQUAL "00" THEN
                    DISPLAY "GAGAL MEMBUKA STUHIST.DAT - FILE STATUS: "
                        WS-FS-HIST
                    PERFORM 9900-ABEND
                END-IF
            END-IF.

      *> Riwayat ditulis berurutan waktu; hanya perubahan sesudah
      *> titik backup sampai titik pemulihan yang diputar.
        0400-PERIKSA-RIWAYAT.
            ADD 1 TO WS-CNT-HIST.
            IF HIST-TIMESTAMP NOT > WS-TITIK-BACKUP THEN
                ADD 1 TO WS-CNT-SEBELUM
            ELSE
                IF HIST-TIMESTAMP > WS-TITIK-TARGET THEN
                    ADD 1 TO WS-CNT-SESUDAH
                ELSE
                    PERFORM 0410-PUTAR-RIWAYAT
                END-IF
            END-IF.

        0410-PUTAR-RIWAYAT.
            IF HIST-TGL-UPDATE NUMERIC AND
               HIST-TGL-UPDATE NOT EQUAL ZERO THEN
                MOVE HIST-TGL-UPDATE TO WS-TGL-UPDATE
            ELSE
                MOVE HIST-TIMESTAMP(1:8) TO WS-TGL-UPDATE
            END-IF.
            MOVE "T" TO WS-HASIL-TERAP.
            MOVE HIST-NPM TO STUMAST-NPM.
            EVALUATE HIST-AKSI
                WHEN "UBAH NAMA"
                WHEN "NONAKTIF"
                WHEN "AKTIF KEMBALI"
                WHEN "STATUS HR"
                WHEN "GABUNG MASUK"
                    PERFORM 0420-PUTAR-UBAH
                WHEN "HAPUS"
                WHEN "ARSIP"
                WHEN "TRANSFER KELUAR"
                WHEN "GABUNG KELUAR"
                    PERFORM 0430-PUTAR-HAPUS
                WHEN "DAFTAR BARU"
                WHEN "TRANSFER MASUK"
                    PERFORM 0440-PUTAR-SISIP
                WHEN OTHER
                    MOVE "AKSI RIWAYAT TIDAK DIKENAL" TO WS-ALASAN
                    PERFORM 0700-BEDA
            END-EVALUATE.
            IF WS-HASIL-TERAP EQUAL "C" THEN
                ADD 1 TO WS-CNT-TERCAKUP
                MOVE SPACES TO LAPORAN-RECORD
                STRING "TERCAKUP   " HIST-TIMESTAMP " " HIST-NPM " "
                    HIST-AKSI " SUDAH ADA DI BACKUP"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            ELSE
                ADD 1 TO WS-CNT-TERAP
                MOVE SPACES TO LAPORAN-RECORD
                STRING "DITERAPKAN " HIST-TIMESTAMP " " HIST-NPM " "
                    HIST-AKSI " OPERATOR " HIST-OPERATOR
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            END-IF.

      *> Perubahan di tempat: master harus ada dan citra SEBELUM di
      *> riwayat harus sama dengan isi master saat ini.
        0420-PUTAR-UBAH.
            READ STUMAST-FILE
                INVALID KEY
                    MOVE "NPM TIDAK ADA DI MASTER" TO WS-ALASAN
                    PERFORM 0700-BEDA
            END-READ.
            IF WS-TOLERAN EQUAL "Y" AND
               HIST-TIMESTAMP(1:8) EQUAL WS-HDR-TANGGAL AND
               STUMAST-NAMA EQUAL HIST-NAMA-BARU AND
               STUMAST-STATUS EQUAL HIST-STATUS-BARU THEN
                MOVE "C" TO WS-HASIL-TERAP
            ELSE
                IF STUMAST-NAMA NOT EQUAL HIST-NAMA-LAMA OR
                   STUMAST-STATUS NOT EQUAL HIST-STATUS-LAMA THEN
                    MOVE "ISI MASTER TIDAK SAMA DENGAN CITRA SEBELUM"
                        TO WS-ALASAN
                    PERFORM 0700-BEDA
                END-IF
                MOVE HIST-NAMA-BARU TO STUMAST-NAMA
                MOVE HIST-STATUS-BARU TO STUMAST-STATUS
                MOVE WS-TGL-UPDATE TO STUMAST-TGL-UPDATE
                REWRITE STUMAST-RECORD
                    INVALID KEY
                        MOVE "REWRITE MASTER GAGAL" TO WS-ALASAN
                        PERFORM 0700-BEDA
                END-REWRITE
                ADD 1 TO WS-CNT-UBAH
            END-IF.

      *> Penghapusan: citra SEBELUM harus sama dengan master. Tanggal
      *> input NPM lama disimpan untuk pasangan TRANSFER MASUK.
        0430-PUTAR-HAPUS.
            MOVE ZERO TO WS-NPM-KELUAR.
            READ STUMAST-FILE
                INVALID KEY
                    IF WS-TOLERAN EQUAL "Y" AND
                       HIST-TIMESTAMP(1:8) EQUAL WS-HDR-TANGGAL THEN
                        MOVE "C" TO WS-HASIL-TERAP
                    ELSE
                        MOVE "NPM TIDAK ADA DI MASTER" TO WS-ALASAN
                        PERFORM 0700-BEDA
                    END-IF
            END-READ.
            IF WS-HASIL-TERAP NOT EQUAL "C" THEN
                IF STUMAST-NAMA NOT EQUAL HIST-NAMA-LAMA OR
                   STUMAST-STATUS NOT EQUAL HIST-STATUS-LAMA THEN
                    MOVE "ISI MASTER TIDAK SAMA DENGAN CITRA SEBELUM"
                        TO WS-ALASAN
                    PERFORM 0700-BEDA
                END-IF
                IF HIST-AKSI EQUAL "TRANSFER KELUAR" THEN
                    MOVE HIST-NPM TO WS-NPM-KELUAR
                    MOVE STUMAST-TGL-INPUT TO WS-TGL-INPUT-KELUAR
                END-IF
                DELETE STUMAST-FILE RECORD
                    INVALID KEY
                        MOVE "DELETE MASTER GAGAL" TO WS-ALASAN
                        PERFORM 0700-BEDA
                END-DELETE
                ADD 1 TO WS-CNT-HAPUS
                SUBTRACT 1 FROM WS-CNT-HARAP
            END-IF.

      *> Penambahan: NPM belum boleh ada. TRANSFER MASUK harus tepat
      *> mengikuti TRANSFER KELUAR pasangannya (ditulis berurutan oleh
      *> transfer fakultas) dan membawa tanggal input NPM lama.
        0440-PUTAR-SISIP.
            READ STUMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-TOLERAN EQUAL "Y" AND
                       HIST-TIMESTAMP(1:8) EQUAL WS-HDR-TANGGAL AND
                       STUMAST-NAMA EQUAL HIST-NAMA-BARU AND
                       STUMAST-STATUS EQUAL HIST-STATUS-BARU THEN
                        MOVE "C" TO WS-HASIL-TERAP
                    ELSE
                        MOVE "NPM SUDAH ADA DI MASTER" TO WS-ALASAN
                        PERFORM 0700-BEDA
                    END-IF
            END-READ.
            IF WS-HASIL-TERAP NOT EQUAL "C" THEN
                MOVE HIST-NPM TO STUMAST-NPM
                MOVE HIST-NAMA-BARU TO STUMAST-NAMA
                MOVE HIST-STATUS-BARU TO STUMAST-STATUS
                MOVE WS-TGL-UPDATE TO STUMAST-TGL-UPDATE
                IF HIST-AKSI EQUAL "DAFTAR BARU" THEN
                    MOVE WS-TGL-UPDATE TO STUMAST-TGL-INPUT
                ELSE
                    IF WS-NPM-KELUAR EQUAL ZERO THEN
                        MOVE "TRANSFER MASUK TANPA PASANGAN KELUAR"
                            TO WS-ALASAN
                        PERFORM 0700-BEDA
                    END-IF
                    MOVE WS-TGL-INPUT-KELUAR TO STUMAST-TGL-INPUT
                END-IF
                WRITE STUMAST-RECORD
                    INVALID KEY
                        MOVE "WRITE MASTER GAGAL" TO WS-ALASAN
                        PERFORM 0700-BEDA
                END-WRITE
                ADD 1 TO WS-CNT-SISIP
                ADD 1 TO WS-CNT-HARAP
            END-IF.
            MOVE ZERO TO WS-NPM-KELUAR.

      *> Riwayat tidak cocok dengan master: pemulihan tidak boleh
      *> diteruskan. Rincian ditulis ke laporan lalu job abend.
        0700-BEDA.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "PERBEDAAN PADA RIWAYAT KE-" WS-CNT-HIST
                " : " WS-ALASAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  RIWAYAT   : " HIST-TIMESTAMP " NPM " HIST-NPM
                " " HIST-AKSI " OPR " HIST-OPERATOR
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SEBELUM   : " HIST-NAMA-LAMA
                " STATUS " HIST-STATUS-LAMA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SESUDAH   : " HIST-NAMA-BARU
                " STATUS " HIST-STATUS-BARU
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            IF WS-FS-STUMAST EQUAL "00" THEN
                STRING "  DI MASTER : " STUMAST-NAMA
                    " STATUS " STUMAST-STATUS
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
            ELSE
                STRING "  DI MASTER : (TIDAK ADA) FILE STATUS "
                    WS-FS-STUMAST
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
            END-IF.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "RIWAYAT DITERAPKAN SEBELUM BERHENTI: " WS-CNT-TERAP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE "PEMULIHAN DIHENTIKAN - MASTER HASIL PEMULIHAN JANGAN "
                TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE "DIPAKAI" TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            CLOSE STUMAST-FILE.
            CLOSE HIST-FILE.
            DISPLAY "RIWAYAT KE-" WS-CNT-HIST " NPM " HIST-NPM " "
                HIST-AKSI ": " WS-ALASAN.
            DISPLAY "PEMULIHAN DIHENTIKAN - MASTER HASIL PEMULIHAN "
                "JANGAN DIPAKAI. LIHAT RECOVRPT.DAT".
            PERFORM 9900-ABEND.

      *> Bukti akhir: jumlah record master sesudah pemutaran harus
      *> sama dengan jumlah backup ditambah sisip dikurangi hapus.
        0800-BUKTI-AKHIR.
            MOVE ZERO TO STUMAST-NPM.
            START STUMAST-FILE KEY IS NOT LESS THAN STUMAST-NPM
                INVALID KEY
                    MOVE "Y" TO WS-EOF-MASTER
            END-START.
            PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                READ STUMAST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-MASTER
                    NOT AT END
                        ADD 1 TO WS-CNT-AKHIR
                END-READ
            END-PERFORM.
            IF WS-CNT-AKHIR NOT EQUAL WS-CNT-HARAP THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "JUMLAH MASTER AKHIR " WS-CNT-AKHIR
                    " TIDAK SAMA DENGAN PERHITUNGAN " WS-CNT-HARAP
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
                MOVE "PEMULIHAN DIHENTIKAN - MASTER HASIL PEMULIHAN "
                    TO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
                MOVE "JANGAN DIPAKAI" TO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
                CLOSE LAPORAN-FILE
                DISPLAY "JUMLAH MASTER AKHIR " WS-CNT-AKHIR
                    " TIDAK SAMA DENGAN PERHITUNGAN " WS-CNT-HARAP
                    " - MASTER JANGAN DIPAKAI"
                PERFORM 9900-ABEND
            END-IF.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE HIST-FILE.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL RIWAYAT DIBACA      : " WS-CNT-HIST
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SEBELUM TITIK BACKUP    : " WS-CNT-SEBELUM
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SESUDAH TITIK PEMULIHAN : " WS-CNT-SESUDAH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  TERCAKUP DI BACKUP      : " WS-CNT-TERCAKUP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  DITERAPKAN              : " WS-CNT-TERAP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "    DITAMBAHKAN           : " WS-CNT-SISIP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "    DIUBAH                : " WS-CNT-UBAH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "    DIHAPUS               : " WS-CNT-HAPUS
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "JUMLAH RECORD MASTER AKHIR: " WS-CNT-AKHIR
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            DISPLAY "PEMULIHAN SELESAI. " WS-CNT-MUAT " RECORD DARI "
                "BACKUP, " WS-CNT-TERAP " PERUBAHAN DIPUTAR, "
                WS-CNT-AKHIR " RECORD DI MASTER.".

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "STURECOV" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-HIST TO JOBLOG-BACA.
            MOVE WS-CNT-TERAP TO JOBLOG-TULIS.
            MOVE ZERO TO JOBLOG-TOLAK.
            MOVE WS-KODE-KONDISI TO JOBLOG-KONDISI.
            WRITE JOBLOG-RECORD.
            CLOSE JOBLOG-FILE.

        9700-CATAT-MULAI.
            MOVE "S" TO WS-JOBLOG-TIPE.
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

        9800-CATAT-SELESAI.
            MOVE "E" TO WS-JOBLOG-TIPE.
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

        9900-ABEND.
            MOVE "E" TO WS-JOBLOG-TIPE.
            MOVE 16 TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

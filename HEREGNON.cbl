        IDENTIFICATION DIVISION.
        PROGRAM-ID. "HEREG NON REGISTRANT".
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
            SELECT HEREG-FILE ASSIGN TO "HEREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HEREG-KUNCI
                FILE STATUS IS WS-FS-HEREG.
            SELECT FAKULTAS-FILE ASSIGN TO "FAKULTAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAKULTAS-KODE
                FILE STATUS IS WS-FS-FAKULTAS.
            SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-ID
                FILE STATUS IS WS-FS-PENDING.
            SELECT LAPORAN-FILE ASSIGN TO "HEREGNRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  HEREG-FILE.
        COPY "HEREGREC.cpy".
        FD  FAKULTAS-FILE.
        COPY "FAKULTAS.cpy".
        FD  PENDING-FILE.
        COPY "PENDREC.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-HEREG PIC X(2).
        01 WS-FS-FAKULTAS PIC X(2).
        01 WS-FS-PENDING PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-EOF-PENDING PIC X(1) VALUE "N".
        01 WS-FAKULTAS-ADA PIC X(1) VALUE "N".
        01 WS-SEMESTER PIC 9(5) VALUE ZERO.
        01 WS-SEMESTER-STRUKTUR REDEFINES WS-SEMESTER.
           05 WS-SMT-ABAD PIC 9(2).
           05 WS-SMT-TAHUN PIC 9(2).
           05 WS-SMT-KODE PIC 9(1).
        01 WS-NPM PIC 9(8).
        01 WS-NPM-STRUKTUR REDEFINES WS-NPM.
           05 WS-NPM-TAHUN PIC 9(2).
           05 WS-NPM-FAKULTAS PIC 9(2).
           05 WS-NPM-URUT PIC 9(4).
        01 WS-LINTASAN PIC 9(1) VALUE 1.
        01 WS-BELUM-HEREG PIC X(1).
        01 WS-SUDAH-MINTA PIC X(1).
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-AKTIF PIC 9(8) VALUE ZERO.
        01 WS-CNT-HEREG PIC 9(8) VALUE ZERO.
        01 WS-CNT-BARU PIC 9(8) VALUE ZERO.
        01 WS-CNT-BELUM PIC 9(8) VALUE ZERO.
        01 WS-CNT-USUL PIC 9(8) VALUE ZERO.
        01 WS-CNT-SUDAH-MINTA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(8) VALUE ZERO.
        01 WS-PEND-ID-BARU PIC 9(8) VALUE ZERO.
        01 WS-IDX PIC 9(2).
        01 WS-IDX-PEND PIC 9(4).
        01 WS-JML-PEND PIC 9(4) VALUE ZERO.
        01 WS-NAMA-FAKULTAS PIC X(24).
        01 WS-KET-USUL PIC X(24).
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.
        01 WS-TABEL-FAKULTAS.
           05 WS-FAK-BELUM PIC 9(6) OCCURS 99 TIMES.
      *> NPM yang sudah punya permintaan menunggu ("P") di
      *> PENDING.DAT; tidak diusulkan lagi supaya supervisor tidak
      *> menerima dua permintaan untuk mahasiswa yang sama.
        01 WS-TABEL-PENDING.
           05 WS-PEND-NPM-ISI PIC 9(8) OCCURS 9999 TIMES.

        PROCEDURE DIVISION.
      *> Daftar mahasiswa status "A" tanpa heregistrasi untuk semester
      *> yang diminta, per fakultas. Setiap mahasiswa diusulkan
      *> nonaktif lewat antrian PENDING.DAT (PEND-OPR-MINTA
      *> "HEREGNON") sehingga master baru berubah setelah disetujui
      *> supervisor di menu 6 aksi 5. Angkatan baru tidak wajib
      *> heregistrasi pada semester ganjil tahun masuknya.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0150-TERIMA-SEMESTER.
            PERFORM 0200-MUAT-PENDING.
            PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                READ STUMAST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-MASTER
                    NOT AT END
                        PERFORM 0300-HITUNG-MAHASISWA
                END-READ
            END-PERFORM.
            PERFORM 0400-CETAK-LAPORAN.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

        0100-BUKA-FILE.
            OPEN INPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
      *> Tanpa HEREG.DAT semua mahasiswa aktif akan diusulkan
      *> nonaktif; job dihentikan supaya HEREGLOAD dijalankan dulu.
            OPEN INPUT HEREG-FILE.
            IF WS-FS-HEREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA HEREG.DAT - FILE STATUS: "
                    WS-FS-HEREG
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT FAKULTAS-FILE.
            IF WS-FS-FAKULTAS EQUAL "00" THEN
                MOVE "Y" TO WS-FAKULTAS-ADA
            ELSE
                DISPLAY "FAKULTAS.DAT TIDAK TERSEDIA - NAMA FAKULTAS "
                    "TIDAK DICETAK"
            END-IF.
            OPEN I-O PENDING-FILE.
            IF WS-FS-PENDING EQUAL "35" THEN
                OPEN OUTPUT PENDING-FILE
                CLOSE PENDING-FILE
                OPEN I-O PENDING-FILE
            END-IF.
            IF WS-FS-PENDING NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA PENDING.DAT - FILE STATUS: "
                    WS-FS-PENDING
                PERFORM 9900-ABEND
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA HEREGNRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            MOVE ZERO TO WS-TABEL-FAKULTAS.

        0150-TERIMA-SEMESTER.
            DISPLAY "SEMESTER (TTTTS, S=1 GANJIL/2 GENAP): "
                WITH NO ADVANCING.
            ACCEPT WS-SEMESTER.
            IF WS-SEMESTER IS NOT NUMERIC OR
               WS-SEMESTER EQUAL ZERO OR
               (WS-SMT-KODE NOT EQUAL 1 AND
                WS-SMT-KODE NOT EQUAL 2) THEN
                DISPLAY "SEMESTER " WS-SEMESTER
                    " TIDAK SAH - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.

      *> Nomor permintaan baru diteruskan dari nomor tertinggi di
      *> file, seperti 6080-AMBIL-PEND-ID di menu.
        0200-MUAT-PENDING.
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
                        PERFORM 0210-CATAT-PENDING
                END-READ
            END-PERFORM.

        0210-CATAT-PENDING.
            MOVE PEND-ID TO WS-PEND-ID-BARU.
            IF PEND-STATUS EQUAL "P" THEN
                IF WS-JML-PEND NOT < 9999 THEN
                    DISPLAY "PERMINTAAN MENUNGGU LEBIH DARI 9999 - "
                        "JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                END-IF
                ADD 1 TO WS-JML-PEND
                MOVE PEND-NPM TO WS-PEND-NPM-ISI(WS-JML-PEND)
            END-IF.

        0300-HITUNG-MAHASISWA.
            ADD 1 TO WS-CNT-BACA.
            PERFORM 0310-PERIKSA-HEREG.
            IF WS-BELUM-HEREG EQUAL "Y" THEN
                ADD 1 TO WS-CNT-BELUM
                IF WS-NPM-FAKULTAS > 0 THEN
                    ADD 1 TO WS-FAK-BELUM(WS-NPM-FAKULTAS)
                END-IF
            END-IF.

      *> WS-BELUM-HEREG = "Y" bila mahasiswa aktif belum punya record
      *> heregistrasi untuk WS-SEMESTER. Dipakai saat menghitung dan
      *> saat mencetak supaya kedua lintasan memakai aturan yang sama.
        0310-PERIKSA-HEREG.
            MOVE "N" TO WS-BELUM-HEREG.
            MOVE STUMAST-NPM TO WS-NPM.
            IF STUMAST-STATUS EQUAL "A" THEN
                IF WS-SMT-KODE EQUAL 1 AND
                   WS-NPM-TAHUN EQUAL WS-SMT-TAHUN THEN
                    PERFORM 0320-CATAT-BARU
                ELSE
                    MOVE STUMAST-NPM TO HEREG-NPM
                    MOVE WS-SEMESTER TO HEREG-SEMESTER
                    READ HEREG-FILE
                        INVALID KEY
                            MOVE "Y" TO WS-BELUM-HEREG
                        NOT INVALID KEY
                            PERFORM 0330-CATAT-HEREG
                    END-READ
                END-IF
            END-IF.

      *> Hitungan status hanya dicatat di lintasan pertama.
        0320-CATAT-BARU.
            IF WS-LINTASAN EQUAL 1 THEN
                ADD 1 TO WS-CNT-AKTIF
                ADD 1 TO WS-CNT-BARU
            END-IF.

        0330-CATAT-HEREG.
            IF WS-LINTASAN EQUAL 1 THEN
                ADD 1 TO WS-CNT-AKTIF
                ADD 1 TO WS-CNT-HEREG
            END-IF.

        0400-CETAK-LAPORAN.
            MOVE 2 TO WS-LINTASAN.
            MOVE "----MAHASISWA AKTIF BELUM HEREGISTRASI----"
                TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "SEMESTER " WS-SEMESTER " DIPROSES "
                FUNCTION CURRENT-DATE(1:8)
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            PERFORM 0410-CETAK-FAKULTAS
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL RECORD DIBACA       : " WS-CNT-BACA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL AKTIF               : " WS-CNT-AKTIF
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  - SUDAH HEREGISTRASI    : " WS-CNT-HEREG
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  - ANGKATAN BARU         : " WS-CNT-BARU
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  - BELUM HEREGISTRASI    : " WS-CNT-BELUM
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "DIUSULKAN NONAKTIF        : " WS-CNT-USUL
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "SUDAH ADA PERMINTAAN      : " WS-CNT-SUDAH-MINTA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.

      *> Satu bagian per fakultas yang punya mahasiswa belum
      *> heregistrasi; master dibaca ulang dan disaring per fakultas
      *> seperti 6540-DAFTAR-FAKULTAS di menu.
        0410-CETAK-FAKULTAS.
            IF WS-FAK-BELUM(WS-IDX) > 0 THEN
                PERFORM 0530-CARI-NAMA-FAKULTAS
                MOVE SPACES TO LAPORAN-RECORD
                PERFORM 0540-TULIS-BARIS
                MOVE SPACES TO LAPORAN-RECORD
                STRING "FAKULTAS " WS-IDX " " WS-NAMA-FAKULTAS
                    " BELUM HEREGISTRASI: " WS-FAK-BELUM(WS-IDX)
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0540-TULIS-BARIS
                MOVE "N" TO WS-EOF-MASTER
                MOVE ZERO TO STUMAST-NPM
                START STUMAST-FILE KEY IS NOT LESS THAN STUMAST-NPM
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-MASTER
                END-START
                PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                    READ STUMAST-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-MASTER
                        NOT AT END
                            PERFORM 0420-PERIKSA-FAKULTAS
                    END-READ
                END-PERFORM
            END-IF.

        0420-PERIKSA-FAKULTAS.
            MOVE STUMAST-NPM TO WS-NPM.
            IF WS-NPM-FAKULTAS EQUAL WS-IDX THEN
                PERFORM 0310-PERIKSA-HEREG
                IF WS-BELUM-HEREG EQUAL "Y" THEN
                    PERFORM 0430-USULKAN-NONAKTIF
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   " STUMAST-NPM " " STUMAST-NAMA " "
                        WS-KET-USUL
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0540-TULIS-BARIS
                END-IF
            END-IF.

        0430-USULKAN-NONAKTIF.
            MOVE "N" TO WS-SUDAH-MINTA.
            PERFORM 0440-BANDING-PENDING
                VARYING WS-IDX-PEND FROM 1 BY 1
                UNTIL WS-IDX-PEND > WS-JML-PEND OR
                      WS-SUDAH-MINTA EQUAL "Y".
            IF WS-SUDAH-MINTA EQUAL "Y" THEN
                ADD 1 TO WS-CNT-SUDAH-MINTA
                MOVE "SUDAH ADA PERMINTAAN" TO WS-KET-USUL
            ELSE
                ADD 1 TO WS-PEND-ID-BARU
                MOVE WS-PEND-ID-BARU TO PEND-ID
                MOVE STUMAST-NPM TO PEND-NPM
                MOVE STUMAST-NAMA TO PEND-NAMA
                MOVE "N" TO PEND-AKSI
                MOVE "P" TO PEND-STATUS
                MOVE "HEREGNON" TO PEND-OPR-MINTA
                MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-TGL-MINTA
                MOVE SPACES TO PEND-OPR-PUTUS
                MOVE ZERO TO PEND-TGL-PUTUS
                WRITE PEND-RECORD
                    INVALID KEY
                        MOVE "GAGAL TULIS PERMINTAAN" TO WS-KET-USUL
                    NOT INVALID KEY
                        ADD 1 TO WS-CNT-USUL
                        MOVE SPACES TO WS-KET-USUL
                        STRING "PERMINTAAN " PEND-ID
                            DELIMITED BY SIZE INTO WS-KET-USUL
                END-WRITE
            END-IF.

        0440-BANDING-PENDING.
            IF WS-PEND-NPM-ISI(WS-IDX-PEND) EQUAL STUMAST-NPM THEN
                MOVE "Y" TO WS-SUDAH-MINTA
            END-IF.

        0530-CARI-NAMA-FAKULTAS.
            IF WS-FAKULTAS-ADA EQUAL "Y" THEN
                MOVE WS-IDX TO FAKULTAS-KODE
                READ FAKULTAS-FILE
                    INVALID KEY
                        MOVE "(TIDAK TERDAFTAR)" TO WS-NAMA-FAKULTAS
                    NOT INVALID KEY
                        MOVE FAKULTAS-NAMA TO WS-NAMA-FAKULTAS
                END-READ
            ELSE
                MOVE SPACES TO WS-NAMA-FAKULTAS
            END-IF.

        0540-TULIS-BARIS.
            WRITE LAPORAN-RECORD.
            ADD 1 TO WS-CNT-TULIS.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE HEREG-FILE.
            IF WS-FAKULTAS-ADA EQUAL "Y" THEN
                CLOSE FAKULTAS-FILE
            END-IF.
            CLOSE PENDING-FILE.
            CLOSE LAPORAN-FILE.
            DISPLAY "HEREG NON SELESAI. BELUM HEREGISTRASI: "
                WS-CNT-BELUM " DIUSULKAN: " WS-CNT-USUL.

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "HEREGNON" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-BACA TO JOBLOG-BACA.
            MOVE WS-CNT-USUL TO JOBLOG-TULIS.
            MOVE WS-CNT-SUDAH-MINTA TO JOBLOG-TOLAK.
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

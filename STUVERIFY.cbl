        IDENTIFICATION DIVISION.
        PROGRAM-ID. "STUDENT VERIFY".
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
            SELECT XREF-FILE ASSIGN TO "XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-NPM-LAMA
                FILE STATUS IS WS-FS-XREF.
            SELECT ARSIP-FILE ASSIGN TO "STUARSIP.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARSIP-NPM
                FILE STATUS IS WS-FS-ARSIP.
            SELECT NPMNEXT-FILE ASSIGN TO "NPMNEXT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NPMNXT-KUNCI
                FILE STATUS IS WS-FS-NPMNEXT.
            SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PEND-ID
                FILE STATUS IS WS-FS-PENDING.
            SELECT FAKULTAS-FILE ASSIGN TO "FAKULTAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAKULTAS-KODE
                FILE STATUS IS WS-FS-FAKULTAS.
            SELECT LAPORAN-FILE ASSIGN TO "VERIFRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  XREF-FILE.
        COPY "XREFREC.cpy".
        FD  ARSIP-FILE.
        COPY "ARSIPREC.cpy".
        FD  NPMNEXT-FILE.
        COPY "NPMNEXT.cpy".
        FD  PENDING-FILE.
        COPY "PENDREC.cpy".
        FD  FAKULTAS-FILE.
        COPY "FAKULTAS.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-XREF PIC X(2).
        01 WS-FS-ARSIP PIC X(2).
        01 WS-FS-NPMNEXT PIC X(2).
        01 WS-FS-PENDING PIC X(2).
        01 WS-FS-FAKULTAS PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-XREF-ADA PIC X(1) VALUE "N".
        01 WS-ARSIP-ADA PIC X(1) VALUE "N".
        01 WS-NPMNEXT-ADA PIC X(1) VALUE "N".
        01 WS-PENDING-ADA PIC X(1) VALUE "N".
        01 WS-EOF-XREF PIC X(1) VALUE "N".
        01 WS-EOF-ARSIP PIC X(1) VALUE "N".
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-EOF-NPMNEXT PIC X(1) VALUE "N".
        01 WS-EOF-PENDING PIC X(1) VALUE "N".
        01 WS-TGL-PROSES PIC 9(8).
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TEMUAN PIC 9(8) VALUE ZERO.
        01 WS-CNT-BAGIAN PIC 9(8) VALUE ZERO.
        01 WS-XREF-SIMPAN-LAMA PIC 9(8).
        01 WS-XREF-SIMPAN-BARU PIC 9(8).
        01 WS-NPM-CARI PIC 9(8).
        01 WS-HOP PIC 9(2).
        01 WS-RANTAI-SELESAI PIC X(1).
        01 WS-ALASAN PIC X(44).
        01 WS-NPM PIC 9(8).
        01 WS-NPM-STRUKTUR REDEFINES WS-NPM.
           05 WS-NPM-TAHUN PIC 9(2).
           05 WS-NPM-FAKULTAS PIC 9(2).
           05 WS-NPM-URUT PIC 9(4).
        01 WS-IDX-TAHUN PIC 9(3).
        01 WS-IDX-FAK PIC 9(3).
      *> Nomor urut tertinggi yang pernah dipakai per tahun angkatan
      *> (baris) dan kode fakultas (kolom), dari master, arsip dan
      *> kedua sisi XREF; indeks = kode + 1.
        01 WS-TABEL-URUT.
           05 WS-URUT-TAHUN OCCURS 100 TIMES.
              10 WS-URUT-MAKS PIC 9(4) OCCURS 100 TIMES.
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.

        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0300-PERIKSA-XREF.
            PERFORM 0400-PERIKSA-ARSIP.
            PERFORM 0500-PERIKSA-MASTER.
            PERFORM 0600-PERIKSA-NPMNEXT.
            PERFORM 0700-PERIKSA-PENDING.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

      *> STUMAST.DAT dan FAKULTAS.DAT wajib ada. File pendamping yang
      *> belum pernah dibuat (status 35) diperlakukan sebagai kosong.
        0100-BUKA-FILE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-PROSES.
            MOVE ZEROS TO WS-TABEL-URUT.
            OPEN INPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT FAKULTAS-FILE.
            IF WS-FS-FAKULTAS NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA FAKULTAS.DAT - FILE STATUS: "
                    WS-FS-FAKULTAS
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT XREF-FILE.
            IF WS-FS-XREF EQUAL "00" THEN
                MOVE "Y" TO WS-XREF-ADA
            ELSE
                IF WS-FS-XREF NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA XREF.DAT - FILE STATUS: "
                        WS-FS-XREF
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT ARSIP-FILE.
            IF WS-FS-ARSIP EQUAL "00" THEN
                MOVE "Y" TO WS-ARSIP-ADA
            ELSE
                IF WS-FS-ARSIP NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA STUARSIP.DAT - FILE STATUS: "
                        WS-FS-ARSIP
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT NPMNEXT-FILE.
            IF WS-FS-NPMNEXT EQUAL "00" THEN
                MOVE "Y" TO WS-NPMNEXT-ADA
            ELSE
                IF WS-FS-NPMNEXT NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA NPMNEXT.DAT - FILE STATUS: "
                        WS-FS-NPMNEXT
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT PENDING-FILE.
            IF WS-FS-PENDING EQUAL "00" THEN
                MOVE "Y" TO WS-PENDING-ADA
            ELSE
                IF WS-FS-PENDING NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA PENDING.DAT - FILE STATUS: "
                        WS-FS-PENDING
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA VERIFRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            MOVE "----------VERIFIKASI INTEGRITAS MASTER----------"
                TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TANGGAL PROSES " WS-TGL-PROSES
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

      *> Setiap XREF-NPM-BARU harus berakhir di master (atau di arsip
      *> bila mahasiswanya sudah diarsip), paling banyak 5 langkah
      *> seperti pengalihan di menu IDENTITAS. NPM lama tidak boleh
      *> masih ada di master karena pengalihan tidak akan pernah
      *> dipakai.
        0300-PERIKSA-XREF.
            MOVE "1. RANTAI XREF.DAT" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            IF WS-XREF-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-EOF-XREF
            ELSE
                MOVE ZERO TO XREF-NPM-LAMA
                START XREF-FILE KEY IS NOT LESS THAN XREF-NPM-LAMA
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-XREF
                END-START
            END-IF.
            PERFORM UNTIL WS-EOF-XREF EQUAL "Y"
                READ XREF-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-XREF
                    NOT AT END
                        PERFORM 0310-PERIKSA-RANTAI
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

        0310-PERIKSA-RANTAI.
            ADD 1 TO WS-CNT-BACA.
            MOVE XREF-NPM-LAMA TO WS-XREF-SIMPAN-LAMA.
            MOVE XREF-NPM-BARU TO WS-XREF-SIMPAN-BARU.
            MOVE XREF-NPM-LAMA TO WS-NPM.
            PERFORM 0800-CATAT-URUT.
            MOVE XREF-NPM-BARU TO WS-NPM.
            PERFORM 0800-CATAT-URUT.
            MOVE WS-XREF-SIMPAN-LAMA TO STUMAST-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "NPM LAMA MASIH ADA DI MASTER" TO WS-ALASAN
                    PERFORM 0350-TEMUAN-XREF
            END-READ.
            MOVE WS-XREF-SIMPAN-BARU TO WS-NPM-CARI.
            MOVE ZERO TO WS-HOP.
            MOVE "N" TO WS-RANTAI-SELESAI.
            PERFORM 0320-IKUTI-RANTAI
                UNTIL WS-RANTAI-SELESAI EQUAL "Y".
            MOVE WS-XREF-SIMPAN-LAMA TO XREF-NPM-LAMA.
            START XREF-FILE KEY IS GREATER THAN XREF-NPM-LAMA
                INVALID KEY
                    MOVE "Y" TO WS-EOF-XREF
            END-START.

        0320-IKUTI-RANTAI.
            MOVE WS-NPM-CARI TO STUMAST-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    PERFORM 0330-LANGKAH-BERIKUT
                NOT INVALID KEY
                    MOVE "Y" TO WS-RANTAI-SELESAI
            END-READ.

        0330-LANGKAH-BERIKUT.
            IF WS-HOP NOT < 5 THEN
                MOVE "RANTAI LEBIH DARI 5 LANGKAH / BERPUTAR"
                    TO WS-ALASAN
                PERFORM 0350-TEMUAN-XREF
                MOVE "Y" TO WS-RANTAI-SELESAI
            ELSE
                MOVE WS-NPM-CARI TO XREF-NPM-LAMA
                READ XREF-FILE
                    INVALID KEY
                        PERFORM 0340-CARI-DI-ARSIP
                    NOT INVALID KEY
                        ADD 1 TO WS-HOP
                        MOVE XREF-NPM-BARU TO WS-NPM-CARI
                END-READ
            END-IF.

        0340-CARI-DI-ARSIP.
            MOVE "Y" TO WS-RANTAI-SELESAI.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                MOVE WS-NPM-CARI TO ARSIP-NPM
                READ ARSIP-FILE
                    INVALID KEY
                        MOVE "BERAKHIR DI NPM TANPA MASTER/ARSIP"
                            TO WS-ALASAN
                        PERFORM 0350-TEMUAN-XREF
                END-READ
            ELSE
                MOVE "BERAKHIR DI NPM TANPA MASTER/ARSIP" TO WS-ALASAN
                PERFORM 0350-TEMUAN-XREF
            END-IF.

        0350-TEMUAN-XREF.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "   XREF " WS-XREF-SIMPAN-LAMA " -> "
                WS-XREF-SIMPAN-BARU " (" WS-NPM-CARI "): " WS-ALASAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0830-TULIS-TEMUAN.

        0400-PERIKSA-ARSIP.
            MOVE "2. NPM DI MASTER DAN DI STUARSIP.DAT" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            IF WS-ARSIP-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-EOF-ARSIP
            ELSE
                MOVE ZERO TO ARSIP-NPM
                START ARSIP-FILE KEY IS NOT LESS THAN ARSIP-NPM
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-ARSIP
                END-START
            END-IF.
            PERFORM UNTIL WS-EOF-ARSIP EQUAL "Y"
                READ ARSIP-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-ARSIP
                    NOT AT END
                        PERFORM 0410-BANDING-ARSIP
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

        0410-BANDING-ARSIP.
            ADD 1 TO WS-CNT-BACA.
            MOVE ARSIP-NPM TO WS-NPM.
            PERFORM 0800-CATAT-URUT.
            MOVE ARSIP-NPM TO STUMAST-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NPM " ARSIP-NPM " STATUS MASTER "
                        STUMAST-STATUS " - DIARSIP " ARSIP-TGL-ARSIP
                        " STATUS ARSIP " ARSIP-STATUS
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
            END-READ.

      *> Fakultas setiap NPM harus terdaftar di FAKULTAS.DAT dan
      *> statusnya salah satu kode yang dikenal STUMAST.cpy.
        0500-PERIKSA-MASTER.
            MOVE "3. FAKULTAS DAN STATUS STUMAST.DAT" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
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
                        PERFORM 0510-PERIKSA-RECORD
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

        0510-PERIKSA-RECORD.
            ADD 1 TO WS-CNT-BACA.
            MOVE STUMAST-NPM TO WS-NPM.
            PERFORM 0800-CATAT-URUT.
            MOVE WS-NPM-FAKULTAS TO FAKULTAS-KODE.
            READ FAKULTAS-FILE
                INVALID KEY
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NPM " STUMAST-NPM " FAKULTAS "
                        WS-NPM-FAKULTAS " TIDAK ADA DI FAKULTAS.DAT"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
            END-READ.
            IF STUMAST-STATUS NOT EQUAL "A" AND
               STUMAST-STATUS NOT EQUAL "N" AND
               STUMAST-STATUS NOT EQUAL "C" AND
               STUMAST-STATUS NOT EQUAL "L" AND
               STUMAST-STATUS NOT EQUAL "K" THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "   NPM " STUMAST-NPM " STATUS '" STUMAST-STATUS
                    "' TIDAK DIKENAL"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0830-TULIS-TEMUAN
            END-IF.

      *> Nomor berikut di NPMNEXT.DAT harus di atas nomor tertinggi
      *> yang sudah terpakai; 0 berarti pencarian mulai lagi dari
      *> 0001 dan tidak diperiksa.
        0600-PERIKSA-NPMNEXT.
            MOVE "4. NOMOR BERIKUT NPMNEXT.DAT" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            IF WS-NPMNEXT-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-EOF-NPMNEXT
            END-IF.
            PERFORM UNTIL WS-EOF-NPMNEXT EQUAL "Y"
                READ NPMNEXT-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-NPMNEXT
                    NOT AT END
                        PERFORM 0610-BANDING-NPMNEXT
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

        0610-BANDING-NPMNEXT.
            ADD 1 TO WS-CNT-BACA.
            COMPUTE WS-IDX-TAHUN = NPMNXT-TAHUN + 1.
            COMPUTE WS-IDX-FAK = NPMNXT-FAKULTAS + 1.
            IF NPMNXT-URUT-BERIKUT > ZERO AND
               NPMNXT-URUT-BERIKUT NOT >
                   WS-URUT-MAKS(WS-IDX-TAHUN, WS-IDX-FAK) THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "   TAHUN " NPMNXT-TAHUN " FAKULTAS "
                    NPMNXT-FAKULTAS " NOMOR BERIKUT "
                    NPMNXT-URUT-BERIKUT " - TERTINGGI TERPAKAI "
                    WS-URUT-MAKS(WS-IDX-TAHUN, WS-IDX-FAK)
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0830-TULIS-TEMUAN
            END-IF.

        0700-PERIKSA-PENDING.
            MOVE "5. PERMINTAAN TERTUNDA PENDING.DAT" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            IF WS-PENDING-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-EOF-PENDING
            END-IF.
            PERFORM UNTIL WS-EOF-PENDING EQUAL "Y"
                READ PENDING-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-PENDING
                    NOT AT END
                        PERFORM 0710-PERIKSA-PERMINTAAN
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

        0710-PERIKSA-PERMINTAAN.
            ADD 1 TO WS-CNT-BACA.
            IF PEND-STATUS EQUAL "P" THEN
                MOVE PEND-NPM TO STUMAST-NPM
                READ STUMAST-FILE
                    INVALID KEY
                        MOVE SPACES TO LAPORAN-RECORD
                        STRING "   PERMINTAAN " PEND-ID " AKSI "
                            PEND-AKSI " NPM " PEND-NPM
                            " TIDAK ADA DI MASTER"
                            DELIMITED BY SIZE INTO LAPORAN-RECORD
                        PERFORM 0830-TULIS-TEMUAN
                END-READ
            END-IF.

        0800-CATAT-URUT.
            COMPUTE WS-IDX-TAHUN = WS-NPM-TAHUN + 1.
            COMPUTE WS-IDX-FAK = WS-NPM-FAKULTAS + 1.
            IF WS-NPM-URUT >
                   WS-URUT-MAKS(WS-IDX-TAHUN, WS-IDX-FAK) THEN
                MOVE WS-NPM-URUT
                    TO WS-URUT-MAKS(WS-IDX-TAHUN, WS-IDX-FAK)
            END-IF.

        0810-JUDUL-BAGIAN.
            MOVE ZERO TO WS-CNT-BAGIAN.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE WS-ALASAN TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

        0820-JUMLAH-BAGIAN.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "   JUMLAH TEMUAN: " WS-CNT-BAGIAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

        0830-TULIS-TEMUAN.
            ADD 1 TO WS-CNT-BAGIAN.
            ADD 1 TO WS-CNT-TEMUAN.
            WRITE LAPORAN-RECORD.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE FAKULTAS-FILE.
            IF WS-XREF-ADA EQUAL "Y" THEN
                CLOSE XREF-FILE
            END-IF.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                CLOSE ARSIP-FILE
            END-IF.
            IF WS-NPMNEXT-ADA EQUAL "Y" THEN
                CLOSE NPMNEXT-FILE
            END-IF.
            IF WS-PENDING-ADA EQUAL "Y" THEN
                CLOSE PENDING-FILE
            END-IF.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL RECORD DIBACA : " WS-CNT-BACA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL TEMUAN        : " WS-CNT-TEMUAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            DISPLAY "VERIFIKASI SELESAI. " WS-CNT-BACA
                " RECORD DIBACA, " WS-CNT-TEMUAN " TEMUAN.".

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "STUVERIFY" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-BACA TO JOBLOG-BACA.
            MOVE ZERO TO JOBLOG-TULIS.
            MOVE WS-CNT-TEMUAN TO JOBLOG-TOLAK.
            MOVE WS-KODE-KONDISI TO JOBLOG-KONDISI.
            WRITE JOBLOG-RECORD.
            CLOSE JOBLOG-FILE.

        9700-CATAT-MULAI.
            MOVE "S" TO WS-JOBLOG-TIPE.
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

      *> Ada temuan: kondisi 0008 supaya NIGHTRUN menghentikan siklus
      *> sebelum step berikutnya memakai file yang tidak konsisten.
        9800-CATAT-SELESAI.
            MOVE "E" TO WS-JOBLOG-TIPE.
            IF WS-CNT-TEMUAN > ZERO THEN
                MOVE 8 TO WS-KODE-KONDISI
            ELSE
                MOVE ZERO TO WS-KODE-KONDISI
            END-IF.
            PERFORM 9600-TULIS-JOBLOG.
            MOVE WS-KODE-KONDISI TO RETURN-CODE.

        9900-ABEND.
            MOVE "E" TO WS-JOBLOG-TIPE.
            MOVE 16 TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. "HEREG LOAD".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HRGIN-FILE ASSIGN TO "HEREGIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HRGIN.
            SELECT HEREG-FILE ASSIGN TO "HEREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HEREG-KUNCI
                FILE STATUS IS WS-FS-HEREG.
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
            SELECT LAPORAN-FILE ASSIGN TO "HEREGRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  HRGIN-FILE.
        COPY "HEREGIN.cpy".
        FD  HEREG-FILE.
        COPY "HEREGREC.cpy".
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  XREF-FILE.
        COPY "XREFREC.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-HRGIN PIC X(2).
        01 WS-FS-HEREG PIC X(2).
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-XREF PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-EOF-HRGIN PIC X(1) VALUE "N".
        01 WS-EOF-VAL PIC X(1) VALUE "N".
        01 WS-VAL-NOMOR PIC 9(8) VALUE ZERO.
        01 WS-HDR-ADA PIC X(1) VALUE "N".
        01 WS-TRL-ADA PIC X(1) VALUE "N".
        01 WS-CNT-DETAIL PIC 9(8) VALUE ZERO.
        01 WS-CNT-TOTAL-SKIP PIC 9(8) VALUE ZERO.
        01 WS-TRL-JUMLAH PIC 9(8) VALUE ZERO.
        01 WS-TRL-TOTAL PIC 9(14)V99 VALUE ZERO.
        01 WS-TOTAL-BAYAR PIC 9(14)V99 VALUE ZERO.
        01 WS-CNT-MUAT PIC 9(8) VALUE ZERO.
        01 WS-CNT-SUDAH PIC 9(8) VALUE ZERO.
        01 WS-CNT-GANDA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TIADA PIC 9(8) VALUE ZERO.
        01 WS-CNT-SALAH PIC 9(8) VALUE ZERO.
        01 WS-CNT-ALIH PIC 9(8) VALUE ZERO.
        01 WS-CNT-TOLAK PIC 9(8) VALUE ZERO.
        01 WS-XREF-ADA PIC X(1).
        01 WS-MASTER-FOUND PIC X(1).
        01 WS-CARI-SELESAI PIC X(1).
        01 WS-XREF-HOP PIC 9(1).
        01 WS-NPM-MASTER PIC 9(8).
        01 WS-TGL-PROSES PIC 9(8).
        01 WS-JUMLAH-EDIT PIC Z(9)9.99.
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.

        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0150-VALIDASI-KONTROL.
            PERFORM UNTIL WS-EOF-HRGIN EQUAL "Y"
                READ HRGIN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-HRGIN
                    NOT AT END
                        PERFORM 0200-PROSES-BAYAR
                END-READ
            END-PERFORM.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

        0100-BUKA-FILE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-PROSES.
            OPEN INPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT HRGIN-FILE.
            IF WS-FS-HRGIN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA HEREGIN.DAT - FILE STATUS: "
                    WS-FS-HRGIN
                PERFORM 9900-ABEND
            END-IF.
            OPEN I-O HEREG-FILE.
            IF WS-FS-HEREG EQUAL "35" THEN
                OPEN OUTPUT HEREG-FILE
                CLOSE HEREG-FILE
                OPEN I-O HEREG-FILE
            END-IF.
            IF WS-FS-HEREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA HEREG.DAT - FILE STATUS: "
                    WS-FS-HEREG
                PERFORM 9900-ABEND
            END-IF.
      *> XREF.DAT belum ada bila belum pernah ada transfer fakultas.
            OPEN INPUT XREF-FILE.
            IF WS-FS-XREF EQUAL "00" THEN
                MOVE "Y" TO WS-XREF-ADA
            ELSE
                MOVE "N" TO WS-XREF-ADA
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA HEREGRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.

        0150-VALIDASI-KONTROL.
            PERFORM UNTIL WS-EOF-VAL EQUAL "Y"
                READ HRGIN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-VAL
                    NOT AT END
                        PERFORM 0160-PERIKSA-KONTROL
                END-READ
            END-PERFORM.
            IF WS-HDR-ADA NOT EQUAL "Y" THEN
                DISPLAY "HEREGIN.DAT TANPA RECORD HEADER - "
                    "JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TRL-ADA NOT EQUAL "Y" THEN
                DISPLAY "HEREGIN.DAT TANPA RECORD TRAILER - "
                    "FILE KEMUNGKINAN TERPOTONG - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TRL-JUMLAH NOT EQUAL WS-CNT-DETAIL THEN
                DISPLAY "JUMLAH RECORD TRAILER " WS-TRL-JUMLAH
                    " TIDAK SAMA DENGAN JUMLAH DIBACA "
                    WS-CNT-DETAIL " - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-CNT-TOTAL-SKIP EQUAL ZERO AND
               WS-TRL-TOTAL NOT EQUAL WS-TOTAL-BAYAR THEN
                DISPLAY "TOTAL BAYAR TRAILER TIDAK SAMA DENGAN "
                    "TOTAL BAYAR RINCI - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-CNT-TOTAL-SKIP > 0 THEN
                DISPLAY "TOTAL BAYAR TIDAK DIPERIKSA - "
                    WS-CNT-TOTAL-SKIP " JUMLAH TIDAK NUMERIK"
            END-IF.
            CLOSE HRGIN-FILE.
            OPEN INPUT HRGIN-FILE.
            IF WS-FS-HRGIN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA ULANG HEREGIN.DAT - "
                    "FILE STATUS: " WS-FS-HRGIN
                PERFORM 9900-ABEND
            END-IF.
            READ HRGIN-FILE
                AT END
                    CONTINUE
            END-READ.

        0160-PERIKSA-KONTROL.
            ADD 1 TO WS-VAL-NOMOR.
            EVALUATE TRUE
                WHEN WS-VAL-NOMOR EQUAL 1
                    IF HRG-HDR-TIPE EQUAL "H" THEN
                        MOVE "Y" TO WS-HDR-ADA
                        DISPLAY "HEREGIN.DAT TANGGAL FILE "
                            HRG-HDR-TANGGAL " SUMBER "
                            HRG-HDR-SUMBER
                    ELSE
                        DISPLAY "RECORD PERTAMA HEREGIN.DAT BUKAN "
                            "HEADER - JOB DIHENTIKAN"
                        PERFORM 9900-ABEND
                    END-IF
                WHEN WS-TRL-ADA EQUAL "Y"
                    DISPLAY "ADA RECORD SETELAH TRAILER DI "
                        "HEREGIN.DAT - JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                WHEN HRG-TRL-TIPE EQUAL "T"
                    MOVE "Y" TO WS-TRL-ADA
                    MOVE HRG-TRL-JUMLAH TO WS-TRL-JUMLAH
                    MOVE HRG-TRL-TOTAL TO WS-TRL-TOTAL
                WHEN OTHER
                    ADD 1 TO WS-CNT-DETAIL
                    IF HRG-IN-JUMLAH IS NUMERIC THEN
                        ADD HRG-IN-JUMLAH TO WS-TOTAL-BAYAR
                    ELSE
                        ADD 1 TO WS-CNT-TOTAL-SKIP
                    END-IF
            END-EVALUATE.

        0200-PROSES-BAYAR.
            IF HRG-TRL-TIPE EQUAL "T" THEN
                MOVE "Y" TO WS-EOF-HRGIN
            ELSE
                PERFORM 0210-PERIKSA-BAYAR
            END-IF.

        0210-PERIKSA-BAYAR.
            IF HRG-IN-NPM IS NOT NUMERIC OR
               HRG-IN-SEMESTER IS NOT NUMERIC OR
               HRG-IN-TGL-BAYAR IS NOT NUMERIC OR
               HRG-IN-JUMLAH IS NOT NUMERIC THEN
                ADD 1 TO WS-CNT-SALAH
                MOVE SPACES TO LAPORAN-RECORD
                STRING "NPM " HRG-IN-NPM " REF " HRG-IN-REF-BAYAR
                    " DATA TIDAK NUMERIK - DILEWATI"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            ELSE
                IF HRG-IN-SMT-KODE NOT EQUAL 1 AND
                   HRG-IN-SMT-KODE NOT EQUAL 2 THEN
                    ADD 1 TO WS-CNT-SALAH
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "NPM " HRG-IN-NPM " SEMESTER "
                        HRG-IN-SEMESTER " TIDAK SAH - DILEWATI"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    WRITE LAPORAN-RECORD
                ELSE
                    PERFORM 0220-BACA-MASTER
                    IF WS-MASTER-FOUND EQUAL "Y" THEN
                        PERFORM 0240-SIMPAN-HEREG
                    ELSE
                        ADD 1 TO WS-CNT-TIADA
                        MOVE SPACES TO LAPORAN-RECORD
                        STRING "NPM " HRG-IN-NPM
                            " TIDAK DITEMUKAN DI MASTER - REF "
                            HRG-IN-REF-BAYAR
                            DELIMITED BY SIZE INTO LAPORAN-RECORD
                        WRITE LAPORAN-RECORD
                    END-IF
                END-IF
            END-IF.

      *> NPM di extract bisa NPM lama sebelum transfer fakultas;
      *> diikuti lewat XREF.DAT seperti 3020-BACA-MASTER di menu
      *> (maksimal 5 pengalihan berantai).
        0220-BACA-MASTER.
            MOVE HRG-IN-NPM TO STUMAST-NPM.
            MOVE "N" TO WS-MASTER-FOUND.
            MOVE "N" TO WS-CARI-SELESAI.
            MOVE ZERO TO WS-XREF-HOP.
            PERFORM 0225-BACA-SATU-NPM
                UNTIL WS-CARI-SELESAI EQUAL "Y".
            IF WS-MASTER-FOUND EQUAL "Y" AND WS-XREF-HOP > 0 THEN
                ADD 1 TO WS-CNT-ALIH
                MOVE SPACES TO LAPORAN-RECORD
                STRING "NPM " HRG-IN-NPM " DIALIHKAN KE NPM "
                    STUMAST-NPM
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            END-IF.

        0225-BACA-SATU-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    PERFORM 0230-COBA-XREF
                NOT INVALID KEY
                    MOVE "Y" TO WS-MASTER-FOUND
                    MOVE "Y" TO WS-CARI-SELESAI
            END-READ.

        0230-COBA-XREF.
            IF WS-XREF-ADA NOT EQUAL "Y" OR WS-XREF-HOP NOT < 5 THEN
                MOVE "Y" TO WS-CARI-SELESAI
            ELSE
                MOVE STUMAST-NPM TO XREF-NPM-LAMA
                READ XREF-FILE
                    INVALID KEY
                        MOVE "Y" TO WS-CARI-SELESAI
                    NOT INVALID KEY
                        ADD 1 TO WS-XREF-HOP
                        MOVE XREF-NPM-BARU TO STUMAST-NPM
                END-READ
            END-IF.

      *> Satu record per NPM per semester. Pembayaran yang sama
      *> (nomor referensi sama) dari extract yang dimuat ulang
      *> dilewati; pembayaran kedua dengan referensi lain dilaporkan
      *> sebagai ganda dan tidak menimpa yang pertama.
        0240-SIMPAN-HEREG.
            MOVE STUMAST-NPM TO WS-NPM-MASTER.
            MOVE WS-NPM-MASTER TO HEREG-NPM.
            MOVE HRG-IN-SEMESTER TO HEREG-SEMESTER.
            READ HEREG-FILE
                INVALID KEY
                    PERFORM 0250-TULIS-HEREG
                NOT INVALID KEY
                    PERFORM 0260-SUDAH-ADA
            END-READ.

        0250-TULIS-HEREG.
            MOVE WS-NPM-MASTER TO HEREG-NPM.
            MOVE HRG-IN-SEMESTER TO HEREG-SEMESTER.
            MOVE HRG-IN-TGL-BAYAR TO HEREG-TGL-BAYAR.
            MOVE HRG-IN-REF-BAYAR TO HEREG-REF-BAYAR.
            MOVE HRG-IN-JUMLAH TO HEREG-JUMLAH.
            MOVE HRG-IN-NPM TO HEREG-NPM-BAYAR.
            MOVE WS-TGL-PROSES TO HEREG-TGL-MUAT.
            WRITE HEREG-RECORD
                INVALID KEY
                    PERFORM 0255-GAGAL-TULIS
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-MUAT
            END-WRITE.

        0255-GAGAL-TULIS.
            ADD 1 TO WS-CNT-SALAH.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "NPM " WS-NPM-MASTER " SEMESTER "
                HRG-IN-SEMESTER " GAGAL DITULIS - STATUS "
                WS-FS-HEREG
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

        0260-SUDAH-ADA.
            IF HEREG-REF-BAYAR EQUAL HRG-IN-REF-BAYAR THEN
                ADD 1 TO WS-CNT-SUDAH
            ELSE
                ADD 1 TO WS-CNT-GANDA
                MOVE HRG-IN-JUMLAH TO WS-JUMLAH-EDIT
                MOVE SPACES TO LAPORAN-RECORD
                STRING "NPM " WS-NPM-MASTER " SEMESTER "
                    HRG-IN-SEMESTER " BAYAR GANDA REF "
                    HRG-IN-REF-BAYAR " " WS-JUMLAH-EDIT
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
                MOVE HEREG-JUMLAH TO WS-JUMLAH-EDIT
                MOVE SPACES TO LAPORAN-RECORD
                STRING "   SUDAH TERCATAT REF " HEREG-REF-BAYAR
                    " TANGGAL " HEREG-TGL-BAYAR " "
                    WS-JUMLAH-EDIT
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            END-IF.

        0900-TUTUP-FILE.
            CLOSE HRGIN-FILE.
            CLOSE HEREG-FILE.
            CLOSE STUMAST-FILE.
            IF WS-XREF-ADA EQUAL "Y" THEN
                CLOSE XREF-FILE
            END-IF.
            ADD WS-CNT-GANDA WS-CNT-TIADA WS-CNT-SALAH
                GIVING WS-CNT-TOLAK.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL RECORD RINCI      : " WS-CNT-DETAIL
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL DIMUAT            : " WS-CNT-MUAT
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  - LEWAT PENGALIHAN NPM: " WS-CNT-ALIH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL SUDAH TERCATAT    : " WS-CNT-SUDAH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL BAYAR GANDA       : " WS-CNT-GANDA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL TIDAK DITEMUKAN   : " WS-CNT-TIADA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL DATA TIDAK SAH    : " WS-CNT-SALAH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            DISPLAY "HEREG LOAD SELESAI. DIMUAT: " WS-CNT-MUAT.

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "HEREGLOAD" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-DETAIL TO JOBLOG-BACA.
            MOVE WS-CNT-MUAT TO JOBLOG-TULIS.
            MOVE WS-CNT-TOLAK TO JOBLOG-TOLAK.
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

            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
            SELECT HIST-FILE ASSIGN TO "STUHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HIST.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        FD  HIST-FILE.
        COPY "HISTREC.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-DELTA PIC X(2).
        01 WS-CNT-TIADA PIC 9(6) VALUE ZERO.
        01 WS-CNT-SALAH PIC 9(6) VALUE ZERO.
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-FS-HIST PIC X(2).
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.
        01 WS-STATUS-LAMA PIC X(1).

        PROCEDURE DIVISION.
        0000-UTAMA.
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            OPEN EXTEND HIST-FILE.
            IF WS-FS-HIST NOT EQUAL "00" THEN
                OPEN OUTPUT HIST-FILE
                CLOSE HIST-FILE
                OPEN EXTEND HIST-FILE
            END-IF.
            IF WS-FS-HIST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUHIST.DAT - FILE STATUS: "
                    WS-FS-HIST
                PERFORM 9900-ABEND
            END-IF.

        0150-VALIDASI-DELTA.
            PERFORM UNTIL WS-EOF-VAL EQUAL "Y"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
            ELSE
                MOVE STUMAST-STATUS TO WS-STATUS-LAMA
                MOVE DELTA-STATUS TO STUMAST-STATUS
                MOVE DELTA-TGL-EFEKTIF TO STUMAST-TGL-UPDATE
                REWRITE STUMAST-RECORD
                PERFORM 0240-TULIS-RIWAYAT
                ADD 1 TO WS-CNT-TERAP
                MOVE SPACES TO LAPORAN-RECORD
                STRING "NPM " DELTA-NPM " DITERAPKAN STATUS "
                WRITE LAPORAN-RECORD
            END-IF.

      *> Perubahan status dari HR dicatat di STUHIST.DAT seperti
      *> perubahan dari menu pemeliharaan; nama tidak berubah.
        0240-TULIS-RIWAYAT.
            MOVE STUMAST-NPM TO HIST-NPM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
            MOVE "STATUS HR" TO HIST-AKSI.
            MOVE STUMAST-NAMA TO HIST-NAMA-LAMA.
            MOVE STUMAST-NAMA TO HIST-NAMA-BARU.
            MOVE WS-STATUS-LAMA TO HIST-STATUS-LAMA.
            MOVE STUMAST-STATUS TO HIST-STATUS-BARU.
            MOVE "STATAPLY" TO HIST-OPERATOR.
            MOVE STUMAST-TGL-UPDATE TO HIST-TGL-UPDATE.
            WRITE HIST-RECORD.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE DELTA-FILE.
            CLOSE HIST-FILE.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.

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
        01 WS-FS-ARSIP PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-FS-HIST PIC X(2).
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-TGL-BATAS PIC 9(8) VALUE ZERO.
        01 WS-TGL-PROSES PIC 9(8).
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

        0150-TERIMA-BATAS.
            DISPLAY "TANGGAL BATAS ARSIP (YYYYMMDD): "

        0320-HAPUS-DARI-MASTER.
            DELETE STUMAST-FILE RECORD.
            PERFORM 0330-TULIS-RIWAYAT.
            ADD 1 TO WS-CNT-ARSIP.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "NPM " ARSIP-NPM " " ARSIP-NAMA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

      *> Hapus karena diarsip dicatat di STUHIST.DAT dengan citra
      *> sebelum dari record arsip; citra sesudah kosong seperti HAPUS.
        0330-TULIS-RIWAYAT.
            MOVE ARSIP-NPM TO HIST-NPM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
            MOVE "ARSIP" TO HIST-AKSI.
            MOVE ARSIP-NAMA TO HIST-NAMA-LAMA.
            MOVE SPACES TO HIST-NAMA-BARU.
            MOVE ARSIP-STATUS TO HIST-STATUS-LAMA.
            MOVE SPACES TO HIST-STATUS-BARU.
            MOVE "STUARCH" TO HIST-OPERATOR.
            MOVE WS-TGL-PROSES TO HIST-TGL-UPDATE.
            WRITE HIST-RECORD.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE ARSIP-FILE.
            CLOSE HIST-FILE.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.

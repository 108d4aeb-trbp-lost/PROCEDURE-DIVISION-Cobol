        01 WS-NAMA-BACKUP PIC X(14).
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-TGL-PROSES PIC 9(8).
        01 WS-JAM-PROSES PIC 9(6).
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(8) VALUE ZERO.
        01 WS-HASH-TOTAL PIC 9(18) VALUE ZERO.

        0100-BUKA-FILE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-PROSES.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JAM-PROSES.
            MOVE SPACES TO WS-NAMA-BACKUP.
            STRING "STUBK." WS-TGL-PROSES DELIMITED BY SIZE
                INTO WS-NAMA-BACKUP.
            MOVE "H" TO BACKUP-CTL-TIPE.
            MOVE WS-TGL-PROSES TO BACKUP-CTL-TANGGAL.
            MOVE "STUMAST" TO BACKUP-CTL-SUMBER.
            MOVE WS-JAM-PROSES TO BACKUP-CTL-JAM.
            WRITE BACKUP-HDR-RECORD.

        0300-TULIS-BACKUP.

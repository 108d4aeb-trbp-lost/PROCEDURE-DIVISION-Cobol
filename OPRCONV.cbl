        01 WS-EOF-OPRLAMA PIC X(1) VALUE "N".
        01 WS-CNT-BACA PIC 9(6) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(6) VALUE ZERO.
        01 WS-SANDI-SEMENTARA PIC X(16).
        01 WS-TGL-HARI-INI PIC 9(8).

      *> Konversi sekali jalan saat cut-over kolom level akses:
      *> baca OPERATOR.DAT layout lama, tulis OPRNEW.DAT layout baru
      *> dengan level "I" (ADMIN diberi "S"), lalu operator mengganti
      *> OPERATOR.DAT dengan OPRNEW.DAT sebelum program menu dipakai.
      *> OPRNEW.DAT memakai layout OPRREC terbaru, jadi kolom sandi
      *> langsung diisi sandi sementara yang wajib diganti saat
      *> sign-on pertama (sama seperti OPRCONV2).
        PROCEDURE DIVISION.
        0000-UTAMA.
            DISPLAY "Masukkan SANDI SEMENTARA UNTUK SEMUA OPERATOR: "
                WITH NO ADVANCING.
            ACCEPT WS-SANDI-SEMENTARA.
            IF WS-SANDI-SEMENTARA EQUAL SPACES THEN
                DISPLAY "SANDI SEMENTARA WAJIB DIISI - KONVERSI BATAL."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-HARI-INI.
            OPEN INPUT OPRLAMA-FILE.
            IF WS-FS-OPRLAMA NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA OPERATOR.DAT - FILE STATUS: "
            END-PERFORM.
            CLOSE OPRLAMA-FILE.
            CLOSE OPRBARU-FILE.
            MOVE SPACES TO WS-SANDI-SEMENTARA.
            DISPLAY "KONVERSI SELESAI. " WS-CNT-TULIS " DARI "
                WS-CNT-BACA " RECORD DITULIS KE OPRNEW.DAT.".
            DISPLAY "GANTI OPERATOR.DAT DENGAN OPRNEW.DAT SEBELUM "
            ELSE
                MOVE "I" TO OPR-LEVEL
            END-IF.
            CALL "SANDIHASH" USING OPR-ID WS-SANDI-SEMENTARA
                OPR-SANDI-HASH.
            MOVE WS-TGL-HARI-INI TO OPR-TGL-SANDI.
            MOVE WS-TGL-HARI-INI TO OPR-TGL-KEDALUWARSA.
            MOVE ZERO TO OPR-GAGAL.
            MOVE "Y" TO OPR-WAJIB-GANTI.
            WRITE OPR-RECORD.
            ADD 1 TO WS-CNT-TULIS.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. "OPERATOR CONVERT SANDI".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPRLAMA-FILE ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPR-LAMA-ID
                FILE STATUS IS WS-FS-OPRLAMA.
            SELECT OPRBARU-FILE ASSIGN TO "OPRNEW.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-FS-OPRBARU.
        DATA DIVISION.
        FILE SECTION.
      *> Layout OPERATOR.DAT sebelum kolom sandi ada (hasil OPRCONV).
        FD  OPRLAMA-FILE.
        01  OPR-LAMA-RECORD.
            05  OPR-LAMA-ID         PIC X(8).
            05  OPR-LAMA-NAMA       PIC X(32).
            05  OPR-LAMA-STATUS     PIC X(1).
            05  OPR-LAMA-LEVEL      PIC X(1).
        FD  OPRBARU-FILE.
        COPY "OPRREC.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-OPRLAMA PIC X(2).
        01 WS-FS-OPRBARU PIC X(2).
        01 WS-EOF-OPRLAMA PIC X(1) VALUE "N".
        01 WS-CNT-BACA PIC 9(6) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(6) VALUE ZERO.
        01 WS-SANDI-SEMENTARA PIC X(16).
        01 WS-TGL-HARI-INI PIC 9(8).

      *> Konversi sekali jalan saat cut-over sandi operator:
      *> baca OPERATOR.DAT layout 42 byte, tulis OPRNEW.DAT layout
      *> baru. Semua operator diberi sandi sementara yang sama
      *> (dimasukkan saat program jalan, tidak disimpan apa adanya)
      *> dan wajib menggantinya pada sign-on pertama. Status dan
      *> level tidak berubah. Setelah selesai operator mengganti
      *> OPERATOR.DAT dengan OPRNEW.DAT sebelum program menu dipakai.
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
                    WS-FS-OPRLAMA
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT OPRBARU-FILE.
            IF WS-FS-OPRBARU NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA OPRNEW.DAT - FILE STATUS: "
                    WS-FS-OPRBARU
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF-OPRLAMA EQUAL "Y"
                READ OPRLAMA-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-OPRLAMA
                    NOT AT END
                        PERFORM 0100-KONVERSI-RECORD
                END-READ
            END-PERFORM.
            CLOSE OPRLAMA-FILE.
            CLOSE OPRBARU-FILE.
            MOVE SPACES TO WS-SANDI-SEMENTARA.
            DISPLAY "KONVERSI SELESAI. " WS-CNT-TULIS " DARI "
                WS-CNT-BACA " RECORD DITULIS KE OPRNEW.DAT.".
            DISPLAY "GANTI OPERATOR.DAT DENGAN OPRNEW.DAT SEBELUM "
                "PROGRAM MENU DIJALANKAN.".
            STOP RUN.

        0100-KONVERSI-RECORD.
            ADD 1 TO WS-CNT-BACA.
            MOVE OPR-LAMA-ID TO OPR-ID.
            MOVE OPR-LAMA-NAMA TO OPR-NAMA.
            MOVE OPR-LAMA-STATUS TO OPR-STATUS.
            MOVE OPR-LAMA-LEVEL TO OPR-LEVEL.
            CALL "SANDIHASH" USING OPR-ID WS-SANDI-SEMENTARA
                OPR-SANDI-HASH.
            MOVE WS-TGL-HARI-INI TO OPR-TGL-SANDI.
            MOVE WS-TGL-HARI-INI TO OPR-TGL-KEDALUWARSA.
            MOVE ZERO TO OPR-GAGAL.
            MOVE "Y" TO OPR-WAJIB-GANTI.
            WRITE OPR-RECORD.
            ADD 1 TO WS-CNT-TULIS.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. "EXPORT RECONCILE".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXPREG-FILE ASSIGN TO "EXPREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXPREG-URUT
                FILE STATUS IS WS-FS-EXPREG.
            SELECT HRACK-FILE ASSIGN TO "HRACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HRACK.
            SELECT LAPORAN-FILE ASSIGN TO "EXPRRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  EXPREG-FILE.
        COPY "EXPREG.cpy".
        FD  HRACK-FILE.
        COPY "HRACK.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-EXPREG PIC X(2).
        01 WS-FS-HRACK PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-HRACK-ADA PIC X(1) VALUE "N".
        01 WS-EOF-HRACK PIC X(1) VALUE "N".
        01 WS-EOF-EXPREG PIC X(1) VALUE "N".
        01 WS-TGL-PROSES PIC 9(8).
        01 WS-HARI-BATAS PIC 9(3) VALUE ZERO.
        01 WS-TGL-BATAS PIC 9(8).
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-ACK PIC 9(8) VALUE ZERO.
        01 WS-CNT-NPM-TOLAK PIC 9(8) VALUE ZERO.
        01 WS-CNT-REGISTER PIC 9(8) VALUE ZERO.
        01 WS-CNT-TUNGGU PIC 9(8) VALUE ZERO.
        01 WS-CNT-TEMUAN PIC 9(8) VALUE ZERO.
        01 WS-CNT-BAGIAN PIC 9(8) VALUE ZERO.
        01 WS-ALASAN PIC X(44).
      *> Pengakuan yang sedang diproses: record "R" harus bernomor
      *> urut sama dengan record "A" terakhir.
        01 WS-ACK-AKTIF PIC X(1) VALUE "N".
        01 WS-ACK-URUT PIC 9(6) VALUE ZERO.
        01 WS-ACK-TOLAK PIC 9(8).
        01 WS-JUMLAH-KIRIM PIC 9(8).
        01 WS-TGL-KIRIM-AKHIR PIC 9(8).
        01 WS-JUMLAH-CEK PIC 9(9).
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.

      *> Rekonsiliasi file export inkremental dengan pengakuan HR.
      *> Bagian 1 membaca HRACK.DAT (boleh tidak ada), mencatat hasil
      *> pengakuan ke register EXPREG.DAT dan mendaftar NPM yang
      *> ditolak HR. Bagian 2 memeriksa seluruh register: nomor urut
      *> yang belum diakui melewati batas hari, jumlah diterima HR
      *> yang tidak sama dengan jumlah dikirim, dan jumlah dimuat +
      *> ditolak yang tidak sama dengan jumlah diterima. Temuan
      *> menghasilkan kondisi 0008 seperti STUVERIFY.
        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0150-TERIMA-BATAS.
            PERFORM 0300-PROSES-PENGAKUAN.
            PERFORM 0500-PERIKSA-REGISTER.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

      *> EXPREG.DAT wajib ada (dibuat menu saat export pertama).
      *> HRACK.DAT yang tidak ada berarti belum ada pengakuan baru.
        0100-BUKA-FILE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-PROSES.
            OPEN I-O EXPREG-FILE.
            IF WS-FS-EXPREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA EXPREG.DAT - FILE STATUS: "
                    WS-FS-EXPREG
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT HRACK-FILE.
            IF WS-FS-HRACK EQUAL "00" THEN
                MOVE "Y" TO WS-HRACK-ADA
            ELSE
                IF WS-FS-HRACK NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA HRACK.DAT - FILE STATUS: "
                        WS-FS-HRACK
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA EXPRRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            MOVE "----------REKONSILIASI EXPORT HR----------"
                TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TANGGAL PROSES " WS-TGL-PROSES
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

      *> Nomor urut yang dikirim sebelum tanggal batas dan belum
      *> diakui dilaporkan; default 3 hari.
        0150-TERIMA-BATAS.
            DISPLAY "BATAS HARI MENUNGGU PENGAKUAN HR (0=3 HARI): "
                WITH NO ADVANCING.
            ACCEPT WS-HARI-BATAS.
            IF WS-HARI-BATAS EQUAL ZERO THEN
                MOVE 3 TO WS-HARI-BATAS
            END-IF.
            MOVE FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TGL-PROSES) - WS-HARI-BATAS)
                TO WS-TGL-BATAS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "BATAS PENGAKUAN " WS-HARI-BATAS " HARI (DIKIRIM "
                "SEBELUM " WS-TGL-BATAS ")"
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.

        0300-PROSES-PENGAKUAN.
            MOVE "1. PENGAKUAN HR (HRACK.DAT)" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            IF WS-HRACK-ADA NOT EQUAL "Y" THEN
                MOVE "   HRACK.DAT TIDAK ADA - TIDAK ADA PENGAKUAN BARU"
                    TO LAPORAN-RECORD
                WRITE LAPORAN-RECORD
                MOVE "Y" TO WS-EOF-HRACK
            END-IF.
            PERFORM UNTIL WS-EOF-HRACK EQUAL "Y"
                READ HRACK-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-HRACK
                    NOT AT END
                        PERFORM 0310-PERIKSA-RECORD-ACK
                END-READ
            END-PERFORM.
            PERFORM 0350-TUTUP-ACK.
            PERFORM 0820-JUMLAH-BAGIAN.

        0310-PERIKSA-RECORD-ACK.
            ADD 1 TO WS-CNT-BACA.
            EVALUATE HRACK-TIPE
                WHEN "A"
                    PERFORM 0350-TUTUP-ACK
                    PERFORM 0320-BUKA-ACK
                WHEN "R"
                    PERFORM 0330-NPM-DITOLAK
                WHEN OTHER
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   RECORD KE-" WS-CNT-BACA " TIPE '"
                        HRACK-TIPE "' TIDAK DIKENAL"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
            END-EVALUATE.

      *> Record "A": cari nomor urut di register. Record register
      *> tetap dipegang sampai pengakuan ditutup (0350), karena
      *> jumlah NPM ditolak baru diketahui setelah record "R" dibaca.
        0320-BUKA-ACK.
            ADD 1 TO WS-CNT-ACK.
            MOVE HRACK-URUT TO WS-ACK-URUT.
            MOVE ZERO TO WS-ACK-TOLAK.
            MOVE HRACK-URUT TO EXPREG-URUT.
            READ EXPREG-FILE
                INVALID KEY
                    MOVE "N" TO WS-ACK-AKTIF
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   PENGAKUAN NOMOR URUT " HRACK-URUT
                        " TIDAK ADA DI REGISTER EXPREG.DAT"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
                NOT INVALID KEY
                    MOVE "Y" TO WS-ACK-AKTIF
                    MOVE HRACK-TGL-MUAT TO EXPREG-TGL-ACK
                    MOVE HRACK-TERIMA TO EXPREG-ACK-TERIMA
                    MOVE HRACK-MUAT TO EXPREG-ACK-MUAT
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NOMOR URUT " HRACK-URUT " DIAKUI "
                        HRACK-TGL-MUAT " DITERIMA " HRACK-TERIMA
                        " DIMUAT " HRACK-MUAT
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    WRITE LAPORAN-RECORD
            END-READ.

        0330-NPM-DITOLAK.
            IF WS-ACK-AKTIF NOT EQUAL "Y" OR
               HRACK-TLK-URUT NOT EQUAL WS-ACK-URUT THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "   PENOLAKAN NPM " HRACK-TLK-NPM
                    " NOMOR URUT " HRACK-TLK-URUT
                    " TANPA RECORD PENGAKUAN YANG SESUAI"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0830-TULIS-TEMUAN
            ELSE
                ADD 1 TO WS-ACK-TOLAK
                ADD 1 TO WS-CNT-NPM-TOLAK
                MOVE SPACES TO LAPORAN-RECORD
                STRING "     DITOLAK HR NPM " HRACK-TLK-NPM
                    " ALASAN " HRACK-TLK-ALASAN " "
                    HRACK-TLK-KETERANGAN
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0830-TULIS-TEMUAN
            END-IF.

        0350-TUTUP-ACK.
            IF WS-ACK-AKTIF EQUAL "Y" THEN
                MOVE WS-ACK-TOLAK TO EXPREG-ACK-TOLAK
                REWRITE EXPREG-RECORD
                    INVALID KEY
                        DISPLAY "GAGAL MENULIS EXPREG.DAT NOMOR URUT "
                            EXPREG-URUT " - FILE STATUS: "
                            WS-FS-EXPREG
                        PERFORM 9900-ABEND
                END-REWRITE
            END-IF.
            MOVE "N" TO WS-ACK-AKTIF.

        0500-PERIKSA-REGISTER.
            MOVE "2. REGISTER EXPORT (EXPREG.DAT)" TO WS-ALASAN.
            PERFORM 0810-JUDUL-BAGIAN.
            MOVE ZERO TO EXPREG-URUT.
            START EXPREG-FILE KEY IS NOT LESS THAN EXPREG-URUT
                INVALID KEY
                    MOVE "Y" TO WS-EOF-EXPREG
            END-START.
            PERFORM UNTIL WS-EOF-EXPREG EQUAL "Y"
                READ EXPREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-EXPREG
                    NOT AT END
                        PERFORM 0510-PERIKSA-NOMOR
                END-READ
            END-PERFORM.
            PERFORM 0820-JUMLAH-BAGIAN.

      *> Nomor yang pernah dikirim ulang dibandingkan dengan jumlah
      *> dan tanggal kiriman ulang terakhir.
        0510-PERIKSA-NOMOR.
            ADD 1 TO WS-CNT-REGISTER.
            IF EXPREG-CNT-ULANG > ZERO THEN
                MOVE EXPREG-JUMLAH-ULANG TO WS-JUMLAH-KIRIM
                MOVE EXPREG-TGL-ULANG TO WS-TGL-KIRIM-AKHIR
            ELSE
                MOVE EXPREG-JUMLAH TO WS-JUMLAH-KIRIM
                MOVE EXPREG-TGL-KIRIM TO WS-TGL-KIRIM-AKHIR
            END-IF.
            IF EXPREG-TGL-ACK EQUAL ZERO THEN
                IF WS-TGL-KIRIM-AKHIR < WS-TGL-BATAS THEN
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NOMOR URUT " EXPREG-URUT " DIKIRIM "
                        WS-TGL-KIRIM-AKHIR " (" WS-JUMLAH-KIRIM
                        " RECORD) BELUM DIAKUI HR"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
                ELSE
                    ADD 1 TO WS-CNT-TUNGGU
                END-IF
            ELSE
                IF EXPREG-ACK-TERIMA NOT EQUAL WS-JUMLAH-KIRIM THEN
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NOMOR URUT " EXPREG-URUT " DIKIRIM "
                        WS-JUMLAH-KIRIM " DITERIMA HR "
                        EXPREG-ACK-TERIMA " - JUMLAH TIDAK SAMA"
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
                END-IF
                COMPUTE WS-JUMLAH-CEK = EXPREG-ACK-MUAT
                    + EXPREG-ACK-TOLAK
                IF WS-JUMLAH-CEK NOT EQUAL EXPREG-ACK-TERIMA THEN
                    MOVE SPACES TO LAPORAN-RECORD
                    STRING "   NOMOR URUT " EXPREG-URUT " DITERIMA "
                        EXPREG-ACK-TERIMA " DIMUAT " EXPREG-ACK-MUAT
                        " DITOLAK " EXPREG-ACK-TOLAK
                        DELIMITED BY SIZE INTO LAPORAN-RECORD
                    PERFORM 0830-TULIS-TEMUAN
                END-IF
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
            CLOSE EXPREG-FILE.
            IF WS-HRACK-ADA EQUAL "Y" THEN
                CLOSE HRACK-FILE
            END-IF.
            MOVE SPACES TO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "RECORD HRACK DIBACA      : " WS-CNT-BACA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "PENGAKUAN DIPROSES       : " WS-CNT-ACK
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "NPM DITOLAK HR           : " WS-CNT-NPM-TOLAK
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "NOMOR URUT DI REGISTER   : " WS-CNT-REGISTER
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "MENUNGGU DALAM BATAS     : " WS-CNT-TUNGGU
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL TEMUAN             : " WS-CNT-TEMUAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            DISPLAY "REKONSILIASI SELESAI. " WS-CNT-REGISTER
                " NOMOR URUT, " WS-CNT-TEMUAN " TEMUAN.".

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "EXPRECON" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-BACA TO JOBLOG-BACA.
            MOVE WS-CNT-ACK TO JOBLOG-TULIS.
            MOVE WS-CNT-TEMUAN TO JOBLOG-TOLAK.
            MOVE WS-KODE-KONDISI TO JOBLOG-KONDISI.
            WRITE JOBLOG-RECORD.
            CLOSE JOBLOG-FILE.

        9700-CATAT-MULAI.
            MOVE "S" TO WS-JOBLOG-TIPE.
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

      *> Ada temuan: kondisi 0008 supaya operator memeriksa laporan
      *> dan, bila perlu, mengirim ulang nomor urut lewat menu 5.
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

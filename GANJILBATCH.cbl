            SELECT REJECT-FILE ASSIGN TO "GANJILREJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REJECT.
            SELECT GREG-FILE ASSIGN TO "GANJILREG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GREG-URUT
                ALTERNATE RECORD KEY IS GREG-KUNCI
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GREG.
            SELECT OVR-FILE ASSIGN TO "GANJILOVR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-OVR.
            SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-FS-OPERATOR.
            SELECT LOG-FILE ASSIGN TO "AUDIT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        COPY "CHKPTREC.cpy".
        FD  REJECT-FILE.
        01  REJECT-RECORD PIC X(60).
        FD  GREG-FILE.
        COPY "GANJILREG.cpy".
        FD  OVR-FILE.
        COPY "GANJILOVR.cpy".
        FD  OPERATOR-FILE.
        COPY "OPRREC.cpy".
        FD  LOG-FILE.
        COPY "LOGREC.cpy".
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.
        01 WS-FS-GREG PIC X(2).
        01 WS-FS-OVR PIC X(2).
        01 WS-FS-OPERATOR PIC X(2).
        01 WS-EOF-REG PIC X(1) VALUE "N".
        01 WS-HDR-TANGGAL PIC 9(8) VALUE ZERO.
        01 WS-HDR-SUMBER PIC X(8) VALUE SPACES.
        01 WS-URUT-AKHIR PIC 9(6) VALUE ZERO.
        01 WS-URUT-ASLI PIC 9(6) VALUE ZERO.
        01 WS-TS-ASLI PIC 9(14) VALUE ZERO.
        01 WS-TGL-TERAKHIR PIC 9(8) VALUE ZERO.
        01 WS-SELISIH-HARI PIC S9(7) VALUE ZERO.
        01 WS-HARI-TERLEWAT PIC 9(7) VALUE ZERO.
        01 WS-IZIN-OK PIC X(1) VALUE "N".
        01 WS-OVR-OPR PIC X(8) VALUE SPACES.
        01 WS-OVR-ALASAN PIC X(30) VALUE SPACES.
        01 WS-FS-LOG PIC X(2).
        01 WS-SANDI PIC X(16).
        01 WS-HASH-SANDI PIC 9(18).
        01 WS-BATAS-GAGAL PIC 9(2) VALUE 3.
        01 WS-TGL-HARI-INI PIC 9(8).
        01 WS-AUDIT-HASIL PIC X(16).
        01 WS-AUDIT-NAMA PIC X(32).
        01 WS-AUDIT-ANGKA PIC 9(6).
        01 WS-LINHA.
           05 WS-LINHA-ANGKA PIC -(38)9.
           05 FILLER PIC X(3) VALUE SPACES.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0120-VALIDASI-KONTROL.
            PERFORM 0140-PERIKSA-REGISTER.
            PERFORM 0160-BUKA-KELUARAN.
            PERFORM UNTIL WS-EOF-ANGKA EQUAL "Y"
                READ ANGKA-FILE
                    AT END
                PERFORM 9900-ABEND
            END-IF.
            PERFORM 0110-BACA-CHECKPOINT.
            OPEN I-O GREG-FILE.
            IF WS-FS-GREG EQUAL "35" THEN
                OPEN OUTPUT GREG-FILE
                CLOSE GREG-FILE
                OPEN I-O GREG-FILE
            END-IF.
            IF WS-FS-GREG NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA GANJILREG.DAT - FILE STATUS: "
                    WS-FS-GREG
                PERFORM 9900-ABEND
            END-IF.

                WHEN WS-VAL-NOMOR EQUAL 1
                    IF GANJIL-IN-SIGN EQUAL "H" THEN
                        MOVE "Y" TO WS-HDR-ADA
                        MOVE GANJIL-HDR-TANGGAL TO WS-HDR-TANGGAL
                        MOVE GANJIL-HDR-SUMBER TO WS-HDR-SUMBER
                        DISPLAY "GANJILIN.DAT TANGGAL FILE "
                            GANJIL-HDR-TANGGAL " SUMBER "
                            GANJIL-HDR-SUMBER
                    END-IF
            END-EVALUATE.

      *> Bandingkan file masuk dengan register file yang sudah selesai.
      *> Kunci sama = file sudah pernah diproses: job berhenti dengan
      *> kondisi 0012 kecuali ada izin supervisor yang sah. Tanggal
      *> header juga dibandingkan dengan file terakhir sumber yang sama.
        0140-PERIKSA-REGISTER.
            PERFORM UNTIL WS-EOF-REG EQUAL "Y"
                READ GREG-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-REG
                    NOT AT END
                        PERFORM 0145-BANDING-REGISTER
                END-READ
            END-PERFORM.
            MOVE WS-HDR-SUMBER TO GREG-SUMBER.
            MOVE WS-HDR-TANGGAL TO GREG-TANGGAL.
            MOVE WS-TRL-JUMLAH TO GREG-JUMLAH.
            MOVE WS-TRL-HASH TO GREG-HASH.
            READ GREG-FILE KEY IS GREG-KUNCI
                INVALID KEY
                    MOVE ZERO TO WS-URUT-ASLI
                NOT INVALID KEY
                    MOVE GREG-URUT TO WS-URUT-ASLI
                    MOVE GREG-TIMESTAMP TO WS-TS-ASLI
            END-READ.
            IF WS-URUT-ASLI > ZERO THEN
                DISPLAY "GANJILIN.DAT SUDAH DIPROSES PADA RUN "
                    WS-URUT-ASLI " TANGGAL " WS-TS-ASLI
                PERFORM 0150-PERIKSA-IZIN
                IF WS-IZIN-OK NOT EQUAL "Y" THEN
                    DISPLAY "FILE GANDA - JOB DIHENTIKAN"
                    PERFORM 9850-BERHENTI-GANDA
                END-IF
            ELSE
                IF WS-TGL-TERAKHIR > ZERO THEN
                    PERFORM 0148-PERIKSA-TANGGAL
                END-IF
            END-IF.

        0145-BANDING-REGISTER.
            IF GREG-URUT > WS-URUT-AKHIR THEN
                MOVE GREG-URUT TO WS-URUT-AKHIR
            END-IF.
            IF GREG-SUMBER EQUAL WS-HDR-SUMBER AND
               GREG-TANGGAL > WS-TGL-TERAKHIR THEN
                MOVE GREG-TANGGAL TO WS-TGL-TERAKHIR
            END-IF.

        0148-PERIKSA-TANGGAL.
            IF WS-HDR-TANGGAL < WS-TGL-TERAKHIR THEN
                DISPLAY "PERINGATAN: TANGGAL FILE " WS-HDR-TANGGAL
                    " LEBIH LAMA DARI FILE TERAKHIR SUMBER "
                    WS-HDR-SUMBER " (" WS-TGL-TERAKHIR ")"
            END-IF.
            IF WS-HDR-TANGGAL EQUAL WS-TGL-TERAKHIR THEN
                DISPLAY "PERINGATAN: SUMBER " WS-HDR-SUMBER
                    " SUDAH MENGIRIM FILE LAIN BERTANGGAL "
                    WS-HDR-TANGGAL
            END-IF.
            IF WS-HDR-TANGGAL > WS-TGL-TERAKHIR THEN
                COMPUTE WS-SELISIH-HARI =
                    FUNCTION INTEGER-OF-DATE(WS-HDR-TANGGAL)
                    - FUNCTION INTEGER-OF-DATE(WS-TGL-TERAKHIR)
                IF WS-SELISIH-HARI > 1 THEN
                    COMPUTE WS-HARI-TERLEWAT = WS-SELISIH-HARI - 1
                    DISPLAY "PERINGATAN: " WS-HARI-TERLEWAT
                        " TANGGAL TERLEWAT SEJAK FILE TERAKHIR SUMBER "
                        WS-HDR-SUMBER " (" WS-TGL-TERAKHIR ")"
                END-IF
            END-IF.

      *> Izin proses ulang hanya berlaku untuk sumber dan tanggal
      *> header yang sama. GANJILOVR.DAT hanya menunjuk supervisor;
      *> izin baru sah setelah supervisor itu memasukkan sandinya di
      *> konsol, diperiksa dengan aturan yang sama seperti sign-on
      *> menu (status, kedaluwarsa, hitungan gagal). Tanpa file izin
      *> job tidak pernah menunggu masukan, sehingga run malam tetap
      *> berhenti langsung dengan kondisi 0012.
        0150-PERIKSA-IZIN.
            MOVE "N" TO WS-IZIN-OK.
            OPEN INPUT OVR-FILE.
            IF WS-FS-OVR EQUAL "00" THEN
                READ OVR-FILE
                    AT END
                        DISPLAY "GANJILOVR.DAT KOSONG - TIDAK ADA IZIN"
                    NOT AT END
                        IF OVR-SUMBER EQUAL WS-HDR-SUMBER AND
                           OVR-TANGGAL EQUAL WS-HDR-TANGGAL THEN
                            PERFORM 0155-PERIKSA-SUPERVISOR
                        ELSE
                            DISPLAY "GANJILOVR.DAT UNTUK SUMBER "
                                OVR-SUMBER " TANGGAL " OVR-TANGGAL
                                " - BUKAN FILE INI"
                        END-IF
                END-READ
                CLOSE OVR-FILE
            END-IF.

        0155-PERIKSA-SUPERVISOR.
            OPEN I-O OPERATOR-FILE.
            IF WS-FS-OPERATOR NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA OPERATOR.DAT - FILE STATUS: "
                    WS-FS-OPERATOR " - IZIN TIDAK DAPAT DIPERIKSA"
            ELSE
                MOVE OVR-OPR TO OPR-ID
                READ OPERATOR-FILE
                    INVALID KEY
                        DISPLAY "OPERATOR " OVR-OPR
                            " PADA GANJILOVR.DAT TIDAK TERDAFTAR"
                    NOT INVALID KEY
                        PERFORM 0156-PERIKSA-STATUS-SPV
                END-READ
                CLOSE OPERATOR-FILE
            END-IF.

      *> Operator yang ditangguhkan tidak diminta sandinya sama
      *> sekali; sandi sementara atau kedaluwarsa harus diganti dulu
      *> lewat sign-on menu karena job batch tidak mengganti sandi.
        0156-PERIKSA-STATUS-SPV.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-HARI-INI.
            EVALUATE TRUE
                WHEN OPR-LEVEL NOT EQUAL "S"
                    DISPLAY "OPERATOR " OPR-ID " BUKAN SUPERVISOR"
                WHEN OPR-STATUS NOT EQUAL "A"
                    DISPLAY "SUPERVISOR " OPR-ID " DITANGGUHKAN"
                WHEN OPR-SANDI-HASH EQUAL ZERO
                    DISPLAY "SUPERVISOR " OPR-ID " BELUM PUNYA SANDI"
                WHEN OPR-WAJIB-GANTI EQUAL "Y" OR
                     WS-TGL-HARI-INI > OPR-TGL-KEDALUWARSA
                    DISPLAY "SANDI SUPERVISOR " OPR-ID " HARUS DIGANTI "
                        "LEWAT SIGN-ON MENU"
                WHEN OTHER
                    PERFORM 0157-TERIMA-SANDI-SPV
            END-EVALUATE.

      *> Sandi kosong = batal, tidak dihitung sebagai gagal.
        0157-TERIMA-SANDI-SPV.
            DISPLAY "SANDI SUPERVISOR " OPR-ID " (KOSONG = BATAL): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-SANDI.
            ACCEPT WS-SANDI.
            IF WS-SANDI EQUAL SPACES THEN
                DISPLAY "IZIN PROSES ULANG DIBATALKAN"
            ELSE
                CALL "SANDIHASH" USING OPR-ID WS-SANDI WS-HASH-SANDI
                MOVE SPACES TO WS-SANDI
                IF WS-HASH-SANDI EQUAL OPR-SANDI-HASH THEN
                    PERFORM 0158-IZIN-DIBERIKAN
                ELSE
                    PERFORM 0159-SANDI-SPV-SALAH
                END-IF
            END-IF.

        0158-IZIN-DIBERIKAN.
            MOVE "Y" TO WS-IZIN-OK.
            MOVE OVR-OPR TO WS-OVR-OPR.
            MOVE OVR-ALASAN TO WS-OVR-ALASAN.
            IF OPR-GAGAL NOT EQUAL ZERO THEN
                MOVE ZERO TO OPR-GAGAL
                REWRITE OPR-RECORD
            END-IF.
            DISPLAY "PROSES ULANG DIIZINKAN OLEH " OVR-OPR ": "
                OVR-ALASAN.
            MOVE "IZIN ULANG GJL" TO WS-AUDIT-HASIL.
            MOVE SPACES TO WS-AUDIT-NAMA.
            STRING "GANJILIN " WS-HDR-SUMBER " " WS-HDR-TANGGAL
                DELIMITED BY SIZE INTO WS-AUDIT-NAMA.
            MOVE WS-URUT-ASLI TO WS-AUDIT-ANGKA.
            PERFORM 0170-TULIS-AUDIT.

      *> Hitungan gagal sama dengan sign-on menu: pada batas gagal
      *> supervisor ditangguhkan sampai dibuka lewat menu 9.
        0159-SANDI-SPV-SALAH.
            DISPLAY "SANDI SUPERVISOR SALAH - IZIN DITOLAK".
            ADD 1 TO OPR-GAGAL.
            MOVE "SANDI SALAH" TO WS-AUDIT-HASIL.
            MOVE OPR-ID TO WS-AUDIT-NAMA.
            MOVE ZERO TO WS-AUDIT-ANGKA.
            PERFORM 0170-TULIS-AUDIT.
            IF OPR-GAGAL NOT < WS-BATAS-GAGAL THEN
                MOVE "S" TO OPR-STATUS
                DISPLAY "SANDI SALAH " OPR-GAGAL " KALI - SUPERVISOR "
                    OPR-ID " DITANGGUHKAN"
                MOVE "KUNCI OPERATOR" TO WS-AUDIT-HASIL
                PERFORM 0170-TULIS-AUDIT
            END-IF.
            REWRITE OPR-RECORD.

      *> File keluaran baru dibuka setelah kontrol dan register lolos,
      *> sehingga file yang ditolak tidak mengosongkan GANJILOUT.DAT
      *> hasil run sebelumnya.
        0160-BUKA-KELUARAN.
            IF WS-RESTART-REC > 0 THEN
                OPEN EXTEND LAPORAN-FILE
                IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                    OPEN OUTPUT LAPORAN-FILE
                END-IF
                OPEN EXTEND REJECT-FILE
                IF WS-FS-REJECT NOT EQUAL "00" THEN
                    OPEN OUTPUT REJECT-FILE
                END-IF
                DISPLAY "RESTART TERDETEKSI - MELEWATI "
                    WS-RESTART-REC " RECORD YANG SUDAH DIPROSES"
            ELSE
                OPEN OUTPUT LAPORAN-FILE
                OPEN OUTPUT REJECT-FILE
            END-IF.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA GANJILOUT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            IF WS-FS-REJECT NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA GANJILREJ.DAT - FILE STATUS: "
                    WS-FS-REJECT
                PERFORM 9900-ABEND
            END-IF.

      *> Jejak keamanan izin proses ulang di AUDIT.LOG, format sama
      *> dengan kejadian keamanan menu; LOG-OPERATOR = supervisor.
        0170-TULIS-AUDIT.
            OPEN EXTEND LOG-FILE.
            IF WS-FS-LOG NOT EQUAL "00" THEN
                OPEN OUTPUT LOG-FILE
                CLOSE LOG-FILE
                OPEN EXTEND LOG-FILE
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-TIMESTAMP.
            MOVE ZERO TO LOG-PILIHAN.
            MOVE WS-AUDIT-ANGKA TO LOG-ANGKA.
            MOVE WS-AUDIT-HASIL TO LOG-HASIL.
            MOVE WS-AUDIT-NAMA TO LOG-NAMA.
            MOVE ZERO TO LOG-NPM.
            MOVE OPR-ID TO LOG-OPERATOR.
            WRITE LOG-RECORD.
            CLOSE LOG-FILE.

        0200-PROSES-RECORD.
            ADD 1 TO WS-NOMOR-REC.
            IF WS-NOMOR-REC > WS-RESTART-REC THEN
            WRITE LAPORAN-RECORD.
            CLOSE LAPORAN-FILE.
            CLOSE REJECT-FILE.
            PERFORM 0950-CATAT-REGISTER.
            MOVE ZERO TO WS-NOMOR-REC.
            PERFORM 0300-TULIS-CHECKPOINT.

      *> Catat file yang selesai diproses, termasuk izin supervisor
      *> bila ini proses ulang; izin yang sudah dipakai dikosongkan.
        0950-CATAT-REGISTER.
            ADD 1 WS-URUT-AKHIR GIVING GREG-URUT.
            MOVE WS-HDR-SUMBER TO GREG-SUMBER.
            MOVE WS-HDR-TANGGAL TO GREG-TANGGAL.
            MOVE WS-TRL-JUMLAH TO GREG-JUMLAH.
            MOVE WS-TRL-HASH TO GREG-HASH.
            MOVE FUNCTION CURRENT-DATE(1:14) TO GREG-TIMESTAMP.
            MOVE WS-TOTAL-PROSES TO GREG-PROSES.
            MOVE WS-TOTAL-TOLAK TO GREG-TOLAK.
            MOVE WS-OVR-OPR TO GREG-OVR-OPR.
            MOVE WS-OVR-ALASAN TO GREG-OVR-ALASAN.
            MOVE WS-URUT-ASLI TO GREG-URUT-ASLI.
            WRITE GREG-RECORD
                INVALID KEY
                    DISPLAY "GAGAL MENCATAT GANJILREG.DAT - FILE "
                        "STATUS: " WS-FS-GREG
                    PERFORM 9900-ABEND
            END-WRITE.
            CLOSE GREG-FILE.
            DISPLAY "GANJILIN.DAT TERCATAT DI REGISTER SEBAGAI RUN "
                GREG-URUT.
            IF WS-IZIN-OK EQUAL "Y" THEN
                OPEN OUTPUT OVR-FILE
                CLOSE OVR-FILE
            END-IF.

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

        9850-BERHENTI-GANDA.
            CLOSE ANGKA-FILE.
            CLOSE GREG-FILE.
            MOVE "E" TO WS-JOBLOG-TIPE.
            MOVE 12 TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.
            MOVE 12 TO RETURN-CODE.
            STOP RUN.

        9900-ABEND.
            MOVE "E" TO WS-JOBLOG-TIPE.
            MOVE 16 TO WS-KODE-KONDISI.

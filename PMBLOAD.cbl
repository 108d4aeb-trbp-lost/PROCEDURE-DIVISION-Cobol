        IDENTIFICATION DIVISION.
        PROGRAM-ID. "PMB LOAD".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PMBIN-FILE ASSIGN TO "PMBIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-PMBIN.
            SELECT PMBOUT-FILE ASSIGN TO "PMBOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-PMBOUT.
            SELECT CHKPT-FILE ASSIGN TO "PMBCKP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CHKPT.
            SELECT STUMAST-FILE ASSIGN TO "STUMAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUMAST-NPM
                ALTERNATE RECORD KEY IS STUMAST-NAMA
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-STUMAST.
            SELECT FAKULTAS-FILE ASSIGN TO "FAKULTAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAKULTAS-KODE
                FILE STATUS IS WS-FS-FAKULTAS.
            SELECT XREF-FILE ASSIGN TO "XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-NPM-LAMA
                FILE STATUS IS WS-FS-XREF.
            SELECT NPMNEXT-FILE ASSIGN TO "NPMNEXT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NPMNXT-KUNCI
                FILE STATUS IS WS-FS-NPMNEXT.
            SELECT ARSIP-FILE ASSIGN TO "STUARSIP.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARSIP-NPM
                FILE STATUS IS WS-FS-ARSIP.
            SELECT HIST-FILE ASSIGN TO "STUHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HIST.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  PMBIN-FILE.
        COPY "PMBREC.cpy".
        FD  PMBOUT-FILE.
        COPY "PMBOUT.cpy".
        FD  CHKPT-FILE.
        COPY "PMBCKP.cpy".
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  FAKULTAS-FILE.
        COPY "FAKULTAS.cpy".
        FD  XREF-FILE.
        COPY "XREFREC.cpy".
        FD  NPMNEXT-FILE.
        COPY "NPMNEXT.cpy".
        FD  ARSIP-FILE.
        COPY "ARSIPREC.cpy".
        FD  HIST-FILE.
        COPY "HISTREC.cpy".
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-PMBIN PIC X(2).
        01 WS-FS-PMBOUT PIC X(2).
        01 WS-FS-CHKPT PIC X(2).
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-FAKULTAS PIC X(2).
        01 WS-FS-XREF PIC X(2).
        01 WS-FS-NPMNEXT PIC X(2).
        01 WS-FS-ARSIP PIC X(2).
        01 WS-FS-HIST PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-EOF-PMBIN PIC X(1) VALUE "N".
        01 WS-EOF-VAL PIC X(1) VALUE "N".
        01 WS-EOF-PMBOUT PIC X(1) VALUE "N".
        01 WS-EOF-HIST PIC X(1) VALUE "N".
        01 WS-VAL-NOMOR PIC 9(8) VALUE ZERO.
        01 WS-HDR-ADA PIC X(1) VALUE "N".
        01 WS-TRL-ADA PIC X(1) VALUE "N".
        01 WS-HDR-TANGGAL PIC 9(8) VALUE ZERO.
        01 WS-HDR-SUMBER PIC X(8) VALUE SPACES.
        01 WS-CNT-DETAIL PIC 9(8) VALUE ZERO.
        01 WS-TRL-JUMLAH PIC 9(8) VALUE ZERO.
        01 WS-TRL-HASH PIC 9(18) VALUE ZERO.
        01 WS-HASH-TOTAL PIC 9(18) VALUE ZERO.
        01 WS-NOMOR-REC PIC 9(8) VALUE ZERO.
        01 WS-NOMOR-DETAIL PIC 9(8) VALUE ZERO.
        01 WS-RESTART-REC PIC 9(8) VALUE ZERO.
        01 WS-INFL-REC PIC 9(8) VALUE ZERO.
        01 WS-INFL-NPM PIC 9(8) VALUE ZERO.
        01 WS-CKP-LAST PIC 9(8) VALUE ZERO.
        01 WS-CKP-TAHAP PIC X(1) VALUE "S".
        01 WS-CKP-REC PIC 9(8) VALUE ZERO.
        01 WS-CKP-NPM PIC 9(8) VALUE ZERO.
        01 WS-CKP-HDR-TANGGAL PIC 9(8) VALUE ZERO.
        01 WS-CKP-HDR-SUMBER PIC X(8) VALUE SPACES.
        01 WS-OUT-NOMOR-AKHIR PIC 9(8) VALUE ZERO.
        01 WS-OUT-TRL-ADA PIC X(1) VALUE "N".
        01 WS-TOTAL-TERIMA PIC 9(8) VALUE ZERO.
        01 WS-TOTAL-TOLAK PIC 9(8) VALUE ZERO.
        01 WS-KODE-TOLAK PIC X(2).
        01 WS-KETERANGAN PIC X(40).
        01 WS-XREF-ADA PIC X(1).
        01 WS-ARSIP-ADA PIC X(1).
        01 WS-NPMNXT-ADA PIC X(1).
        01 WS-URUT-KETEMU PIC X(1).
        01 WS-RIWAYAT-ADA PIC X(1).
        01 WS-REF-GANDA PIC X(1).
        01 WS-IDX-REF PIC 9(4) VALUE ZERO.
        01 WS-TGL-PROSES PIC 9(8).
        01 WS-NPM-BARU PIC 9(8).
        01 WS-NPM-BARU-STRUKTUR REDEFINES WS-NPM-BARU.
           05 WS-NPM-BARU-TAHUN PIC 9(2).
           05 WS-NPM-BARU-FAK PIC 9(2).
           05 WS-NPM-BARU-URUT PIC 9(4).
      *> Nomor pendaftaran setiap record rinci menurut urutan di file,
      *> diisi saat validasi kontrol untuk memeriksa nomor ganda.
        01 WS-TABEL-REF.
           05 WS-REF-ISI PIC 9(10) OCCURS 9999 TIMES.
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.

        PROCEDURE DIVISION.
      *> Pendaftaran massal mahasiswa baru dari file penerimaan PMB.
      *> Setiap record rinci divalidasi dengan aturan yang sama dengan
      *> 3200-DAFTAR-BARU, diberi NPM lewat NPMNEXT.DAT dengan aturan
      *> lewati yang sama (master, XREF, arsip), ditulis ke STUMAST.DAT
      *> dan STUHIST.DAT, lalu dibalas ke PMB di PMBOUT.DAT.
      *> Restart: PMBCKP.DAT dicatat dua tahap per record ("P" setelah
      *> NPM diambil, "S" setelah balasan ditulis) sehingga job yang
      *> gagal di tengah jalan cukup dijalankan ulang tanpa membagikan
      *> NPM dua kali.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0150-VALIDASI-KONTROL.
            PERFORM 0170-PERIKSA-RESTART.
            PERFORM 0180-BUKA-BALASAN.
            PERFORM UNTIL WS-EOF-PMBIN EQUAL "Y"
                READ PMBIN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-PMBIN
                    NOT AT END
                        PERFORM 0200-PROSES-RECORD
                END-READ
            END-PERFORM.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

        0100-BUKA-FILE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TGL-PROSES.
            OPEN INPUT PMBIN-FILE.
            IF WS-FS-PMBIN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA PMBIN.DAT - FILE STATUS: "
                    WS-FS-PMBIN
                PERFORM 9900-ABEND
            END-IF.
            OPEN I-O STUMAST-FILE.
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
            OPEN I-O NPMNEXT-FILE.
            IF WS-FS-NPMNEXT EQUAL "35" THEN
                OPEN OUTPUT NPMNEXT-FILE
                CLOSE NPMNEXT-FILE
                OPEN I-O NPMNEXT-FILE
            END-IF.
            IF WS-FS-NPMNEXT NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA NPMNEXT.DAT - FILE STATUS: "
                    WS-FS-NPMNEXT
                PERFORM 9900-ABEND
            END-IF.
      *> XREF.DAT dan STUARSIP.DAT belum ada bila belum pernah ada
      *> transfer atau arsip; pemeriksaannya dilewati.
            OPEN INPUT XREF-FILE.
            IF WS-FS-XREF EQUAL "00" THEN
                MOVE "Y" TO WS-XREF-ADA
            ELSE
                MOVE "N" TO WS-XREF-ADA
            END-IF.
            OPEN INPUT ARSIP-FILE.
            IF WS-FS-ARSIP EQUAL "00" THEN
                MOVE "Y" TO WS-ARSIP-ADA
            ELSE
                MOVE "N" TO WS-ARSIP-ADA
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
            PERFORM 0110-BACA-CHECKPOINT.

        0110-BACA-CHECKPOINT.
            OPEN INPUT CHKPT-FILE.
            IF WS-FS-CHKPT EQUAL "00" THEN
                READ CHKPT-FILE
                    AT END
                        MOVE ZERO TO WS-RESTART-REC
                    NOT AT END
                        MOVE PMBCKP-LAST-REC TO WS-RESTART-REC
                        MOVE PMBCKP-HDR-TANGGAL TO WS-CKP-HDR-TANGGAL
                        MOVE PMBCKP-HDR-SUMBER TO WS-CKP-HDR-SUMBER
                        IF PMBCKP-LAST-REC > 0 THEN
                            MOVE PMBCKP-TOTAL-TERIMA TO WS-TOTAL-TERIMA
                            MOVE PMBCKP-TOTAL-TOLAK TO WS-TOTAL-TOLAK
                        END-IF
                        IF PMBCKP-LAST-REC > 0 AND
                           PMBCKP-TAHAP EQUAL "P" THEN
                            MOVE PMBCKP-REC-PROSES TO WS-INFL-REC
                            MOVE PMBCKP-NPM TO WS-INFL-NPM
                        END-IF
                END-READ
                CLOSE CHKPT-FILE
            ELSE
                MOVE ZERO TO WS-RESTART-REC
            END-IF.

        0150-VALIDASI-KONTROL.
            PERFORM UNTIL WS-EOF-VAL EQUAL "Y"
                READ PMBIN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-VAL
                    NOT AT END
                        PERFORM 0160-PERIKSA-KONTROL
                END-READ
            END-PERFORM.
            IF WS-HDR-ADA NOT EQUAL "Y" THEN
                DISPLAY "PMBIN.DAT TANPA RECORD HEADER - "
                    "JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TRL-ADA NOT EQUAL "Y" THEN
                DISPLAY "PMBIN.DAT TANPA RECORD TRAILER - "
                    "FILE KEMUNGKINAN TERPOTONG - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TRL-JUMLAH NOT EQUAL WS-CNT-DETAIL THEN
                DISPLAY "JUMLAH RECORD TRAILER " WS-TRL-JUMLAH
                    " TIDAK SAMA DENGAN JUMLAH DIBACA "
                    WS-CNT-DETAIL " - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            IF WS-TRL-HASH NOT EQUAL WS-HASH-TOTAL THEN
                DISPLAY "HASH TOTAL TRAILER TIDAK SAMA DENGAN "
                    "HASH TOTAL NOMOR PENDAFTARAN - JOB DIHENTIKAN"
                PERFORM 9900-ABEND
            END-IF.
            CLOSE PMBIN-FILE.
            OPEN INPUT PMBIN-FILE.
            IF WS-FS-PMBIN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA ULANG PMBIN.DAT - "
                    "FILE STATUS: " WS-FS-PMBIN
                PERFORM 9900-ABEND
            END-IF.

      *> Nomor pendaftaran harus numerik: tanpa itu PMB tidak dapat
      *> mencocokkan balasan, jadi seluruh file ditolak.
        0160-PERIKSA-KONTROL.
            ADD 1 TO WS-VAL-NOMOR.
            EVALUATE TRUE
                WHEN WS-VAL-NOMOR EQUAL 1
                    IF PMB-HDR-TIPE EQUAL "H" THEN
                        MOVE "Y" TO WS-HDR-ADA
                        MOVE PMB-HDR-TANGGAL TO WS-HDR-TANGGAL
                        MOVE PMB-HDR-SUMBER TO WS-HDR-SUMBER
                        DISPLAY "PMBIN.DAT TANGGAL FILE "
                            PMB-HDR-TANGGAL " SUMBER "
                            PMB-HDR-SUMBER
                    ELSE
                        DISPLAY "RECORD PERTAMA PMBIN.DAT BUKAN "
                            "HEADER - JOB DIHENTIKAN"
                        PERFORM 9900-ABEND
                    END-IF
                WHEN WS-TRL-ADA EQUAL "Y"
                    DISPLAY "ADA RECORD SETELAH TRAILER DI "
                        "PMBIN.DAT - JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                WHEN PMB-TRL-TIPE EQUAL "T"
                    MOVE "Y" TO WS-TRL-ADA
                    MOVE PMB-TRL-JUMLAH TO WS-TRL-JUMLAH
                    MOVE PMB-TRL-HASH TO WS-TRL-HASH
                WHEN OTHER
                    ADD 1 TO WS-CNT-DETAIL
                    IF WS-CNT-DETAIL > 9999 THEN
                        DISPLAY "PMBIN.DAT LEBIH DARI 9999 RECORD "
                            "RINCI - BAGI FILE DAN JOB DIHENTIKAN"
                        PERFORM 9900-ABEND
                    END-IF
                    IF PMB-IN-REF IS NOT NUMERIC THEN
                        DISPLAY "NOMOR PENDAFTARAN TIDAK NUMERIK DI "
                            "RECORD " WS-VAL-NOMOR
                            " PMBIN.DAT - JOB DIHENTIKAN"
                        PERFORM 9900-ABEND
                    END-IF
                    MOVE PMB-IN-REF TO WS-REF-ISI(WS-CNT-DETAIL)
                    ADD PMB-IN-REF TO WS-HASH-TOTAL
            END-EVALUATE.

      *> Checkpoint yang tertinggal harus milik file yang sama; file
      *> PMB lain tidak boleh melanjutkan nomor record file lama.
        0170-PERIKSA-RESTART.
            IF WS-RESTART-REC > 0 THEN
                IF WS-CKP-HDR-TANGGAL NOT EQUAL WS-HDR-TANGGAL OR
                   WS-CKP-HDR-SUMBER NOT EQUAL WS-HDR-SUMBER THEN
                    DISPLAY "PMBCKP.DAT MILIK FILE TANGGAL "
                        WS-CKP-HDR-TANGGAL " SUMBER "
                        WS-CKP-HDR-SUMBER
                    DISPLAY "JALANKAN ULANG DENGAN FILE ITU - "
                        "JOB DIHENTIKAN"
                    PERFORM 9900-ABEND
                END-IF
                DISPLAY "RESTART TERDETEKSI - MELEWATI "
                    WS-RESTART-REC " RECORD YANG SUDAH DIPROSES"
                IF WS-INFL-REC > 0 THEN
                    DISPLAY "RECORD " WS-INFL-REC
                        " SEDANG DIPROSES DENGAN NPM " WS-INFL-NPM
                END-IF
            END-IF.

      *> Restart melanjutkan PMBOUT.DAT yang ada; nomor record balasan
      *> terakhir dicatat supaya balasan yang sudah tertulis sebelum
      *> job gagal tidak ditulis dua kali.
        0180-BUKA-BALASAN.
            IF WS-RESTART-REC > 0 THEN
                PERFORM 0185-BACA-BALASAN
                OPEN EXTEND PMBOUT-FILE
                IF WS-FS-PMBOUT NOT EQUAL "00" THEN
                    OPEN OUTPUT PMBOUT-FILE
                    PERFORM 0190-TULIS-HEADER
                END-IF
            ELSE
                OPEN OUTPUT PMBOUT-FILE
                PERFORM 0190-TULIS-HEADER
            END-IF.
            IF WS-FS-PMBOUT NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA PMBOUT.DAT - FILE STATUS: "
                    WS-FS-PMBOUT
                PERFORM 9900-ABEND
            END-IF.

        0185-BACA-BALASAN.
            OPEN INPUT PMBOUT-FILE.
            IF WS-FS-PMBOUT EQUAL "00" THEN
                PERFORM UNTIL WS-EOF-PMBOUT EQUAL "Y"
                    READ PMBOUT-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-PMBOUT
                        NOT AT END
                            EVALUATE PMB-OHDR-TIPE
                                WHEN "H"
                                    CONTINUE
                                WHEN "T"
                                    MOVE "Y" TO WS-OUT-TRL-ADA
                                WHEN OTHER
                                    MOVE PMB-OUT-NOMOR
                                        TO WS-OUT-NOMOR-AKHIR
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE PMBOUT-FILE
            END-IF.

        0190-TULIS-HEADER.
            IF WS-FS-PMBOUT EQUAL "00" THEN
                MOVE SPACES TO PMB-OUT-HDR
                MOVE "H" TO PMB-OHDR-TIPE
                MOVE WS-TGL-PROSES TO PMB-OHDR-TANGGAL
                MOVE WS-HDR-TANGGAL TO PMB-OHDR-TGL-FILE
                MOVE WS-HDR-SUMBER TO PMB-OHDR-SUMBER
                WRITE PMB-OUT-HDR
            END-IF.

        0200-PROSES-RECORD.
            ADD 1 TO WS-NOMOR-REC.
            IF WS-NOMOR-REC > WS-RESTART-REC AND
               WS-NOMOR-REC > 1 AND
               PMB-TRL-TIPE NOT EQUAL "T" THEN
                PERFORM 0210-PROSES-DETAIL
            END-IF.

        0210-PROSES-DETAIL.
            SUBTRACT 1 FROM WS-NOMOR-REC GIVING WS-NOMOR-DETAIL.
            MOVE ZERO TO WS-NPM-BARU.
            MOVE "00" TO WS-KODE-TOLAK.
            PERFORM 0220-VALIDASI-DETAIL.
            IF WS-KODE-TOLAK EQUAL "00" THEN
                PERFORM 0300-DAFTARKAN
            END-IF.
            PERFORM 0400-TULIS-BALASAN.
            IF WS-KODE-TOLAK EQUAL "00" THEN
                ADD 1 TO WS-TOTAL-TERIMA
            ELSE
                ADD 1 TO WS-TOTAL-TOLAK
            END-IF.
            MOVE WS-NOMOR-REC TO WS-CKP-LAST.
            MOVE "S" TO WS-CKP-TAHAP.
            MOVE ZERO TO WS-CKP-REC.
            MOVE ZERO TO WS-CKP-NPM.
            PERFORM 0600-TULIS-CHECKPOINT.

      *> Aturan yang sama dengan 3200-DAFTAR-BARU: tahun angkatan
      *> bukan 00, fakultas terdaftar, aktif dan sudah berlaku untuk
      *> tahun itu; ditambah nama tidak boleh kosong dan nomor
      *> pendaftaran tidak boleh muncul dua kali dalam satu file.
        0220-VALIDASI-DETAIL.
            PERFORM 0230-CARI-GANDA.
            EVALUATE TRUE
                WHEN WS-REF-GANDA EQUAL "Y"
                    MOVE "05" TO WS-KODE-TOLAK
                WHEN PMB-IN-TAHUN IS NOT NUMERIC
                    MOVE "01" TO WS-KODE-TOLAK
                WHEN PMB-IN-TAHUN EQUAL ZERO
                    MOVE "01" TO WS-KODE-TOLAK
                WHEN PMB-IN-FAKULTAS IS NOT NUMERIC
                    MOVE "02" TO WS-KODE-TOLAK
                WHEN OTHER
                    MOVE PMB-IN-FAKULTAS TO FAKULTAS-KODE
                    READ FAKULTAS-FILE
                        INVALID KEY
                            MOVE "02" TO WS-KODE-TOLAK
                        NOT INVALID KEY
                            IF FAKULTAS-AKTIF NOT EQUAL "A" OR
                               PMB-IN-TAHUN < FAKULTAS-TAHUN-MULAI
                            THEN
                                MOVE "03" TO WS-KODE-TOLAK
                            END-IF
                    END-READ
            END-EVALUATE.
            IF WS-KODE-TOLAK EQUAL "00" AND
               PMB-IN-NAMA EQUAL SPACES THEN
                MOVE "04" TO WS-KODE-TOLAK
            END-IF.

        0230-CARI-GANDA.
            MOVE "N" TO WS-REF-GANDA.
            PERFORM 0235-BANDING-REF
                VARYING WS-IDX-REF FROM 1 BY 1
                UNTIL WS-IDX-REF NOT < WS-NOMOR-DETAIL OR
                      WS-REF-GANDA EQUAL "Y".

        0235-BANDING-REF.
            IF WS-REF-ISI(WS-IDX-REF) EQUAL PMB-IN-REF THEN
                MOVE "Y" TO WS-REF-GANDA
            END-IF.

      *> NPM yang sudah diambil untuk record yang sedang diproses saat
      *> job gagal dipakai lagi; nomor baru hanya diambil bila belum.
        0300-DAFTARKAN.
            IF WS-NOMOR-REC EQUAL WS-INFL-REC AND
               WS-INFL-NPM > ZERO THEN
                MOVE WS-INFL-NPM TO WS-NPM-BARU
                DISPLAY "RESTART: NPM " WS-NPM-BARU
                    " DIPAKAI ULANG UNTUK RECORD " WS-NOMOR-REC
            ELSE
                MOVE PMB-IN-TAHUN TO WS-NPM-BARU-TAHUN
                MOVE PMB-IN-FAKULTAS TO WS-NPM-BARU-FAK
                PERFORM 0500-AMBIL-URUT-BARU
                IF WS-NPM-BARU-URUT EQUAL ZERO THEN
                    MOVE "06" TO WS-KODE-TOLAK
                    MOVE ZERO TO WS-NPM-BARU
                END-IF
            END-IF.
            IF WS-KODE-TOLAK EQUAL "00" THEN
                SUBTRACT 1 FROM WS-NOMOR-REC GIVING WS-CKP-LAST
                MOVE "P" TO WS-CKP-TAHAP
                MOVE WS-NOMOR-REC TO WS-CKP-REC
                MOVE WS-NPM-BARU TO WS-CKP-NPM
                PERFORM 0600-TULIS-CHECKPOINT
                PERFORM 0310-TULIS-MASTER
            END-IF.

      *> Pada restart, master dengan NPM dan nama yang sama berarti
      *> record ini sudah tertulis sebelum job gagal; riwayatnya
      *> hanya ditulis bila belum ada di STUHIST.DAT.
        0310-TULIS-MASTER.
            MOVE WS-NPM-BARU TO STUMAST-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    PERFORM 0320-SIMPAN-MASTER
                NOT INVALID KEY
                    IF WS-NOMOR-REC EQUAL WS-INFL-REC AND
                       STUMAST-NAMA EQUAL PMB-IN-NAMA THEN
                        PERFORM 0340-CARI-RIWAYAT
                        IF WS-RIWAYAT-ADA NOT EQUAL "Y" THEN
                            PERFORM 0330-TULIS-RIWAYAT
                        END-IF
                    ELSE
                        MOVE "07" TO WS-KODE-TOLAK
                        MOVE ZERO TO WS-NPM-BARU
                    END-IF
            END-READ.

        0320-SIMPAN-MASTER.
            MOVE WS-NPM-BARU TO STUMAST-NPM.
            MOVE PMB-IN-NAMA TO STUMAST-NAMA.
            MOVE WS-TGL-PROSES TO STUMAST-TGL-INPUT.
            MOVE WS-TGL-PROSES TO STUMAST-TGL-UPDATE.
            MOVE "A" TO STUMAST-STATUS.
            WRITE STUMAST-RECORD
                INVALID KEY
                    MOVE "07" TO WS-KODE-TOLAK
                    MOVE ZERO TO WS-NPM-BARU
                NOT INVALID KEY
                    PERFORM 0330-TULIS-RIWAYAT
            END-WRITE.

      *> Dicatat seperti pendaftaran dari menu supaya STURECOV dapat
      *> memutar ulang pendaftaran massal ini.
        0330-TULIS-RIWAYAT.
            MOVE STUMAST-NPM TO HIST-NPM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
            MOVE "DAFTAR BARU" TO HIST-AKSI.
            MOVE SPACES TO HIST-NAMA-LAMA.
            MOVE STUMAST-NAMA TO HIST-NAMA-BARU.
            MOVE SPACES TO HIST-STATUS-LAMA.
            MOVE STUMAST-STATUS TO HIST-STATUS-BARU.
            MOVE "PMBLOAD" TO HIST-OPERATOR.
            MOVE STUMAST-TGL-UPDATE TO HIST-TGL-UPDATE.
            WRITE HIST-RECORD.

        0340-CARI-RIWAYAT.
            MOVE "N" TO WS-RIWAYAT-ADA.
            MOVE "N" TO WS-EOF-HIST.
            CLOSE HIST-FILE.
            OPEN INPUT HIST-FILE.
            IF WS-FS-HIST EQUAL "00" THEN
                PERFORM UNTIL WS-EOF-HIST EQUAL "Y"
                    READ HIST-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-HIST
                        NOT AT END
                            IF HIST-NPM EQUAL WS-NPM-BARU AND
                               HIST-AKSI EQUAL "DAFTAR BARU" THEN
                                MOVE "Y" TO WS-RIWAYAT-ADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.
            OPEN EXTEND HIST-FILE.
            IF WS-FS-HIST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA ULANG STUHIST.DAT - "
                    "FILE STATUS: " WS-FS-HIST
                PERFORM 9900-ABEND
            END-IF.

        0400-TULIS-BALASAN.
            IF WS-NOMOR-DETAIL EQUAL WS-OUT-NOMOR-AKHIR THEN
                DISPLAY "RESTART: BALASAN RECORD " WS-NOMOR-DETAIL
                    " SUDAH ADA DI PMBOUT.DAT"
            ELSE
                PERFORM 0410-TEKS-ALASAN
                MOVE SPACES TO PMB-OUT-RECORD
                MOVE PMB-IN-REF TO PMB-OUT-REF
                MOVE WS-NOMOR-DETAIL TO PMB-OUT-NOMOR
                MOVE WS-NPM-BARU TO PMB-OUT-NPM
                MOVE WS-KODE-TOLAK TO PMB-OUT-KODE
                MOVE WS-KETERANGAN TO PMB-OUT-KETERANGAN
                WRITE PMB-OUT-RECORD
            END-IF.

        0410-TEKS-ALASAN.
            EVALUATE WS-KODE-TOLAK
                WHEN "00"
                    MOVE "DITERIMA" TO WS-KETERANGAN
                WHEN "01"
                    MOVE "TAHUN ANGKATAN TIDAK SAH" TO WS-KETERANGAN
                WHEN "02"
                    MOVE "FAKULTAS TIDAK TERDAFTAR" TO WS-KETERANGAN
                WHEN "03"
                    MOVE "FAKULTAS TIDAK AKTIF UNTUK TAHUN ITU"
                        TO WS-KETERANGAN
                WHEN "04"
                    MOVE "NAMA KOSONG" TO WS-KETERANGAN
                WHEN "05"
                    MOVE "NOMOR PENDAFTARAN GANDA DI FILE"
                        TO WS-KETERANGAN
                WHEN "06"
                    MOVE "NOMOR URUT NPM HABIS" TO WS-KETERANGAN
                WHEN OTHER
                    MOVE "GAGAL MENULIS MASTER" TO WS-KETERANGAN
            END-EVALUATE.

      *> Ambil nomor urut NPM berikutnya untuk tahun+fakultas di
      *> WS-NPM-BARU; hasil di WS-NPM-BARU-URUT (0 = tidak ada yang
      *> bebas). Aturan lewati sama dengan 3050-AMBIL-URUT-BARU di
      *> menu: calon yang sudah ada di master, pernah dipakai sebagai
      *> NPM lama di XREF.DAT, atau milik alumni terarsip dilewati.
        0500-AMBIL-URUT-BARU.
            MOVE WS-NPM-BARU-TAHUN TO NPMNXT-TAHUN.
            MOVE WS-NPM-BARU-FAK TO NPMNXT-FAKULTAS.
            MOVE "N" TO WS-NPMNXT-ADA.
            MOVE 1 TO WS-NPM-BARU-URUT.
            READ NPMNEXT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-NPMNXT-ADA
                    IF NPMNXT-URUT-BERIKUT > ZERO THEN
                        MOVE NPMNXT-URUT-BERIKUT TO WS-NPM-BARU-URUT
                    END-IF
            END-READ.
            MOVE "N" TO WS-URUT-KETEMU.
            PERFORM 0510-COBA-URUT
                UNTIL WS-URUT-KETEMU EQUAL "Y" OR
                      WS-NPM-BARU-URUT EQUAL ZERO.
            IF WS-URUT-KETEMU EQUAL "Y" THEN
                COMPUTE NPMNXT-URUT-BERIKUT = WS-NPM-BARU-URUT + 1
                    ON SIZE ERROR
                        MOVE ZERO TO NPMNXT-URUT-BERIKUT
                END-COMPUTE
                IF WS-NPMNXT-ADA EQUAL "Y" THEN
                    REWRITE NPMNXT-RECORD
                ELSE
                    WRITE NPMNXT-RECORD
                END-IF
            END-IF.

        0510-COBA-URUT.
            MOVE WS-NPM-BARU TO STUMAST-NPM.
            READ STUMAST-FILE
                INVALID KEY
                    PERFORM 0520-PERIKSA-XREF
                NOT INVALID KEY
                    PERFORM 0540-URUT-BERIKUT
            END-READ.

        0520-PERIKSA-XREF.
            IF WS-XREF-ADA NOT EQUAL "Y" THEN
                PERFORM 0530-PERIKSA-ARSIP
            ELSE
                MOVE WS-NPM-BARU TO XREF-NPM-LAMA
                READ XREF-FILE
                    INVALID KEY
                        PERFORM 0530-PERIKSA-ARSIP
                    NOT INVALID KEY
                        PERFORM 0540-URUT-BERIKUT
                END-READ
            END-IF.

        0530-PERIKSA-ARSIP.
            IF WS-ARSIP-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-URUT-KETEMU
            ELSE
                MOVE WS-NPM-BARU TO ARSIP-NPM
                READ ARSIP-FILE
                    INVALID KEY
                        MOVE "Y" TO WS-URUT-KETEMU
                    NOT INVALID KEY
                        PERFORM 0540-URUT-BERIKUT
                END-READ
            END-IF.

        0540-URUT-BERIKUT.
            IF WS-NPM-BARU-URUT EQUAL 9999 THEN
                MOVE ZERO TO WS-NPM-BARU-URUT
            ELSE
                ADD 1 TO WS-NPM-BARU-URUT
            END-IF.

        0600-TULIS-CHECKPOINT.
            OPEN OUTPUT CHKPT-FILE.
            IF WS-FS-CHKPT NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA PMBCKP.DAT - FILE STATUS: "
                    WS-FS-CHKPT
                PERFORM 9900-ABEND
            END-IF.
            MOVE WS-CKP-LAST TO PMBCKP-LAST-REC.
            MOVE WS-CKP-TAHAP TO PMBCKP-TAHAP.
            MOVE WS-CKP-REC TO PMBCKP-REC-PROSES.
            MOVE WS-CKP-NPM TO PMBCKP-NPM.
            MOVE WS-TOTAL-TERIMA TO PMBCKP-TOTAL-TERIMA.
            MOVE WS-TOTAL-TOLAK TO PMBCKP-TOTAL-TOLAK.
            MOVE WS-HDR-TANGGAL TO PMBCKP-HDR-TANGGAL.
            MOVE WS-HDR-SUMBER TO PMBCKP-HDR-SUMBER.
            WRITE PMBCKP-RECORD.
            CLOSE CHKPT-FILE.

        0900-TUTUP-FILE.
            CLOSE PMBIN-FILE.
            IF WS-OUT-TRL-ADA NOT EQUAL "Y" THEN
                MOVE SPACES TO PMB-OUT-TRL
                MOVE "T" TO PMB-OTRL-TIPE
                MOVE WS-CNT-DETAIL TO PMB-OTRL-JUMLAH
                MOVE WS-TOTAL-TERIMA TO PMB-OTRL-TERIMA
                MOVE WS-TOTAL-TOLAK TO PMB-OTRL-TOLAK
                WRITE PMB-OUT-TRL
            END-IF.
            CLOSE PMBOUT-FILE.
            CLOSE STUMAST-FILE.
            CLOSE FAKULTAS-FILE.
            CLOSE NPMNEXT-FILE.
            IF WS-XREF-ADA EQUAL "Y" THEN
                CLOSE XREF-FILE
            END-IF.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                CLOSE ARSIP-FILE
            END-IF.
            CLOSE HIST-FILE.
            DISPLAY "TOTAL RECORD RINCI     : " WS-CNT-DETAIL.
            DISPLAY "TOTAL DIBERI NPM       : " WS-TOTAL-TERIMA.
            DISPLAY "TOTAL DITOLAK          : " WS-TOTAL-TOLAK.
            MOVE ZERO TO WS-CKP-LAST.
            MOVE "S" TO WS-CKP-TAHAP.
            MOVE ZERO TO WS-CKP-REC.
            MOVE ZERO TO WS-CKP-NPM.
            MOVE ZERO TO WS-HDR-TANGGAL.
            MOVE SPACES TO WS-HDR-SUMBER.
            PERFORM 0600-TULIS-CHECKPOINT.

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "PMBLOAD" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-DETAIL TO JOBLOG-BACA.
            MOVE WS-TOTAL-TERIMA TO JOBLOG-TULIS.
            MOVE WS-TOTAL-TOLAK TO JOBLOG-TOLAK.
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

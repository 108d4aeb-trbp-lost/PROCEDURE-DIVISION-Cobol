        IDENTIFICATION DIVISION.
        PROGRAM-ID. "DUPLIKAT MAHASISWA".
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
            SELECT KERJA-FILE ASSIGN TO "DUPLKERJA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KERJA-KUNCI
                FILE STATUS IS WS-FS-KERJA.
            SELECT LAPORAN-FILE ASSIGN TO "DUPLRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
      *> File kerja: satu record per mahasiswa, berkunci nama yang
      *> sudah dinormalkan (huruf dan angka saja) + NPM, sehingga
      *> nama yang hanya beda spasi/tanda baca terbaca berdampingan.
      *> Dibuat ulang setiap kali job jalan.
        FD  KERJA-FILE.
        01  KERJA-RECORD.
            05  KERJA-KUNCI.
                10  KERJA-NORMAL    PIC X(32).
                10  KERJA-NPM       PIC 9(8).
            05  KERJA-NAMA          PIC X(32).
            05  KERJA-STATUS        PIC X(1).
            05  KERJA-TGL-INPUT     PIC 9(8).
            05  KERJA-TGL-UPDATE    PIC 9(8).
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-KERJA PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-EOF-KERJA PIC X(1) VALUE "N".
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(8) VALUE ZERO.
        01 WS-CNT-KOSONG PIC 9(8) VALUE ZERO.
        01 WS-CNT-SAMA-PERSIS PIC 9(6) VALUE ZERO.
        01 WS-CNT-SAMA-NORMAL PIC 9(6) VALUE ZERO.
        01 WS-CNT-ANGGOTA PIC 9(8) VALUE ZERO.
        01 WS-NAMA-KERJA PIC X(32).
        01 WS-NAMA-NORMAL PIC X(32).
        01 WS-HURUF PIC X(1).
        01 WS-POS PIC 9(2).
        01 WS-POS-NORMAL PIC 9(2).
        01 WS-NPM PIC 9(8).
        01 WS-NPM-STRUKTUR REDEFINES WS-NPM.
           05 WS-NPM-TAHUN PIC 9(2).
           05 WS-NPM-FAKULTAS PIC 9(2).
           05 WS-NPM-URUT PIC 9(4).
        01 WS-NORMAL-KELOMPOK PIC X(32).
        01 WS-JENIS-KELOMPOK PIC X(32).
        01 WS-BEDA-FAKULTAS PIC X(1).
        01 WS-IDX PIC 9(3).
      *> Anggota satu kelompok ditahan di tabel sampai kunci
      *> normal berganti; kelompok berisi satu mahasiswa tidak
      *> dicetak. Anggota di atas 99 hanya dihitung.
        01 WS-CNT-GRUP PIC 9(6).
        01 WS-TABEL-GRUP.
           05 WS-GRUP-BARIS OCCURS 99 TIMES.
              10 WS-GRUP-NPM PIC 9(8).
              10 WS-GRUP-NPM-STRUKTUR REDEFINES WS-GRUP-NPM.
                 15 FILLER PIC 9(2).
                 15 WS-GRUP-FAKULTAS PIC 9(2).
                 15 FILLER PIC 9(4).
              10 WS-GRUP-NAMA PIC X(32).
              10 WS-GRUP-STATUS PIC X(1).
              10 WS-GRUP-TGL-INPUT PIC 9(8).
              10 WS-GRUP-TGL-UPDATE PIC 9(8).

      *> Laporan calon mahasiswa ganda (satu orang dengan dua NPM).
      *> Master dibaca urut kunci alternatif STUMAST-NAMA; setiap nama
      *> dinormalkan (huruf kecil jadi besar, spasi dan tanda baca
      *> dibuang) lalu dikelompokkan lewat file kerja. Kelompok
      *> dengan nama persis sama dibedakan dari yang hanya sama
      *> setelah normalisasi. Pasangan yang sudah dipastikan sama
      *> digabung supervisor lewat menu 6 aksi GABUNG NPM.
        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            MOVE LOW-VALUES TO STUMAST-NAMA.
            START STUMAST-FILE KEY IS NOT LESS THAN STUMAST-NAMA
                INVALID KEY
                    MOVE "Y" TO WS-EOF-MASTER
            END-START.
            PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                READ STUMAST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-MASTER
                    NOT AT END
                        PERFORM 0200-CATAT-KERJA
                END-READ
            END-PERFORM.
            CLOSE KERJA-FILE.
            OPEN INPUT KERJA-FILE.
            IF WS-FS-KERJA NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA DUPLKERJA.DAT - FILE STATUS: "
                    WS-FS-KERJA
                PERFORM 9900-ABEND
            END-IF.
            PERFORM 0500-CETAK-JUDUL.
            MOVE ZERO TO WS-CNT-GRUP.
            MOVE SPACES TO WS-NORMAL-KELOMPOK.
            PERFORM UNTIL WS-EOF-KERJA EQUAL "Y"
                READ KERJA-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-KERJA
                    NOT AT END
                        PERFORM 0300-KUMPULKAN
                END-READ
            END-PERFORM.
            PERFORM 0400-CETAK-KELOMPOK.
            PERFORM 0600-CETAK-TOTAL.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

        0100-BUKA-FILE.
            OPEN INPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
            OPEN OUTPUT KERJA-FILE.
            IF WS-FS-KERJA NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA DUPLKERJA.DAT - FILE STATUS: "
                    WS-FS-KERJA
                PERFORM 9900-ABEND
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA DUPLRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.

      *> Nama yang kosong setelah dinormalkan (hanya spasi/tanda
      *> baca) tidak bisa dibandingkan dan tidak ikut dikelompokkan.
        0200-CATAT-KERJA.
            ADD 1 TO WS-CNT-BACA.
            PERFORM 0210-NORMALKAN-NAMA.
            IF WS-NAMA-NORMAL EQUAL SPACES THEN
                ADD 1 TO WS-CNT-KOSONG
            ELSE
                MOVE WS-NAMA-NORMAL TO KERJA-NORMAL
                MOVE STUMAST-NPM TO KERJA-NPM
                MOVE STUMAST-NAMA TO KERJA-NAMA
                MOVE STUMAST-STATUS TO KERJA-STATUS
                MOVE STUMAST-TGL-INPUT TO KERJA-TGL-INPUT
                MOVE STUMAST-TGL-UPDATE TO KERJA-TGL-UPDATE
                WRITE KERJA-RECORD
                    INVALID KEY
                        DISPLAY "GAGAL MENULIS DUPLKERJA.DAT NPM "
                            STUMAST-NPM " - FILE STATUS: " WS-FS-KERJA
                        PERFORM 9900-ABEND
                END-WRITE
            END-IF.

        0210-NORMALKAN-NAMA.
            MOVE STUMAST-NAMA TO WS-NAMA-KERJA.
            INSPECT WS-NAMA-KERJA CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE SPACES TO WS-NAMA-NORMAL.
            MOVE ZERO TO WS-POS-NORMAL.
            PERFORM 0220-SALIN-HURUF
                VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 32.

        0220-SALIN-HURUF.
            MOVE WS-NAMA-KERJA(WS-POS:1) TO WS-HURUF.
            IF (WS-HURUF IS ALPHABETIC AND WS-HURUF NOT EQUAL SPACE)
               OR WS-HURUF IS NUMERIC THEN
                ADD 1 TO WS-POS-NORMAL
                MOVE WS-HURUF TO WS-NAMA-NORMAL(WS-POS-NORMAL:1)
            END-IF.

        0300-KUMPULKAN.
            IF KERJA-NORMAL NOT EQUAL WS-NORMAL-KELOMPOK THEN
                PERFORM 0400-CETAK-KELOMPOK
                MOVE KERJA-NORMAL TO WS-NORMAL-KELOMPOK
                MOVE ZERO TO WS-CNT-GRUP
            END-IF.
            ADD 1 TO WS-CNT-GRUP.
            IF WS-CNT-GRUP NOT > 99 THEN
                MOVE KERJA-NPM TO WS-GRUP-NPM(WS-CNT-GRUP)
                MOVE KERJA-NAMA TO WS-GRUP-NAMA(WS-CNT-GRUP)
                MOVE KERJA-STATUS TO WS-GRUP-STATUS(WS-CNT-GRUP)
                MOVE KERJA-TGL-INPUT TO WS-GRUP-TGL-INPUT(WS-CNT-GRUP)
                MOVE KERJA-TGL-UPDATE
                    TO WS-GRUP-TGL-UPDATE(WS-CNT-GRUP)
            END-IF.

      *> Kelompok "NAMA SAMA PERSIS" bila semua anggota bernama sama
      *> dengan anggota pertama; selain itu kelompok hanya sama
      *> setelah spasi/tanda baca dibuang. Tanda "*" di judul bila
      *> anggota kelompok tersebar di lebih dari satu fakultas.
        0400-CETAK-KELOMPOK.
            IF WS-CNT-GRUP NOT < 2 THEN
                PERFORM 0405-CETAK-ISI-KELOMPOK
            END-IF.

        0405-CETAK-ISI-KELOMPOK.
            MOVE "NAMA SAMA PERSIS" TO WS-JENIS-KELOMPOK.
            MOVE "N" TO WS-BEDA-FAKULTAS.
            MOVE WS-GRUP-NPM(1) TO WS-NPM.
            PERFORM 0410-BANDING-ANGGOTA
                VARYING WS-IDX FROM 2 BY 1
                UNTIL WS-IDX > WS-CNT-GRUP OR WS-IDX > 99.
            IF WS-JENIS-KELOMPOK EQUAL "NAMA SAMA PERSIS" THEN
                ADD 1 TO WS-CNT-SAMA-PERSIS
            ELSE
                ADD 1 TO WS-CNT-SAMA-NORMAL
            END-IF.
            ADD WS-CNT-GRUP TO WS-CNT-ANGGOTA.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            IF WS-BEDA-FAKULTAS EQUAL "Y" THEN
                STRING "* " WS-JENIS-KELOMPOK " : " WS-NORMAL-KELOMPOK
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
            ELSE
                STRING "  " WS-JENIS-KELOMPOK " : " WS-NORMAL-KELOMPOK
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
            END-IF.
            PERFORM 0540-TULIS-BARIS.
            PERFORM 0420-CETAK-ANGGOTA
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CNT-GRUP OR WS-IDX > 99.
            IF WS-CNT-GRUP > 99 THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "    ... KELOMPOK BERISI " WS-CNT-GRUP
                    " RECORD, HANYA 99 PERTAMA DICETAK"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0540-TULIS-BARIS
            END-IF.

        0410-BANDING-ANGGOTA.
            IF WS-GRUP-NAMA(WS-IDX) NOT EQUAL WS-GRUP-NAMA(1) THEN
                MOVE "NAMA SAMA SETELAH NORMALISASI"
                    TO WS-JENIS-KELOMPOK
            END-IF.
            IF WS-GRUP-FAKULTAS(WS-IDX) NOT EQUAL WS-NPM-FAKULTAS THEN
                MOVE "Y" TO WS-BEDA-FAKULTAS
            END-IF.

        0420-CETAK-ANGGOTA.
            MOVE WS-GRUP-NPM(WS-IDX) TO WS-NPM.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "    " WS-NPM " " WS-NPM-FAKULTAS "  "
                WS-GRUP-STATUS(WS-IDX) "  "
                WS-GRUP-TGL-INPUT(WS-IDX) " "
                WS-GRUP-TGL-UPDATE(WS-IDX) " "
                WS-GRUP-NAMA(WS-IDX)
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.

        0500-CETAK-JUDUL.
            MOVE "----------CALON MAHASISWA GANDA----------"
                TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TANGGAL PROSES " FUNCTION CURRENT-DATE(1:8)
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE "(* = ANGGOTA KELOMPOK DI LEBIH DARI SATU FAKULTAS)"
                TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE "    NPM      FK  ST TGL-INPT TGL-UPDT NAMA"
                TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.

        0600-CETAK-TOTAL.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL RECORD MASTER DIBACA      : " WS-CNT-BACA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "NAMA KOSONG (TIDAK DIBANDINGKAN): " WS-CNT-KOSONG
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "KELOMPOK NAMA SAMA PERSIS       : "
                WS-CNT-SAMA-PERSIS
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "KELOMPOK SAMA STLH NORMALISASI  : "
                WS-CNT-SAMA-NORMAL
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "RECORD DALAM KELOMPOK           : " WS-CNT-ANGGOTA
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0540-TULIS-BARIS.

        0540-TULIS-BARIS.
            WRITE LAPORAN-RECORD.
            ADD 1 TO WS-CNT-TULIS.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            CLOSE KERJA-FILE.
            CLOSE LAPORAN-FILE.
            DISPLAY "PEMERIKSAAN GANDA SELESAI. RECORD DIBACA: "
                WS-CNT-BACA " KELOMPOK: " WS-CNT-SAMA-PERSIS
                " SAMA PERSIS, " WS-CNT-SAMA-NORMAL " NORMALISASI.".

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "STUDUPL" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-BACA TO JOBLOG-BACA.
            MOVE WS-CNT-TULIS TO JOBLOG-TULIS.
            MOVE ZERO TO JOBLOG-TOLAK.
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

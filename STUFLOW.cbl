        IDENTIFICATION DIVISION.
        PROGRAM-ID. "ARUS MAHASISWA".
        AUTHOR. Tengku Revino Buana Putra.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUMAST-FILE ASSIGN TO "STUMAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STUMAST-NPM
                ALTERNATE RECORD KEY IS STUMAST-NAMA
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-STUMAST.
            SELECT HIST-FILE ASSIGN TO "STUHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HIST.
            SELECT XREF-FILE ASSIGN TO "XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-NPM-LAMA
                FILE STATUS IS WS-FS-XREF.
            SELECT ARSIP-FILE ASSIGN TO "STUARSIP.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARSIP-NPM
                FILE STATUS IS WS-FS-ARSIP.
            SELECT FAKULTAS-FILE ASSIGN TO "FAKULTAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAKULTAS-KODE
                FILE STATUS IS WS-FS-FAKULTAS.
            SELECT LAPORAN-FILE ASSIGN TO "FLOWRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAPORAN.
            SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOBLOG.
        DATA DIVISION.
        FILE SECTION.
        FD  STUMAST-FILE.
        COPY "STUMAST.cpy".
        FD  HIST-FILE.
        COPY "HISTREC.cpy".
        FD  XREF-FILE.
        COPY "XREFREC.cpy".
        FD  ARSIP-FILE.
        COPY "ARSIPREC.cpy".
        FD  FAKULTAS-FILE.
        COPY "FAKULTAS.cpy".
        FD  LAPORAN-FILE.
        01  LAPORAN-RECORD PIC X(80).
        FD  JOBLOG-FILE.
        COPY "JOBLOG.cpy".
        WORKING-STORAGE SECTION.
        01 WS-FS-STUMAST PIC X(2).
        01 WS-FS-HIST PIC X(2).
        01 WS-FS-XREF PIC X(2).
        01 WS-FS-ARSIP PIC X(2).
        01 WS-FS-FAKULTAS PIC X(2).
        01 WS-FS-LAPORAN PIC X(2).
        01 WS-FS-JOBLOG PIC X(2).
        01 WS-HIST-ADA PIC X(1) VALUE "N".
        01 WS-XREF-ADA PIC X(1) VALUE "N".
        01 WS-ARSIP-ADA PIC X(1) VALUE "N".
        01 WS-FAKULTAS-ADA PIC X(1) VALUE "N".
        01 WS-EOF-MASTER PIC X(1) VALUE "N".
        01 WS-EOF-HIST PIC X(1) VALUE "N".
        01 WS-JOBLOG-TIPE PIC X(1).
        01 WS-KODE-KONDISI PIC 9(4) VALUE ZERO.
        01 WS-PERIODE-AWAL PIC 9(8) VALUE ZERO.
        01 WS-PERIODE-AKHIR PIC 9(8) VALUE ZERO.
        01 WS-TS-AWAL PIC 9(14).
        01 WS-TS-AKHIR PIC 9(14).
        01 WS-CNT-BACA PIC 9(8) VALUE ZERO.
        01 WS-CNT-TULIS PIC 9(8) VALUE ZERO.
        01 WS-CNT-MASTER PIC 9(8) VALUE ZERO.
        01 WS-CNT-HIST PIC 9(8) VALUE ZERO.
        01 WS-CNT-SEBELUM PIC 9(8) VALUE ZERO.
        01 WS-CNT-PERIODE PIC 9(8) VALUE ZERO.
        01 WS-CNT-SESUDAH PIC 9(8) VALUE ZERO.
        01 WS-CNT-TEMUAN PIC 9(8) VALUE ZERO.
        01 WS-CNT-PSG-TAKTAHU PIC 9(6) VALUE ZERO.
        01 WS-NPM PIC 9(8).
        01 WS-NPM-STRUKTUR REDEFINES WS-NPM.
           05 WS-NPM-TAHUN PIC 9(2).
           05 WS-NPM-FAKULTAS PIC 9(2).
           05 WS-NPM-URUT PIC 9(4).
        01 WS-NPM-TUJUAN PIC 9(8).
        01 WS-NPM-TUJUAN-STRUKTUR REDEFINES WS-NPM-TUJUAN.
           05 WS-TUJUAN-TAHUN PIC 9(2).
           05 WS-TUJUAN-FAKULTAS PIC 9(2).
           05 WS-TUJUAN-URUT PIC 9(4).
        01 WS-IDX-FAK PIC 9(3).
        01 WS-IDX-KE PIC 9(3).
        01 WS-IDX-ST PIC 9(1).
        01 WS-IDX-LAMA PIC 9(1).
        01 WS-IDX-BARU PIC 9(1).
        01 WS-IDX-KAT PIC 9(2).
        01 WS-IDX PIC 9(3).
        01 WS-STATUS-CARI PIC X(1).
        01 WS-STATUS-ARSIP PIC X(1).
      *> Jenis pengaruh satu record riwayat pada jumlah mahasiswa:
      *> "+" masuk, "-" keluar, "U" pindah status dalam fakultas,
      *> "?" aksi tidak dikenal (tidak dihitung, dilaporkan).
        01 WS-JENIS PIC X(1).
        01 WS-KATEGORI PIC 9(2).
        01 WS-NAMA-FAKULTAS PIC X(24).
        01 WS-KODE-FAK-CETAK PIC 9(2).
        01 WS-KODE-FAK-ASAL PIC 9(2).
        01 WS-TOTAL-AWAL PIC S9(8).
        01 WS-TOTAL-AKHIR PIC S9(8).
        01 WS-TOTAL-MASUK PIC S9(8).
        01 WS-TOTAL-KELUAR PIC S9(8).
        01 WS-TOTAL-HITUNG PIC S9(8).
        01 WS-CETAK-A PIC -(7)9.
        01 WS-CETAK-B PIC -(7)9.
        01 WS-CETAK-C PIC -(7)9.
        01 WS-CETAK-D PIC -(7)9.
        01 WS-FAK-ADA-ISI PIC X(1).
      *> Per fakultas (indeks = kode + 1) dan status (indeks 1-6 =
      *> A N C L K lainnya): WS-TUTUP = jumlah pada akhir periode,
      *> WS-GESER = perubahan bersih selama periode, WS-GERAK =
      *> jumlah record riwayat per kategori gerak (lihat 0310).
        01 WS-TABEL-POSISI.
           05 WS-POS-FAK OCCURS 100 TIMES.
              10 WS-TUTUP PIC S9(7) OCCURS 6 TIMES.
              10 WS-GESER PIC S9(7) OCCURS 6 TIMES.
              10 WS-GERAK PIC 9(6) OCCURS 11 TIMES.
        01 WS-TABEL-TOTAL.
           05 WS-TOT-TUTUP PIC S9(7) OCCURS 6 TIMES.
           05 WS-TOT-GESER PIC S9(7) OCCURS 6 TIMES.
           05 WS-TOT-GERAK PIC 9(6) OCCURS 11 TIMES.
      *> Transfer fakultas asal (baris) ke tujuan (kolom).
        01 WS-TABEL-PASANGAN.
           05 WS-PSG-DARI OCCURS 100 TIMES.
              10 WS-PSG-KE PIC 9(5) OCCURS 100 TIMES.
      *> Perubahan status dari HR (STATAPLY), status lama ke baru.
        01 WS-TABEL-STATUS-HR.
           05 WS-HR-DARI OCCURS 6 TIMES.
              10 WS-HR-KE PIC 9(6) OCCURS 6 TIMES.
        01 WS-KODE-STATUS-TEKS PIC X(6) VALUE "ANCLK?".
        01 WS-KODE-STATUS REDEFINES WS-KODE-STATUS-TEKS.
           05 WS-KODE-ST PIC X(1) OCCURS 6 TIMES.
        01 WS-NAMA-KATEGORI-TEKS.
           05 FILLER PIC X(24) VALUE "+ DAFTAR BARU".
           05 FILLER PIC X(24) VALUE "+ TRANSFER MASUK".
           05 FILLER PIC X(24) VALUE "- TRANSFER KELUAR".
           05 FILLER PIC X(24) VALUE "- GABUNG NPM GANDA".
           05 FILLER PIC X(24) VALUE "- HAPUS".
           05 FILLER PIC X(24) VALUE "- ARSIP LULUS".
           05 FILLER PIC X(24) VALUE "- ARSIP KELUAR".
           05 FILLER PIC X(24) VALUE "- ARSIP STATUS LAIN".
           05 FILLER PIC X(24) VALUE "  NONAKTIF".
           05 FILLER PIC X(24) VALUE "  AKTIF KEMBALI".
           05 FILLER PIC X(24) VALUE "  PERUBAHAN STATUS HR".
        01 WS-NAMA-KATEGORI REDEFINES WS-NAMA-KATEGORI-TEKS.
           05 WS-KATEGORI-TEKS PIC X(24) OCCURS 11 TIMES.
      *> Baris cetak jumlah per status.
        01 WS-BARIS-STATUS.
           05 WS-BRS-LABEL PIC X(10).
           05 WS-BRS-SEL OCCURS 7 TIMES.
              10 WS-BRS-KODE PIC X(2).
              10 WS-BRS-ANGKA PIC -(6)9.
              10 FILLER PIC X(1).
        01 WS-NILAI-STATUS.
           05 WS-NILAI PIC S9(7) OCCURS 6 TIMES.

      *> Laporan arus mahasiswa untuk satu periode tanggal. Jumlah
      *> akhir periode dihitung dari master saat ini dikurangi
      *> perubahan di STUHIST.DAT sesudah periode; jumlah awal = akhir
      *> dikurangi perubahan selama periode. Gerak dikelompokkan per
      *> jenis aksi riwayat; tujuan transfer diambil dari XREF.DAT dan
      *> status alumni dari STUARSIP.DAT. Setiap fakultas ditutup
      *> dengan bukti awal + masuk - keluar = akhir. Jumlah awal yang
      *> negatif berarti riwayat tidak lengkap dan dilaporkan sebagai
      *> temuan (kondisi 0008), begitu juga aksi riwayat tak dikenal.
      *> Periode 0 = awal bulan berjalan s/d hari ini, sehingga job
      *> dapat dijadwalkan di NIGHTRUN dengan masukan "0 0".
        PROCEDURE DIVISION.
        0000-UTAMA.
            PERFORM 9700-CATAT-MULAI.
            PERFORM 0100-BUKA-FILE.
            PERFORM 0150-TERIMA-PERIODE.
            PERFORM UNTIL WS-EOF-MASTER EQUAL "Y"
                READ STUMAST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-MASTER
                    NOT AT END
                        PERFORM 0200-HITUNG-MASTER
                END-READ
            END-PERFORM.
            IF WS-HIST-ADA NOT EQUAL "Y" THEN
                MOVE "Y" TO WS-EOF-HIST
            END-IF.
            PERFORM UNTIL WS-EOF-HIST EQUAL "Y"
                READ HIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-HIST
                    NOT AT END
                        PERFORM 0300-PERIKSA-RIWAYAT
                END-READ
            END-PERFORM.
            PERFORM 0500-CETAK-LAPORAN.
            PERFORM 0900-TUTUP-FILE.
            PERFORM 9800-CATAT-SELESAI.
            STOP RUN.

      *> STUMAST.DAT wajib ada. STUHIST.DAT, XREF.DAT, STUARSIP.DAT
      *> dan FAKULTAS.DAT yang belum pernah dibuat diperlakukan
      *> kosong (tidak ada gerak / tujuan dan status tidak diketahui).
        0100-BUKA-FILE.
            OPEN INPUT STUMAST-FILE.
            IF WS-FS-STUMAST NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA STUMAST.DAT - FILE STATUS: "
                    WS-FS-STUMAST
                PERFORM 9900-ABEND
            END-IF.
            OPEN INPUT HIST-FILE.
            IF WS-FS-HIST EQUAL "00" THEN
                MOVE "Y" TO WS-HIST-ADA
            ELSE
                IF WS-FS-HIST NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA STUHIST.DAT - FILE STATUS: "
                        WS-FS-HIST
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT XREF-FILE.
            IF WS-FS-XREF EQUAL "00" THEN
                MOVE "Y" TO WS-XREF-ADA
            ELSE
                IF WS-FS-XREF NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA XREF.DAT - FILE STATUS: "
                        WS-FS-XREF
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT ARSIP-FILE.
            IF WS-FS-ARSIP EQUAL "00" THEN
                MOVE "Y" TO WS-ARSIP-ADA
            ELSE
                IF WS-FS-ARSIP NOT EQUAL "35" THEN
                    DISPLAY "GAGAL MEMBUKA STUARSIP.DAT - FILE STATUS: "
                        WS-FS-ARSIP
                    PERFORM 9900-ABEND
                END-IF
            END-IF.
            OPEN INPUT FAKULTAS-FILE.
            IF WS-FS-FAKULTAS EQUAL "00" THEN
                MOVE "Y" TO WS-FAKULTAS-ADA
            ELSE
                DISPLAY "FAKULTAS.DAT TIDAK TERSEDIA - NAMA FAKULTAS "
                    "TIDAK DICETAK"
            END-IF.
            OPEN OUTPUT LAPORAN-FILE.
            IF WS-FS-LAPORAN NOT EQUAL "00" THEN
                DISPLAY "GAGAL MEMBUKA FLOWRPT.DAT - FILE STATUS: "
                    WS-FS-LAPORAN
                PERFORM 9900-ABEND
            END-IF.
            MOVE ZERO TO WS-TABEL-POSISI.
            MOVE ZERO TO WS-TABEL-TOTAL.
            MOVE ZERO TO WS-TABEL-PASANGAN.
            MOVE ZERO TO WS-TABEL-STATUS-HR.

        0150-TERIMA-PERIODE.
            DISPLAY "PERIODE AWAL (YYYYMMDD, 0=AWAL BULAN INI): "
                WITH NO ADVANCING.
            ACCEPT WS-PERIODE-AWAL.
            DISPLAY "PERIODE AKHIR (YYYYMMDD, 0=HARI INI): "
                WITH NO ADVANCING.
            ACCEPT WS-PERIODE-AKHIR.
            IF WS-PERIODE-AKHIR EQUAL ZERO THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIODE-AKHIR
            END-IF.
            IF WS-PERIODE-AWAL EQUAL ZERO THEN
                MOVE FUNCTION CURRENT-DATE(1:6)
                    TO WS-PERIODE-AWAL(1:6)
                MOVE "01" TO WS-PERIODE-AWAL(7:2)
            END-IF.
            IF WS-PERIODE-AWAL > WS-PERIODE-AKHIR THEN
                DISPLAY "PERIODE AWAL " WS-PERIODE-AWAL
                    " SESUDAH PERIODE AKHIR " WS-PERIODE-AKHIR
                PERFORM 9900-ABEND
            END-IF.
            COMPUTE WS-TS-AWAL = WS-PERIODE-AWAL * 1000000.
            COMPUTE WS-TS-AKHIR = WS-PERIODE-AKHIR * 1000000 + 235959.

        0200-HITUNG-MASTER.
            ADD 1 TO WS-CNT-BACA.
            ADD 1 TO WS-CNT-MASTER.
            MOVE STUMAST-NPM TO WS-NPM.
            COMPUTE WS-IDX-FAK = WS-NPM-FAKULTAS + 1.
            MOVE STUMAST-STATUS TO WS-STATUS-CARI.
            PERFORM 0250-INDEKS-STATUS.
            ADD 1 TO WS-TUTUP(WS-IDX-FAK, WS-IDX-ST).

        0250-INDEKS-STATUS.
            EVALUATE WS-STATUS-CARI
                WHEN "A"
                    MOVE 1 TO WS-IDX-ST
                WHEN "N"
                    MOVE 2 TO WS-IDX-ST
                WHEN "C"
                    MOVE 3 TO WS-IDX-ST
                WHEN "L"
                    MOVE 4 TO WS-IDX-ST
                WHEN "K"
                    MOVE 5 TO WS-IDX-ST
                WHEN OTHER
                    MOVE 6 TO WS-IDX-ST
            END-EVALUATE.

      *> Riwayat sebelum periode tidak mempengaruhi apa pun (sudah
      *> tercakup dalam jumlah awal). Riwayat sesudah periode dibalik
      *> dari jumlah master saat ini; riwayat dalam periode dicatat
      *> sebagai gerak.
        0300-PERIKSA-RIWAYAT.
            ADD 1 TO WS-CNT-BACA.
            ADD 1 TO WS-CNT-HIST.
            IF HIST-TIMESTAMP < WS-TS-AWAL THEN
                ADD 1 TO WS-CNT-SEBELUM
            ELSE
                PERFORM 0310-JENIS-RIWAYAT
                IF HIST-TIMESTAMP > WS-TS-AKHIR THEN
                    ADD 1 TO WS-CNT-SESUDAH
                    PERFORM 0400-BALIK-SESUDAH
                ELSE
                    ADD 1 TO WS-CNT-PERIODE
                    PERFORM 0450-CATAT-GERAK
                END-IF
            END-IF.

        0310-JENIS-RIWAYAT.
            MOVE HIST-NPM TO WS-NPM.
            COMPUTE WS-IDX-FAK = WS-NPM-FAKULTAS + 1.
            MOVE HIST-STATUS-LAMA TO WS-STATUS-CARI.
            PERFORM 0250-INDEKS-STATUS.
            MOVE WS-IDX-ST TO WS-IDX-LAMA.
            MOVE HIST-STATUS-BARU TO WS-STATUS-CARI.
            PERFORM 0250-INDEKS-STATUS.
            MOVE WS-IDX-ST TO WS-IDX-BARU.
            MOVE ZERO TO WS-KATEGORI.
            EVALUATE HIST-AKSI
                WHEN "DAFTAR BARU"
                    MOVE "+" TO WS-JENIS
                    MOVE 1 TO WS-KATEGORI
                WHEN "TRANSFER MASUK"
                    MOVE "+" TO WS-JENIS
                    MOVE 2 TO WS-KATEGORI
                WHEN "TRANSFER KELUAR"
                    MOVE "-" TO WS-JENIS
                    MOVE 3 TO WS-KATEGORI
                WHEN "GABUNG KELUAR"
                    MOVE "-" TO WS-JENIS
                    MOVE 4 TO WS-KATEGORI
                WHEN "HAPUS"
                    MOVE "-" TO WS-JENIS
                    MOVE 5 TO WS-KATEGORI
                WHEN "ARSIP"
                    MOVE "-" TO WS-JENIS
                    MOVE 6 TO WS-KATEGORI
                WHEN "NONAKTIF"
                    MOVE "U" TO WS-JENIS
                    MOVE 9 TO WS-KATEGORI
                WHEN "AKTIF KEMBALI"
                    MOVE "U" TO WS-JENIS
                    MOVE 10 TO WS-KATEGORI
                WHEN "STATUS HR"
                    MOVE "U" TO WS-JENIS
                    MOVE 11 TO WS-KATEGORI
                WHEN "UBAH NAMA"
                WHEN "GABUNG MASUK"
                    MOVE "U" TO WS-JENIS
                WHEN OTHER
                    MOVE "?" TO WS-JENIS
            END-EVALUATE.

        0400-BALIK-SESUDAH.
            EVALUATE WS-JENIS
                WHEN "+"
                    SUBTRACT 1 FROM WS-TUTUP(WS-IDX-FAK, WS-IDX-BARU)
                WHEN "-"
                    ADD 1 TO WS-TUTUP(WS-IDX-FAK, WS-IDX-LAMA)
                WHEN "U"
                    SUBTRACT 1 FROM WS-TUTUP(WS-IDX-FAK, WS-IDX-BARU)
                    ADD 1 TO WS-TUTUP(WS-IDX-FAK, WS-IDX-LAMA)
                WHEN OTHER
                    PERFORM 0480-AKSI-TIDAK-DIKENAL
            END-EVALUATE.

        0450-CATAT-GERAK.
            EVALUATE WS-JENIS
                WHEN "+"
                    ADD 1 TO WS-GESER(WS-IDX-FAK, WS-IDX-BARU)
                WHEN "-"
                    SUBTRACT 1 FROM WS-GESER(WS-IDX-FAK, WS-IDX-LAMA)
                WHEN "U"
                    SUBTRACT 1 FROM WS-GESER(WS-IDX-FAK, WS-IDX-LAMA)
                    ADD 1 TO WS-GESER(WS-IDX-FAK, WS-IDX-BARU)
                WHEN OTHER
                    PERFORM 0480-AKSI-TIDAK-DIKENAL
            END-EVALUATE.
            IF WS-KATEGORI EQUAL 3 THEN
                PERFORM 0460-CARI-TUJUAN-TRANSFER
            END-IF.
            IF WS-KATEGORI EQUAL 6 THEN
                PERFORM 0470-JENIS-ARSIP
            END-IF.
            IF WS-KATEGORI EQUAL 11 THEN
                ADD 1 TO WS-HR-KE(WS-IDX-LAMA, WS-IDX-BARU)
            END-IF.
            IF WS-KATEGORI > ZERO THEN
                ADD 1 TO WS-GERAK(WS-IDX-FAK, WS-KATEGORI)
            END-IF.

      *> Fakultas tujuan = fakultas NPM baru di XREF.DAT untuk NPM
      *> yang keluar karena transfer.
        0460-CARI-TUJUAN-TRANSFER.
            IF WS-XREF-ADA NOT EQUAL "Y" THEN
                ADD 1 TO WS-CNT-PSG-TAKTAHU
            ELSE
                MOVE HIST-NPM TO XREF-NPM-LAMA
                READ XREF-FILE
                    INVALID KEY
                        ADD 1 TO WS-CNT-PSG-TAKTAHU
                    NOT INVALID KEY
                        MOVE XREF-NPM-BARU TO WS-NPM-TUJUAN
                        COMPUTE WS-IDX-KE = WS-TUJUAN-FAKULTAS + 1
                        ADD 1 TO WS-PSG-KE(WS-IDX-FAK, WS-IDX-KE)
                END-READ
            END-IF.

      *> Status alumni diambil dari STUARSIP.DAT bila ada, selain itu
      *> dari citra sebelum di riwayat.
        0470-JENIS-ARSIP.
            MOVE HIST-STATUS-LAMA TO WS-STATUS-ARSIP.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                MOVE HIST-NPM TO ARSIP-NPM
                READ ARSIP-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ARSIP-STATUS TO WS-STATUS-ARSIP
                END-READ
            END-IF.
            EVALUATE WS-STATUS-ARSIP
                WHEN "L"
                    MOVE 6 TO WS-KATEGORI
                WHEN "K"
                    MOVE 7 TO WS-KATEGORI
                WHEN OTHER
                    MOVE 8 TO WS-KATEGORI
            END-EVALUATE.

        0480-AKSI-TIDAK-DIKENAL.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TEMUAN: AKSI RIWAYAT TIDAK DIKENAL '" HIST-AKSI
                "' NPM " HIST-NPM " " HIST-TIMESTAMP
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            ADD 1 TO WS-CNT-TEMUAN.

        0500-CETAK-LAPORAN.
            MOVE "----------ARUS MAHASISWA----------" TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "PERIODE " WS-PERIODE-AWAL " S/D " WS-PERIODE-AKHIR
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE "(A=AKTIF N=NONAKTIF C=CUTI L=LULUS K=KELUAR ?=LAIN "
                TO LAPORAN-RECORD.
            MOVE "T=TOTAL)" TO LAPORAN-RECORD(52:8).
            PERFORM 0590-TULIS-BARIS.
            PERFORM 0510-CETAK-FAKULTAS
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100.
            PERFORM 0540-CETAK-TOTAL.
            PERFORM 0550-CETAK-PASANGAN.
            PERFORM 0560-CETAK-STATUS-HR.
            PERFORM 0580-CETAK-RINGKASAN.

        0510-CETAK-FAKULTAS.
            MOVE "N" TO WS-FAK-ADA-ISI.
            PERFORM 0511-PERIKSA-ISI
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            PERFORM 0512-PERIKSA-GERAK
                VARYING WS-IDX-KAT FROM 1 BY 1 UNTIL WS-IDX-KAT > 11.
            IF WS-FAK-ADA-ISI EQUAL "Y" THEN
                PERFORM 0520-CETAK-ISI-FAKULTAS
            END-IF.

        0511-PERIKSA-ISI.
            IF WS-TUTUP(WS-IDX, WS-IDX-ST) NOT EQUAL ZERO OR
               WS-GESER(WS-IDX, WS-IDX-ST) NOT EQUAL ZERO THEN
                MOVE "Y" TO WS-FAK-ADA-ISI
            END-IF.

        0512-PERIKSA-GERAK.
            IF WS-GERAK(WS-IDX, WS-IDX-KAT) NOT EQUAL ZERO THEN
                MOVE "Y" TO WS-FAK-ADA-ISI
            END-IF.

        0520-CETAK-ISI-FAKULTAS.
            COMPUTE WS-KODE-FAK-CETAK = WS-IDX - 1.
            PERFORM 0530-CARI-NAMA-FAKULTAS.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "FAKULTAS " WS-KODE-FAK-CETAK " " WS-NAMA-FAKULTAS
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            PERFORM 0521-AMBIL-AWAL
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            MOVE "  AWAL" TO WS-BRS-LABEL.
            PERFORM 0600-CETAK-BARIS-STATUS.
            MOVE WS-TOTAL-HITUNG TO WS-TOTAL-AWAL.
            PERFORM 0522-CETAK-GERAK
                VARYING WS-IDX-KAT FROM 1 BY 1 UNTIL WS-IDX-KAT > 11.
            PERFORM 0523-AMBIL-AKHIR
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            MOVE "  AKHIR" TO WS-BRS-LABEL.
            PERFORM 0600-CETAK-BARIS-STATUS.
            MOVE WS-TOTAL-HITUNG TO WS-TOTAL-AKHIR.
            COMPUTE WS-TOTAL-MASUK = WS-GERAK(WS-IDX, 1)
                + WS-GERAK(WS-IDX, 2).
            COMPUTE WS-TOTAL-KELUAR = WS-GERAK(WS-IDX, 3)
                + WS-GERAK(WS-IDX, 4) + WS-GERAK(WS-IDX, 5)
                + WS-GERAK(WS-IDX, 6) + WS-GERAK(WS-IDX, 7)
                + WS-GERAK(WS-IDX, 8).
            PERFORM 0610-CETAK-BUKTI.

      *> Jumlah awal = akhir - perubahan bersih selama periode;
      *> sekaligus diakumulasi ke total semua fakultas.
        0521-AMBIL-AWAL.
            COMPUTE WS-NILAI(WS-IDX-ST) = WS-TUTUP(WS-IDX, WS-IDX-ST)
                - WS-GESER(WS-IDX, WS-IDX-ST).
            ADD WS-TUTUP(WS-IDX, WS-IDX-ST) TO WS-TOT-TUTUP(WS-IDX-ST).
            ADD WS-GESER(WS-IDX, WS-IDX-ST) TO WS-TOT-GESER(WS-IDX-ST).
            IF WS-NILAI(WS-IDX-ST) < ZERO THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "  TEMUAN: JUMLAH AWAL STATUS "
                    WS-KODE-ST(WS-IDX-ST)
                    " NEGATIF - RIWAYAT TIDAK LENGKAP"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0590-TULIS-BARIS
                ADD 1 TO WS-CNT-TEMUAN
            END-IF.

        0522-CETAK-GERAK.
            ADD WS-GERAK(WS-IDX, WS-IDX-KAT)
                TO WS-TOT-GERAK(WS-IDX-KAT).
            IF WS-GERAK(WS-IDX, WS-IDX-KAT) NOT EQUAL ZERO THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "    " WS-KATEGORI-TEKS(WS-IDX-KAT) ": "
                    WS-GERAK(WS-IDX, WS-IDX-KAT)
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0590-TULIS-BARIS
            END-IF.

        0523-AMBIL-AKHIR.
            MOVE WS-TUTUP(WS-IDX, WS-IDX-ST) TO WS-NILAI(WS-IDX-ST).

        0530-CARI-NAMA-FAKULTAS.
            IF WS-FAKULTAS-ADA EQUAL "Y" THEN
                MOVE WS-KODE-FAK-CETAK TO FAKULTAS-KODE
                READ FAKULTAS-FILE
                    INVALID KEY
                        MOVE "(TIDAK TERDAFTAR)" TO WS-NAMA-FAKULTAS
                    NOT INVALID KEY
                        MOVE FAKULTAS-NAMA TO WS-NAMA-FAKULTAS
                END-READ
            ELSE
                MOVE SPACES TO WS-NAMA-FAKULTAS
            END-IF.

        0540-CETAK-TOTAL.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE "SEMUA FAKULTAS" TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            PERFORM 0541-AMBIL-TOTAL-AWAL
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            MOVE "  AWAL" TO WS-BRS-LABEL.
            PERFORM 0600-CETAK-BARIS-STATUS.
            MOVE WS-TOTAL-HITUNG TO WS-TOTAL-AWAL.
            PERFORM 0542-CETAK-TOTAL-GERAK
                VARYING WS-IDX-KAT FROM 1 BY 1 UNTIL WS-IDX-KAT > 11.
            PERFORM 0543-AMBIL-TOTAL-AKHIR
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            MOVE "  AKHIR" TO WS-BRS-LABEL.
            PERFORM 0600-CETAK-BARIS-STATUS.
            MOVE WS-TOTAL-HITUNG TO WS-TOTAL-AKHIR.
            COMPUTE WS-TOTAL-MASUK = WS-TOT-GERAK(1) + WS-TOT-GERAK(2).
            COMPUTE WS-TOTAL-KELUAR = WS-TOT-GERAK(3) + WS-TOT-GERAK(4)
                + WS-TOT-GERAK(5) + WS-TOT-GERAK(6) + WS-TOT-GERAK(7)
                + WS-TOT-GERAK(8).
            PERFORM 0610-CETAK-BUKTI.

        0541-AMBIL-TOTAL-AWAL.
            COMPUTE WS-NILAI(WS-IDX-ST) = WS-TOT-TUTUP(WS-IDX-ST)
                - WS-TOT-GESER(WS-IDX-ST).

        0542-CETAK-TOTAL-GERAK.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "    " WS-KATEGORI-TEKS(WS-IDX-KAT) ": "
                WS-TOT-GERAK(WS-IDX-KAT)
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.

        0543-AMBIL-TOTAL-AKHIR.
            MOVE WS-TOT-TUTUP(WS-IDX-ST) TO WS-NILAI(WS-IDX-ST).

        0550-CETAK-PASANGAN.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE "TRANSFER ANTAR FAKULTAS (ASAL -> TUJUAN):"
                TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            PERFORM 0551-CETAK-BARIS-ASAL
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100.
            IF WS-CNT-PSG-TAKTAHU > ZERO THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "  TUJUAN TIDAK DITEMUKAN DI XREF.DAT : "
                    WS-CNT-PSG-TAKTAHU
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0590-TULIS-BARIS
            END-IF.

        0551-CETAK-BARIS-ASAL.
            PERFORM 0552-CETAK-PASANGAN
                VARYING WS-IDX-KE FROM 1 BY 1 UNTIL WS-IDX-KE > 100.

        0552-CETAK-PASANGAN.
            IF WS-PSG-KE(WS-IDX, WS-IDX-KE) > ZERO THEN
                COMPUTE WS-KODE-FAK-ASAL = WS-IDX - 1
                COMPUTE WS-KODE-FAK-CETAK = WS-IDX-KE - 1
                MOVE SPACES TO LAPORAN-RECORD
                STRING "  FAKULTAS " WS-KODE-FAK-ASAL " -> "
                    WS-KODE-FAK-CETAK " : "
                    WS-PSG-KE(WS-IDX, WS-IDX-KE)
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0590-TULIS-BARIS
            END-IF.

        0560-CETAK-STATUS-HR.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE "PERUBAHAN STATUS DARI HR (LAMA -> BARU):"
                TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            PERFORM 0561-CETAK-BARIS-HR
                VARYING WS-IDX-LAMA FROM 1 BY 1 UNTIL WS-IDX-LAMA > 6.

        0561-CETAK-BARIS-HR.
            PERFORM 0562-CETAK-SEL-HR
                VARYING WS-IDX-BARU FROM 1 BY 1 UNTIL WS-IDX-BARU > 6.

        0562-CETAK-SEL-HR.
            IF WS-HR-KE(WS-IDX-LAMA, WS-IDX-BARU) > ZERO THEN
                MOVE SPACES TO LAPORAN-RECORD
                STRING "  STATUS " WS-KODE-ST(WS-IDX-LAMA) " -> "
                    WS-KODE-ST(WS-IDX-BARU) " : "
                    WS-HR-KE(WS-IDX-LAMA, WS-IDX-BARU)
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                PERFORM 0590-TULIS-BARIS
            END-IF.

        0580-CETAK-RINGKASAN.
            MOVE SPACES TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "RECORD MASTER DIBACA      : " WS-CNT-MASTER
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "RIWAYAT DIBACA            : " WS-CNT-HIST
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SEBELUM PERIODE         : " WS-CNT-SEBELUM
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  DALAM PERIODE           : " WS-CNT-PERIODE
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "  SESUDAH PERIODE (DIBALIK): " WS-CNT-SESUDAH
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.
            MOVE SPACES TO LAPORAN-RECORD.
            STRING "TOTAL TEMUAN              : " WS-CNT-TEMUAN
                DELIMITED BY SIZE INTO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.

        0590-TULIS-BARIS.
            WRITE LAPORAN-RECORD.
            ADD 1 TO WS-CNT-TULIS.

      *> Cetak WS-NILAI(1-6) dan totalnya (hasil di WS-TOTAL-HITUNG)
      *> dengan label di WS-BRS-LABEL.
        0600-CETAK-BARIS-STATUS.
            MOVE ZERO TO WS-TOTAL-HITUNG.
            PERFORM 0601-ISI-SEL
                VARYING WS-IDX-ST FROM 1 BY 1 UNTIL WS-IDX-ST > 6.
            MOVE "T:" TO WS-BRS-KODE(7).
            MOVE WS-TOTAL-HITUNG TO WS-BRS-ANGKA(7).
            MOVE WS-BARIS-STATUS TO LAPORAN-RECORD.
            PERFORM 0590-TULIS-BARIS.

        0601-ISI-SEL.
            MOVE SPACES TO WS-BRS-KODE(WS-IDX-ST).
            MOVE WS-KODE-ST(WS-IDX-ST) TO WS-BRS-KODE(WS-IDX-ST)(1:1).
            MOVE ":" TO WS-BRS-KODE(WS-IDX-ST)(2:1).
            MOVE WS-NILAI(WS-IDX-ST) TO WS-BRS-ANGKA(WS-IDX-ST).
            ADD WS-NILAI(WS-IDX-ST) TO WS-TOTAL-HITUNG.

      *> Bukti: awal + masuk - keluar harus sama dengan akhir. Gerak
      *> status (nonaktif, aktif kembali, status HR) tidak mengubah
      *> total fakultas.
        0610-CETAK-BUKTI.
            MOVE WS-TOTAL-AWAL TO WS-CETAK-A.
            MOVE WS-TOTAL-MASUK TO WS-CETAK-B.
            MOVE WS-TOTAL-KELUAR TO WS-CETAK-C.
            MOVE WS-TOTAL-AKHIR TO WS-CETAK-D.
            MOVE SPACES TO LAPORAN-RECORD.
            IF WS-TOTAL-AWAL + WS-TOTAL-MASUK - WS-TOTAL-KELUAR
               EQUAL WS-TOTAL-AKHIR THEN
                STRING "  BUKTI:" WS-CETAK-A " +" WS-CETAK-B " -"
                    WS-CETAK-C " =" WS-CETAK-D " COCOK"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
            ELSE
                STRING "  BUKTI:" WS-CETAK-A " +" WS-CETAK-B " -"
                    WS-CETAK-C " <>" WS-CETAK-D " TIDAK COCOK"
                    DELIMITED BY SIZE INTO LAPORAN-RECORD
                ADD 1 TO WS-CNT-TEMUAN
            END-IF.
            PERFORM 0590-TULIS-BARIS.

        0900-TUTUP-FILE.
            CLOSE STUMAST-FILE.
            IF WS-HIST-ADA EQUAL "Y" THEN
                CLOSE HIST-FILE
            END-IF.
            IF WS-XREF-ADA EQUAL "Y" THEN
                CLOSE XREF-FILE
            END-IF.
            IF WS-ARSIP-ADA EQUAL "Y" THEN
                CLOSE ARSIP-FILE
            END-IF.
            IF WS-FAKULTAS-ADA EQUAL "Y" THEN
                CLOSE FAKULTAS-FILE
            END-IF.
            CLOSE LAPORAN-FILE.
            DISPLAY "ARUS MAHASISWA SELESAI. PERIODE " WS-PERIODE-AWAL
                " S/D " WS-PERIODE-AKHIR ", " WS-CNT-TEMUAN " TEMUAN.".

        9600-TULIS-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG NOT EQUAL "00" THEN
                OPEN OUTPUT JOBLOG-FILE
                CLOSE JOBLOG-FILE
                OPEN EXTEND JOBLOG-FILE
            END-IF.
            MOVE "STUFLOW" TO JOBLOG-NAMA-JOB.
            MOVE WS-JOBLOG-TIPE TO JOBLOG-TIPE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO JOBLOG-TIMESTAMP.
            MOVE WS-CNT-BACA TO JOBLOG-BACA.
            MOVE WS-CNT-TULIS TO JOBLOG-TULIS.
            MOVE WS-CNT-TEMUAN TO JOBLOG-TOLAK.
            MOVE WS-KODE-KONDISI TO JOBLOG-KONDISI.
            WRITE JOBLOG-RECORD.
            CLOSE JOBLOG-FILE.

        9700-CATAT-MULAI.
            MOVE "S" TO WS-JOBLOG-TIPE.
            MOVE ZERO TO WS-KODE-KONDISI.
            PERFORM 9600-TULIS-JOBLOG.

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

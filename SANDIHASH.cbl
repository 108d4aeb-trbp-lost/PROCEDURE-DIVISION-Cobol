        IDENTIFICATION DIVISION.
        PROGRAM-ID. SANDIHASH.
        AUTHOR. Tengku Revino Buana Putra.
      *> Ubah sandi operator menjadi angka sidik 18 digit yang
      *> disimpan di OPR-SANDI-HASH; sandi aslinya tidak pernah
      *> disimpan. ID operator ikut dicampur sehingga sandi yang sama
      *> milik dua operator menghasilkan sidik berbeda. Dipanggil
      *> oleh menu (sign-on, ganti/reset sandi) dan program konversi
      *> OPERATOR.DAT; semua harus memakai rumus yang sama.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-GABUNG PIC X(24).
        01 WS-H1 PIC 9(9).
        01 WS-H2 PIC 9(9).
        01 WS-KERJA PIC 9(15).
        01 WS-BAGI PIC 9(15).
        01 WS-KODE PIC 9(3).
        01 WS-POS PIC 9(2).
        01 WS-PUTARAN PIC 9(1).
        LINKAGE SECTION.
        01 LK-OPR-ID PIC X(8).
        01 LK-SANDI PIC X(16).
        01 LK-HASH PIC 9(18).

        PROCEDURE DIVISION USING LK-OPR-ID LK-SANDI LK-HASH.
        0000-UTAMA.
            PERFORM 1-SANDIHASH.
            GOBACK.

        1-SANDIHASH.
            MOVE LK-OPR-ID TO WS-GABUNG(1:8).
            MOVE LK-SANDI TO WS-GABUNG(9:16).
            MOVE 5381 TO WS-H1.
            MOVE 52711 TO WS-H2.
            PERFORM 2-PUTARAN
                VARYING WS-PUTARAN FROM 1 BY 1 UNTIL WS-PUTARAN > 3.
            COMPUTE LK-HASH = WS-H1 * 1000000000 + WS-H2.

        2-PUTARAN.
            PERFORM 3-ACAK
                VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 24.

        3-ACAK.
            MOVE FUNCTION ORD(WS-GABUNG(WS-POS:1)) TO WS-KODE.
            COMPUTE WS-KERJA = WS-H1 * 131 + WS-KODE + WS-POS.
            DIVIDE WS-KERJA BY 999999937 GIVING WS-BAGI
                REMAINDER WS-H1.
            COMPUTE WS-KERJA = WS-H2 * 257 + WS-KODE * WS-PUTARAN
                + WS-H1.
            DIVIDE WS-KERJA BY 999999893 GIVING WS-BAGI
                REMAINDER WS-H2.

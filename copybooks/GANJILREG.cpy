      *> Layout register file GANJILIN.DAT yang sudah selesai diproses
      *> (GANJILREG.DAT), ditulis GANJILBATCH di akhir run normal.
      *> GREG-URUT = nomor run (kunci utama, naik satu per run).
      *> GREG-KUNCI = identitas file: sumber dan tanggal header,
      *> jumlah record dan hash total trailer. File yang kuncinya
      *> sudah terdaftar ditolak dengan kondisi 0012 kecuali ada
      *> override supervisor di GANJILOVR.DAT; run override dicatat
      *> dengan GREG-OVR-OPR, alasan dan nomor run aslinya.
        01  GREG-RECORD.
            05  GREG-URUT           PIC 9(6).
            05  GREG-KUNCI.
                10  GREG-SUMBER     PIC X(8).
                10  GREG-TANGGAL    PIC 9(8).
                10  GREG-JUMLAH     PIC 9(8).
                10  GREG-HASH       PIC S9(38) SIGN IS LEADING
                                        SEPARATE.
            05  GREG-TIMESTAMP      PIC 9(14).
            05  GREG-PROSES         PIC 9(8).
            05  GREG-TOLAK          PIC 9(8).
            05  GREG-OVR-OPR        PIC X(8).
            05  GREG-OVR-ALASAN     PIC X(30).
            05  GREG-URUT-ASLI      PIC 9(6).

      *> Layout file pengakuan dari HR atas file STUEXPRT.DAT
      *> (HRACK.DAT). Per nomor urut satu record "A" berisi jumlah
      *> record rinci yang diterima dan yang berhasil dimuat HR,
      *> diikuti nol atau lebih record "R" untuk NPM yang ditolak HR
      *> beserta kode alasan HR. Satu HRACK.DAT boleh berisi pengakuan
      *> beberapa nomor urut berturut-turut.
        01  HRACK-RECORD.
            05  HRACK-TIPE          PIC X(1).
            05  HRACK-URUT          PIC 9(6).
            05  HRACK-TGL-MUAT      PIC 9(8).
            05  HRACK-TERIMA        PIC 9(8).
            05  HRACK-MUAT          PIC 9(8).
        01  HRACK-TOLAK-RECORD.
            05  HRACK-TLK-TIPE      PIC X(1).
            05  HRACK-TLK-URUT      PIC 9(6).
            05  HRACK-TLK-NPM       PIC 9(8).
            05  HRACK-TLK-ALASAN    PIC X(2).
            05  HRACK-TLK-KETERANGAN PIC X(30).

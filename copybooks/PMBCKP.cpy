      *> Layout record checkpoint restart untuk job PMBLOAD.
      *> PMBCKP-LAST-REC = record terakhir yang selesai penuh.
      *> PMBCKP-TAHAP "P" berarti record PMBCKP-REC-PROSES sedang
      *> diproses dengan NPM PMBCKP-NPM yang sudah diambil dari
      *> NPMNEXT.DAT; saat restart NPM itu dipakai lagi, bukan
      *> diambil baru, supaya tidak ada NPM yang terbagi dua kali.
      *> Tanggal dan sumber header memastikan restart memakai file
      *> PMBIN.DAT yang sama.
        01  PMBCKP-RECORD.
            05  PMBCKP-LAST-REC     PIC 9(8).
            05  PMBCKP-TAHAP        PIC X(1).
            05  PMBCKP-REC-PROSES   PIC 9(8).
            05  PMBCKP-NPM          PIC 9(8).
            05  PMBCKP-TOTAL-TERIMA PIC 9(8).
            05  PMBCKP-TOTAL-TOLAK  PIC 9(8).
            05  PMBCKP-HDR-TANGGAL  PIC 9(8).
            05  PMBCKP-HDR-SUMBER   PIC X(8).

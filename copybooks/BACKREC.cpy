            05  BACKUP-STATUS       PIC X(1).
      *> Record kontrol: baris pertama header "H", baris terakhir
      *> trailer "T" dengan jumlah record rinci dan hash total NPM.
      *> BACKUP-CTL-JAM (HHMMSS) menandai saat unload untuk pemulihan
      *> STURECOV; backup lama tanpa kolom ini terbaca spasi.
        01  BACKUP-HDR-RECORD.
            05  BACKUP-CTL-TIPE     PIC X(1).
            05  BACKUP-CTL-TANGGAL  PIC 9(8).
            05  BACKUP-CTL-SUMBER   PIC X(8).
            05  BACKUP-CTL-JAM      PIC 9(6).
        01  BACKUP-TRL-RECORD.
            05  BACKUP-TRL-TIPE     PIC X(1).
            05  BACKUP-TRL-JUMLAH   PIC 9(8).

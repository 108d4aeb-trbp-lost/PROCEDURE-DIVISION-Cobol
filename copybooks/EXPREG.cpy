      *> Layout register file export yang dikirim ke HR (EXPREG.DAT),
      *> disimpan berdampingan dengan EXPCTL.DAT. Satu record per
      *> nomor urut STUEXPRT.DAT, ditulis menu 5 saat export
      *> inkremental dan diperbarui saat nomor itu dikirim ulang.
      *> EXPREG-TGL-DARI = batas bawah STUMAST-TGL-UPDATE yang dipilih
      *> (tanggal run sebelumnya); batas atasnya EXPREG-TGL-KIRIM.
      *> Kolom ACK diisi EXPRECON dari file pengakuan HR (HRACK.DAT);
      *> EXPREG-TGL-ACK nol = belum diakui. Kirim ulang mengosongkan
      *> kolom ACK karena HR akan mengirim pengakuan baru.
        01  EXPREG-RECORD.
            05  EXPREG-URUT         PIC 9(6).
            05  EXPREG-TGL-KIRIM    PIC 9(8).
            05  EXPREG-JAM-KIRIM    PIC 9(6).
            05  EXPREG-TGL-DARI     PIC 9(8).
            05  EXPREG-JUMLAH       PIC 9(8).
            05  EXPREG-OPERATOR     PIC X(8).
            05  EXPREG-CNT-ULANG    PIC 9(3).
            05  EXPREG-TGL-ULANG    PIC 9(8).
            05  EXPREG-JUMLAH-ULANG PIC 9(8).
            05  EXPREG-TGL-ACK      PIC 9(8).
            05  EXPREG-ACK-TERIMA   PIC 9(8).
            05  EXPREG-ACK-MUAT     PIC 9(8).
            05  EXPREG-ACK-TOLAK    PIC 9(8).

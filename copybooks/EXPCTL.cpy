      *> terakhir; ditulis ulang setiap run export berhasil. Record
      *> dengan STUMAST-TGL-UPDATE pada tanggal run terakhir dikirim
      *> ulang (lebih baik ganda daripada hilang).
      *> Setiap nomor urut yang dikirim dicatat juga di EXPREG.DAT.
        01  EXPCTL-RECORD.
            05  EXPCTL-TGL-AKHIR    PIC 9(8).
            05  EXPCTL-URUT-AKHIR   PIC 9(6).

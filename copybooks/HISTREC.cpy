      *> Layout record riwayat perubahan master mahasiswa (STUHIST.DAT).
      *> Satu record per REWRITE/DELETE dari menu pemeliharaan; memuat
      *> citra nama dan status SEBELUM dan SESUDAH perubahan.
      *> Juga ditulis oleh pendaftaran baru (menu dan PMBLOAD), STATAPLY
      *> (perubahan status dari HR), STUARCH (hapus karena diarsip)
      *> dan gabung NPM ganda (GABUNG KELUAR / GABUNG MASUK)
      *> supaya STURECOV dapat memutar ulang seluruh perubahan master
      *> sejak backup.
      *> HIST-TGL-UPDATE = STUMAST-TGL-UPDATE sesudah perubahan; record
      *> lama tanpa kolom ini terbaca spasi (pakai tanggal timestamp).
        01  HIST-RECORD.
            05  HIST-NPM            PIC 9(8).
            05  HIST-TIMESTAMP      PIC 9(14).
            05  HIST-STATUS-LAMA    PIC X(1).
            05  HIST-STATUS-BARU    PIC X(1).
            05  HIST-OPERATOR       PIC X(8).
            05  HIST-TGL-UPDATE     PIC 9(8).

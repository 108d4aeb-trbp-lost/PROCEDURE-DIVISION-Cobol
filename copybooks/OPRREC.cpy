      *> File OPERATOR.DAT layout lama (tanpa kolom level) harus
      *> dikonversi sekali dengan OPRCONV saat cut-over; panjang
      *> record berubah sehingga file lama tidak bisa dibuka lagi.
      *> OPR-SANDI-HASH = sidik sandi dari SANDIHASH (nol = belum ada
      *> sandi, minta reset ke supervisor). OPR-GAGAL = sandi salah
      *> berturut-turut; pada batas gagal OPR-STATUS menjadi "S".
      *> OPR-WAJIB-GANTI "Y" = sandi sementara, harus diganti saat
      *> sign-on. File layout 42 byte (dengan level, tanpa sandi)
      *> dikonversi sekali dengan OPRCONV2.
        01  OPR-RECORD.
            05  OPR-ID              PIC X(8).
            05  OPR-NAMA            PIC X(32).
            05  OPR-STATUS          PIC X(1).
            05  OPR-LEVEL           PIC X(1).
            05  OPR-SANDI-HASH      PIC 9(18).
            05  OPR-TGL-SANDI       PIC 9(8).
            05  OPR-TGL-KEDALUWARSA PIC 9(8).
            05  OPR-GAGAL           PIC 9(2).
            05  OPR-WAJIB-GANTI     PIC X(1).

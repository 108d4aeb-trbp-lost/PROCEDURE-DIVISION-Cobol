      *> Layout record heregistrasi semester (HEREG.DAT).
      *> Satu record per mahasiswa per semester yang sudah membayar,
      *> dimuat HEREGLOAD dari extract pembayaran keuangan/BAAK.
      *> HEREG-SEMESTER = TTTTS: tahun akademik awal + 1 ganjil /
      *> 2 genap (contoh 20241 = ganjil 2024/2025). HEREG-NPM adalah
      *> NPM master saat dimuat (sesudah pengalihan XREF);
      *> HEREG-NPM-BAYAR = NPM seperti tertulis di extract.
        01  HEREG-RECORD.
            05  HEREG-KUNCI.
                10  HEREG-NPM       PIC 9(8).
                10  HEREG-SEMESTER  PIC 9(5).
            05  HEREG-TGL-BAYAR     PIC 9(8).
            05  HEREG-REF-BAYAR     PIC X(16).
            05  HEREG-JUMLAH        PIC 9(10)V99.
            05  HEREG-NPM-BAYAR     PIC 9(8).
            05  HEREG-TGL-MUAT      PIC 9(8).

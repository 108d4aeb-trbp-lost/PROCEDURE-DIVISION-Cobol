      *> Layout record extract pembayaran heregistrasi (HEREGIN.DAT)
      *> dari keuangan/BAAK; satu pembayaran per baris. Jumlah dalam
      *> rupiah dengan 2 desimal tersirat.
        01  HRG-IN-RECORD.
            05  HRG-IN-NPM          PIC 9(8).
            05  HRG-IN-SEMESTER     PIC 9(5).
            05  HRG-IN-SEMESTER-R REDEFINES HRG-IN-SEMESTER.
                10  HRG-IN-SMT-TAHUN PIC 9(4).
                10  HRG-IN-SMT-KODE  PIC 9(1).
            05  HRG-IN-TGL-BAYAR    PIC 9(8).
            05  HRG-IN-REF-BAYAR    PIC X(16).
            05  HRG-IN-JUMLAH       PIC 9(10)V99.
      *> Record kontrol: baris pertama header "H", baris terakhir
      *> trailer "T" dengan jumlah record rinci dan total jumlah bayar.
        01  HRG-IN-HDR.
            05  HRG-HDR-TIPE        PIC X(1).
            05  HRG-HDR-TANGGAL     PIC 9(8).
            05  HRG-HDR-SUMBER      PIC X(8).
        01  HRG-IN-TRL.
            05  HRG-TRL-TIPE        PIC X(1).
            05  HRG-TRL-JUMLAH      PIC 9(8).
            05  HRG-TRL-TOTAL       PIC 9(14)V99.

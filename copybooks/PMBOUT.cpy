      *> Layout record balasan penugasan NPM ke bagian PMB
      *> (PMBOUT.DAT). Satu baris per record rinci PMBIN.DAT dengan
      *> nomor record yang sama; PMB-OUT-KODE "00" = diterima dan
      *> PMB-OUT-NPM terisi, selain itu ditolak (NPM nol):
      *> 01 tahun angkatan tidak sah, 02 fakultas tidak terdaftar,
      *> 03 fakultas tidak aktif/belum berlaku untuk tahun itu,
      *> 04 nama kosong, 05 nomor pendaftaran ganda di file,
      *> 06 nomor urut NPM habis, 07 gagal menulis master.
        01  PMB-OUT-RECORD.
            05  PMB-OUT-REF         PIC 9(10).
            05  PMB-OUT-NOMOR       PIC 9(8).
            05  PMB-OUT-NPM         PIC 9(8).
            05  PMB-OUT-KODE        PIC X(2).
            05  PMB-OUT-KETERANGAN  PIC X(40).
      *> Record kontrol: header "H" (tanggal proses, tanggal dan
      *> sumber file PMB yang dibalas), trailer "T" dengan jumlah
      *> record rinci, diterima dan ditolak.
        01  PMB-OUT-HDR.
            05  PMB-OHDR-TIPE       PIC X(1).
            05  PMB-OHDR-TANGGAL    PIC 9(8).
            05  PMB-OHDR-TGL-FILE   PIC 9(8).
            05  PMB-OHDR-SUMBER     PIC X(8).
        01  PMB-OUT-TRL.
            05  PMB-OTRL-TIPE       PIC X(1).
            05  PMB-OTRL-JUMLAH     PIC 9(8).
            05  PMB-OTRL-TERIMA     PIC 9(8).
            05  PMB-OTRL-TOLAK      PIC 9(8).

      *> Layout izin proses ulang GANJILIN.DAT (GANJILOVR.DAT), satu
      *> record, disiapkan supervisor untuk rerun yang memang
      *> disengaja. Berlaku hanya untuk file dengan sumber dan tanggal
      *> header yang sama; OVR-OPR harus operator level "S" berstatus
      *> "A" di OPERATOR.DAT dan memasukkan sandinya di konsol saat
      *> GANJILBATCH berjalan (file ini sendiri bukan izin).
      *> GANJILBATCH mengosongkan file ini setelah izin dipakai
      *> sehingga tidak berlaku dua kali.
        01  OVR-RECORD.
            05  OVR-SUMBER          PIC X(8).
            05  OVR-TANGGAL         PIC 9(8).
            05  OVR-OPR             PIC X(8).
            05  OVR-ALASAN          PIC X(30).

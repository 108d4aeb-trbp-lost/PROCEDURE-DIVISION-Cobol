      *> Layout record log eksekusi job batch (JOBLOG.DAT).
      *> Setiap job menulis record "S" saat mulai dan "E" saat
      *> selesai; JOBLOG-KONDISI 0000 = normal, 0016 = abend,
      *> 0008 = selesai dengan temuan (STUVERIFY, EXPRECON, STUFLOW)
      *> yang harus diperiksa sebelum siklus berikutnya.
      *> 0012 = file masukan sudah pernah diproses (GANJILBATCH,
      *> lihat GANJILREG.DAT), tidak ada record yang diproses.
        01  JOBLOG-RECORD.
            05  JOBLOG-NAMA-JOB     PIC X(10).
            05  JOBLOG-TIPE         PIC X(1).

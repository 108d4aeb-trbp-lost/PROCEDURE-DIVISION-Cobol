      *> Layout record masukan penerimaan mahasiswa baru (PMBIN.DAT)
      *> dari bagian PMB; satu mahasiswa diterima per baris.
      *> PMB-IN-REF = nomor pendaftaran PMB, dikembalikan apa adanya
      *> di PMBOUT.DAT bersama NPM yang diberikan.
        01  PMB-IN-RECORD.
            05  PMB-IN-REF          PIC 9(10).
            05  PMB-IN-TAHUN        PIC 9(2).
            05  PMB-IN-FAKULTAS     PIC 9(2).
            05  PMB-IN-NAMA         PIC X(32).
      *> Record kontrol: baris pertama header "H", baris terakhir
      *> trailer "T" dengan jumlah record rinci dan hash total nomor
      *> pendaftaran.
        01  PMB-IN-HDR.
            05  PMB-HDR-TIPE        PIC X(1).
            05  PMB-HDR-TANGGAL     PIC 9(8).
            05  PMB-HDR-SUMBER      PIC X(8).
        01  PMB-IN-TRL.
            05  PMB-TRL-TIPE        PIC X(1).
            05  PMB-TRL-JUMLAH      PIC 9(8).
            05  PMB-TRL-HASH        PIC 9(18).

      *> Aksi destruktif dari menu pemeliharaan tidak langsung
      *> diterapkan tapi menunggu persetujuan supervisor lain.
      *> PEND-AKSI "N" = nonaktifkan, "H" = hapus record.
      *> HEREGNON juga mengusulkan "N" untuk mahasiswa aktif yang
      *> belum heregistrasi, dengan PEND-OPR-MINTA "HEREGNON".
      *> PEND-STATUS "P" = menunggu, "A" = disetujui (sudah
      *> diterapkan ke master), "R" = ditolak.
        01  PEND-RECORD.

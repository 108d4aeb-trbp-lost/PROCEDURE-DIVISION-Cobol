      *> Layout record silang NPM lama ke NPM baru (XREF.DAT).
      *> Ditulis saat transfer fakultas dan saat NPM ganda digabung
      *> (NPM yang dipensiunkan ke NPM yang dipertahankan); pencarian
      *> master dengan NPM
      *> lama otomatis dialihkan ke NPM baru lewat file ini.
        01  XREF-RECORD.
            05  XREF-NPM-LAMA       PIC 9(8).

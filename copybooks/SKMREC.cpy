      *> Layout register surat keterangan mahasiswa (SKMREG.DAT).
      *> Satu record per surat yang dicetak dari menu IDENTITAS;
      *> SKM-NOMOR unik (nomor tertinggi + 1) dan dipakai untuk
      *> verifikasi keaslian surat. SKM-NPM-MINTA = NPM yang diminta
      *> (bisa NPM lama sebelum pengalihan XREF), SKM-NPM = NPM yang
      *> dicetak. SKM-SUMBER "M" = data master, "A" = data arsip
      *> alumni (STUARSIP.DAT).
        01  SKM-RECORD.
            05  SKM-NOMOR           PIC 9(8).
            05  SKM-NPM-MINTA       PIC 9(8).
            05  SKM-NPM             PIC 9(8).
            05  SKM-NAMA            PIC X(32).
            05  SKM-FAKULTAS        PIC 9(2).
            05  SKM-NAMA-FAKULTAS   PIC X(24).
            05  SKM-STATUS          PIC X(1).
            05  SKM-TGL-INPUT       PIC 9(8).
            05  SKM-TGL-TERBIT      PIC 9(14).
            05  SKM-OPERATOR        PIC X(8).
            05  SKM-SUMBER          PIC X(1).

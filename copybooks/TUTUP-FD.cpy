      *-----------------------------------------------------------*
      * TUTUP-FD.cpy                                               *
      * Record layout for TUTUPTHN.dat. TT-FILE names the history  *
      * file (GAJIHAS, JOURNAL, PAYSTAT, SNAPHIST) whose rows of   *
      * TT-TAHUN now live in <file>-<tahun>.dat. TT-BACA rows were *
      * read, TT-ARSIP moved and TT-SISA kept, and TT-BACA always  *
      * equals TT-ARSIP + TT-SISA. TT-JUMLAH-ARSIP / TT-JUMLAH-SISA*
      * are the GH-NET totals either side (zero for other files).  *
      * A file is closed for a year once its line is on file.      *
      *-----------------------------------------------------------*
       01 TT-RECORD.
          05 TT-TAHUN PIC X(04).
          05 FILLER PIC X VALUE ";".
          05 TT-FILE PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 TT-BACA PIC 9(09).
          05 FILLER PIC X VALUE ";".
          05 TT-ARSIP PIC 9(09).
          05 FILLER PIC X VALUE ";".
          05 TT-SISA PIC 9(09).
          05 FILLER PIC X VALUE ";".
          05 TT-JUMLAH-ARSIP PIC 9(13)V99.
          05 FILLER PIC X VALUE ";".
          05 TT-JUMLAH-SISA PIC 9(13)V99.
          05 FILLER PIC X VALUE ";".
          05 TT-TIMESTAMP PIC X(15).

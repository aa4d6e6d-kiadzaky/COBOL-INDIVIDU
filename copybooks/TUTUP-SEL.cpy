      *-----------------------------------------------------------*
      * TUTUP-SEL.cpy                                              *
      * FILE-CONTROL entry for the year-end close register - one   *
      * line per history file moved into its yearly archive by     *
      * TUGAS-TUTUPTHN, carrying the control totals of the move.   *
      *-----------------------------------------------------------*
       SELECT TUTUP-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\TUTUPTHN.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

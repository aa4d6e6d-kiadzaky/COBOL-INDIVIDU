      *-----------------------------------------------------------*
      * JRNAWAL-SEL.cpy                                            *
      * FILE-CONTROL entry for the journal chain carry file. When  *
      * the year-end close moves the oldest JOURNAL.dat entries    *
      * into JOURNAL-<tahun>.dat it records the last entry moved   *
      * here, so the chain on JOURNAL.dat goes on from it.         *
      *-----------------------------------------------------------*
       SELECT JRNAWAL-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JRNAWAL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

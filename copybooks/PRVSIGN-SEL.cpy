      *-----------------------------------------------------------*
      * PRVSIGN-SEL.cpy                                            *
      * FILE-CONTROL entry for the payroll preview sign-off file - *
      * one line per preview run (P) and per finance approval (S). *
      * TUGAS-GAJIRUN refuses the real run of a period whose last  *
      * line is not S.                                             *
      *-----------------------------------------------------------*
       SELECT PRVSIGN-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\PRVSIGN.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

      *-----------------------------------------------------------*
      * KONTHIS-SEL.cpy                                            *
      * FILE-CONTROL entry for the contract renewal history - one  *
      * line appended for every change on Kontrak-Master.         *
      *-----------------------------------------------------------*
       SELECT KONTHIS-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\KONTHIS.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

      *-----------------------------------------------------------*
      * CUTIHIS-SEL.cpy                                            *
      * FILE-CONTROL entry for the leave ledger history - one line *
      * appended for every movement on Cuti-Master.                *
      *-----------------------------------------------------------*
       SELECT CUTIHIS-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\CUTIHIS.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

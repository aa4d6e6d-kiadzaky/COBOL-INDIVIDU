      *-----------------------------------------------------------*
      * LOANMUT-SEL.cpy                                            *
      * Shared FILE-CONTROL entry for the loan movement log - one  *
      * line per installment the payroll or settlement run takes   *
      * off a LOAN.dat balance.                                    *
      *-----------------------------------------------------------*
       SELECT LOANMUT-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\LOANMUT.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

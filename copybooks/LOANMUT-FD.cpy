      *-----------------------------------------------------------*
      * LOANMUT-FD.cpy                                             *
      * Shared record layout for LOANMUT.dat. LOAN.dat keeps only  *
      * the current balance, so every REWRITE that takes a kasbon  *
      * installment off it is logged here with the balance before  *
      * and after, under the period whose GAJIHAS.dat row carries  *
      * the deduction. Written only once the REWRITE succeeded and *
      * stripped with the GAJIHAS.dat rows by the back-out.        *
      *-----------------------------------------------------------*
       01 LM-RECORD.
          05 LM-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 LM-NIK PIC 9(16).
          05 FILLER PIC X VALUE ";".
          05 LM-SALDO-AWAL PIC 9(09)V99.
          05 FILLER PIC X VALUE ";".
          05 LM-POTONG PIC 9(09)V99.
          05 FILLER PIC X VALUE ";".
          05 LM-SALDO-AKHIR PIC 9(09)V99.

      *-----------------------------------------------------------*
      * BPJSHAS-FD.cpy                                             *
      * Shared record layout for BPJSHAS.dat, written next to the  *
      * GAJIHAS.dat row by the payroll and settlement runs and     *
      * stripped with it by the back-out. BH-UNIT is the unit at   *
      * the time of the run, BH-UPAH the wage base before caps.    *
      * BH-PART occurs in program order 1 JHT, 2 JP, 3 JKK,        *
      * 4 JKM, 5 KESEHATAN; BH-EE is withheld from the employee    *
      * (the sum is GH-BPJS), BH-ER is the employer's cost.        *
      *-----------------------------------------------------------*
       01 BH-RECORD.
          05 BH-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 BH-NIK PIC 9(16).
          05 FILLER PIC X VALUE ";".
          05 BH-UNIT PIC X(04).
          05 FILLER PIC X VALUE ";".
          05 BH-UPAH PIC 9(09)V99.
          05 BH-PART OCCURS 5 TIMES.
             10 FILLER PIC X VALUE ";".
             10 BH-EE PIC 9(09)V99.
             10 FILLER PIC X VALUE ";".
             10 BH-ER PIC 9(09)V99.

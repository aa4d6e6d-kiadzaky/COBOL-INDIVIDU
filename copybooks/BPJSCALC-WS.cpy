      *-----------------------------------------------------------*
      * BPJSCALC-WS.cpy                                            *
      * Parameter block for SUB-TUGAS-BPJS. The caller fills       *
      * BC-UPAH (the month's fixed wage); the subprogram returns   *
      * each program's employee and employer portion after the     *
      * wage caps, in the BH-PART order of BPJSHAS-FD.cpy, and     *
      * the two totals. BC-SOURCE is T when BPJSTAB.dat was        *
      * read, D when the statutory defaults were used.             *
      *-----------------------------------------------------------*
       01 BPJS-CALC.
          05 BC-UPAH PIC 9(09)V99.
          05 BC-PART OCCURS 5 TIMES.
             10 BC-EE PIC 9(09)V99.
             10 BC-ER PIC 9(09)V99.
          05 BC-TOT-EE PIC 9(09)V99.
          05 BC-TOT-ER PIC 9(09)V99.
          05 BC-SOURCE PIC X(01).

      *-----------------------------------------------------------*
      * PPHFINAL-WS.cpy                                            *
      * Final PPh21 on severance pay (pesangon + UPMK + UPH) -     *
      * cumulative upper bound and rate per layer, top layer open- *
      * ended. TUGAS-PESANGON taxes the package with it and        *
      * TUGAS-BUKPOT recomputes the same tax from GH-RAPEL to keep *
      * it out of the yearly PPh21 withheld.                       *
      *-----------------------------------------------------------*
       01 WS-PF-VALUES.
          05 FILLER PIC 9(13)V99 VALUE 50000000.00.
          05 FILLER PIC 9V9(04) VALUE 0.0000.
          05 FILLER PIC 9(13)V99 VALUE 100000000.00.
          05 FILLER PIC 9V9(04) VALUE 0.0500.
          05 FILLER PIC 9(13)V99 VALUE 500000000.00.
          05 FILLER PIC 9V9(04) VALUE 0.1500.
          05 FILLER PIC 9(13)V99 VALUE 9999999999999.99.
          05 FILLER PIC 9V9(04) VALUE 0.2500.
       01 WS-PF-TABLE REDEFINES WS-PF-VALUES.
          05 WS-PF-ENTRY OCCURS 4 TIMES INDEXED BY WS-PF-IX.
             10 WS-PF-BATAS PIC 9(13)V99.
             10 WS-PF-RATE PIC 9V9(04).

      *-----------------------------------------------------------*
      * PRVSIGN-FD.cpy                                             *
      * Record layout for PRVSIGN.dat. Append-only like GAJSTAT.dat*
      * and a period's standing is its LAST line. PV-STATUS:       *
      * P = preview printed to GAJIPRV.txt, awaiting finance,      *
      * S = preview signed off by PV-USER. PV-CNT / PV-NET are the *
      * preview control totals; the real run must reproduce them   *
      * or the period is left unfinished.                          *
      *-----------------------------------------------------------*
       01 PV-RECORD.
          05 PV-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 PV-STATUS PIC X(01).
          05 FILLER PIC X VALUE ";".
          05 PV-CNT PIC 9(05).
          05 FILLER PIC X VALUE ";".
          05 PV-NET PIC 9(12)V99.
          05 FILLER PIC X VALUE ";".
          05 PV-TIMESTAMP PIC X(15).
          05 FILLER PIC X VALUE ";".
          05 PV-USER PIC X(08).

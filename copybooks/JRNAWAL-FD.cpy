      *-----------------------------------------------------------*
      * JRNAWAL-FD.cpy                                             *
      * Record layout for JRNAWAL.dat - append-only, the last line *
      * wins. JA-SEQ / JA-CHECK are the sequence number and check  *
      * value of the last entry archived for JA-TAHUN; the first   *
      * entry left on JOURNAL.dat carries JA-SEQ + 1 and chains    *
      * from JA-CHECK.                                             *
      *-----------------------------------------------------------*
       01 JA-RECORD.
          05 JA-TAHUN PIC X(04).
          05 FILLER PIC X VALUE ";".
          05 JA-SEQ PIC 9(09).
          05 FILLER PIC X VALUE ";".
          05 JA-CHECK PIC X(18).

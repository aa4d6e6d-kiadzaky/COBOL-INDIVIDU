      *-----------------------------------------------------------*
      * CUTIHIS-FD.cpy                                             *
      * Record layout for CUTIHIS.dat. CH-JENIS: B = ledger        *
      * opened, A = leave taken (CH-DIBAYAR paid days, CH-TANPA    *
      * unpaid days posted to ABSENSI.dat for CH-PERIODE), K =     *
      * correction (CH-HARI saldo and CH-DIBAYAR days taken after  *
      * it), R = year-end rollover (CH-HARI saldo closed,          *
      * CH-DIBAYAR days carried forward, CH-TANPA days forfeited). *
      *-----------------------------------------------------------*
       01 CH-RECORD.
          05 CH-NIK PIC 9(16).
          05 FILLER PIC X VALUE ";".
          05 CH-TGL PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 CH-JENIS PIC X(01).
          05 FILLER PIC X VALUE ";".
          05 CH-HARI PIC 9(03).
          05 FILLER PIC X VALUE ";".
          05 CH-DIBAYAR PIC 9(03).
          05 FILLER PIC X VALUE ";".
          05 CH-TANPA PIC 9(03).
          05 FILLER PIC X VALUE ";".
          05 CH-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 CH-USER PIC X(08).

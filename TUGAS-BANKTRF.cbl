           DISPLAY "EKSPOR TRANSFER GAJI KE BANK"
           DISPLAY "PERIODE YYYYMM : " NO ADVANCING
           ACCEPT WS-PERIODE
      * only a period TUGAS-GAJIRUN (or TUGAS-THRRUN, or the
      * TUGAS-PESANGON settlement) marked C may
      * go to the bank - a half-written period, or one with no
      * status at all, is refused outright
           PERFORM 1100-CHECK-PERIOD-COMPLETE

      * attendance file reports unpaid days), GH-LEMBUR the paid   *
      * overtime amount, GH-RAPEL the approved retro-pay catch-up  *
      * added this period, GH-KASBON the loan installment deducted.*
      * On a final-settlement period (YYYY21..YYYY32) GH-RAPEL     *
      * carries the pesangon + UPMK + UPH package and GH-KASBON    *
      * the loan balance netted off.                               *
      * GH-PPH is signed: the December run (and a leaver's         *
      * settlement) trues the year's PPh21 up, and when more was   *
      * withheld than the year's tax the excess is refunded as a   *
      * negative amount.                                           *
      *-----------------------------------------------------------*
       01 GH-RECORD.
          05 GH-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 GH-BPJS PIC 9(09)V99.
          05 FILLER PIC X VALUE ";".
          05 GH-PPH PIC S9(09)V99.
          05 FILLER PIC X VALUE ";".
          05 GH-KASBON PIC 9(09)V99.
          05 FILLER PIC X VALUE ";".

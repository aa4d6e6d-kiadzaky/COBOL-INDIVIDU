
      * The child prompts for its own period, so its RC 0 only says
      * SOME period ran - not necessarily WS-PERIODE. For the steps
      * that stamp or require GAJSTAT.dat (the payroll runs, the
      * bank export and the TUGAS-REKONGAJI period reconciliation,
      * whose RC 8 on any difference keeps the period open) the C
      * mark for WS-PERIODE is checked here, last line wins, before
      * the step may be recorded complete; a
      * mismatch records V so the prerequisite gate never passes on
      * an assumed completion. Steps outside GAJSTAT coverage
      * (snapshot, trend, the TUGAS-JRNCHECK journal check) pass on
      * their RETURN-CODE alone.
       2350-VERIFY-GAJSTAT.
           MOVE "Y" TO WS-VERIFY-SW
           IF FUNCTION TRIM (WS-JP-PROGRAM (WS-JP-IX))
                  = "TUGAS-THRRUN"
              OR FUNCTION TRIM (WS-JP-PROGRAM (WS-JP-IX))
                  = "TUGAS-BANKTRF"
              OR FUNCTION TRIM (WS-JP-PROGRAM (WS-JP-IX))
                  = "TUGAS-REKONGAJI"
               MOVE "N" TO WS-VERIFY-SW
               MOVE "N" TO WS-GS-EOF
               OPEN INPUT GAJSTAT-FILE

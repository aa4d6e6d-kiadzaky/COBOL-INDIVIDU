           05 JR-AFTER PIC X(160).
           05 FILLER PIC X.
           05 JR-USER PIC X(08).
           05 FILLER PIC X.
           05 JR-SEQ PIC 9(09).
           05 FILLER PIC X.
           05 JR-CHECK PIC X(18).
       FD RECOVER-REPORT.
       01 RC-LINE PIC X(80).


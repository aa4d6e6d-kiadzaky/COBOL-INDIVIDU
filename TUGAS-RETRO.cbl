      *          operator's confirmation stages the total as a P line
      *          on RETRO-PEND.dat - TUGAS-GAJIRUN pays it out on the
      *          employee's next run, so the catch-up lands on the
      *          payslip, in GAJIHAS.dat and in the bank file. Months
      *          of a year already closed by TUGAS-TUTUPTHN are read
      *          from its GAJIHAS-<tahun>.dat archive.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE-CONTROL.
           COPY "SALHIST-SEL.cpy".
           COPY "GAJIHAS-SEL.cpy".
           COPY "TUTUP-SEL.cpy".
           SELECT GAJIHAS-ARSIP
               ASSIGN USING WS-GHA-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT RETRO-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\RETRO-PEND.dat"
           COPY "SALHIST-FD.cpy".
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD TUTUP-FILE.
           COPY "TUTUP-FD.cpy".
       FD GAJIHAS-ARSIP.
       01 GA-LINE PIC X(300).
       FD RETRO-FILE.
       01 RP-RECORD.
           05 RP-NIK PIC 9(16).
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SH-EOF PIC X VALUE "N".
       01 WS-TT-EOF PIC X VALUE "N".
       01 WS-GHA-EOF PIC X VALUE "N".
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-GHA-NAMA PIC X(80).
       01 WS-GHA-MISSING-SW PIC X VALUE "N".
           88 WS-GHA-MISSING VALUE "Y".
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-AMT-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-Z PIC Z(3),ZZZ,ZZZ,ZZ9.99.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-FIND-SALARY-CHANGE UNTIL WS-SH-EOF = "Y".
           PERFORM 1200-CHECK-CHANGE.
           IF WS-CHG-FOUND AND WS-NEW-GAJI > WS-OLD-GAJI
               PERFORM 1900-SCAN-ARSIP
           END-IF.
           PERFORM 2000-SCAN-PERIODS UNTIL WS-EOF = "Y".
           PERFORM 3000-PRINT-TOTAL.
           PERFORM 4000-STAGE-APPROVED.
               END-IF
           END-IF.

      * A window reaching back into a year TUGAS-TUTUPTHN has closed
      * finds those months in GAJIHAS-<tahun>.dat, named on the
      * TUTUPTHN.dat register; the live file then supplies the rest.
      * A registered archive that cannot be read leaves the catch-up
      * incomplete, so nothing is staged.
       1900-SCAN-ARSIP.
           MOVE "N" TO WS-TT-EOF
           OPEN INPUT TUTUP-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-TT-EOF
           END-IF
           PERFORM UNTIL WS-TT-EOF = "Y"
               READ TUTUP-FILE
                   AT END
                       MOVE "Y" TO WS-TT-EOF
                       CLOSE TUTUP-FILE
                   NOT AT END
                       IF TT-FILE = "GAJIHAS" AND TT-ARSIP > 0
                          AND TT-TAHUN NOT < WS-EFF-PERIODE (1:4)
                          AND TT-TAHUN NOT > WS-CHG-PERIODE (1:4)
                           PERFORM 1950-READ-ARSIP
                       END-IF
               END-READ
           END-PERFORM.

       1950-READ-ARSIP.
           MOVE SPACES TO WS-GHA-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               "GAJIHAS-" DELIMITED BY SIZE
               TT-TAHUN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-GHA-NAMA
           MOVE "N" TO WS-GHA-EOF
           OPEN INPUT GAJIHAS-ARSIP
           IF FSTAT NOT = "00"
               DISPLAY "ARSIP TAHUNAN TIDAK ADA : GAJIHAS-" TT-TAHUN
               MOVE SPACES TO RT-LINE
               STRING "ARSIP GAJIHAS-" DELIMITED BY SIZE
                   TT-TAHUN DELIMITED BY SIZE
                   ".dat TIDAK ADA - RAPEL TIDAK LENGKAP"
                       DELIMITED BY SIZE
                   INTO RT-LINE
               WRITE RT-LINE
               SET WS-GHA-MISSING TO TRUE
               MOVE "Y" TO WS-GHA-EOF
           END-IF
           PERFORM UNTIL WS-GHA-EOF = "Y"
               READ GAJIHAS-ARSIP INTO GH-RECORD
                   AT END
                       MOVE "Y" TO WS-GHA-EOF
                       CLOSE GAJIHAS-ARSIP
                   NOT AT END
                       PERFORM 2050-CHECK-PERIOD
               END-READ
           END-PERFORM.

      * Catch-up window: every already-paid regular period from the
      * effective month up to but not including the month the new
      * gaji reached the master (that month was paid at the new
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 2050-CHECK-PERIOD
           END-READ.

      * one row, from the live file or a yearly archive
       2050-CHECK-PERIOD.
           IF GH-NIK = WS-NIK-INPUT
              AND GH-PERIODE NOT < WS-EFF-PERIODE
              AND GH-PERIODE < WS-CHG-PERIODE
              AND GH-PERIODE (5:2) NOT = "13"
               PERFORM 2100-ADD-PERIOD
           END-IF.

      * An unpaid-leave month was paid a fraction of the old gaji;
      * the catch-up for that month is the same fraction of the
      * difference, so proration survives the retro calculation.
      * Nothing is staged without an explicit yes - the printed
      * breakdown is the approval document.
       4000-STAGE-APPROVED.
           IF WS-GHA-MISSING
               DISPLAY "ARSIP TAHUNAN TIDAK LENGKAP - TIDAK DISTAGING"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-PERIOD-CNT = 0 OR WS-TOTAL-RETRO = 0
               DISPLAY "TIDAK ADA YANG DISTAGING"
           ELSE
                   MOVE "TIDAK DISETUJUI" TO RT-LINE
                   WRITE RT-LINE
               END-IF
           END-IF
           END-IF.

       9999-EXIT.

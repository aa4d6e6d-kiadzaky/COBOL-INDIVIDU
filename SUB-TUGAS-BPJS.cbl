      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Work out one employee's monthly BPJS contributions
      *          program by program - JHT, JP, JKK, JKM and
      *          Kesehatan - with the employee and employer rate and
      *          the wage cap of each taken from the BPJSTAB.dat
      *          rate file. A program missing from the file (or the
      *          whole file missing) keeps the statutory default, so
      *          payday never stops on the table. Shared by
      *          TUGAS-GAJIRUN and TUGAS-PESANGON so both runs
      *          withhold and book the same amounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-TUGAS-BPJS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BPJSTAB-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\BPJSTAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * one line per program: code JHT/JP/JKK/JKM/KES, employee
      * rate, employer rate and the monthly wage cap (0 = no cap)
       FD BPJSTAB-FILE.
       01 BT-RECORD.
           05 BT-PROGRAM PIC X(03).
           05 FILLER PIC X VALUE ";".
           05 BT-RATE-EE PIC 9V9(04).
           05 FILLER PIC X VALUE ";".
           05 BT-RATE-ER PIC 9V9(04).
           05 FILLER PIC X VALUE ";".
           05 BT-CAP PIC 9(09)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-BT-EOF PIC X VALUE "N".
       01 WS-IX PIC 9 VALUE 0.
       01 WS-BASE PIC 9(09)V99.

      * statutory defaults, in BH-PART order: JHT 2 / 3.7 percent,
      * JP 1 / 2 percent capped, JKK 0.24 percent (risk group I)
      * and JKM 0.3 percent employer only, Kesehatan 1 / 4 percent
      * capped
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 5 TIMES.
               10 WS-RT-PROGRAM PIC X(03).
               10 WS-RT-EE PIC 9V9(04).
               10 WS-RT-ER PIC 9V9(04).
               10 WS-RT-CAP PIC 9(09)V99.
      *-----------------------
       LINKAGE SECTION.
           COPY "BPJSCALC-WS.cpy".
       PROCEDURE DIVISION USING BPJS-CALC.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * defaults first, then whatever BPJSTAB.dat overrides
      **
           MOVE "JHT" TO WS-RT-PROGRAM (1)
           MOVE 0.0200 TO WS-RT-EE (1)
           MOVE 0.0370 TO WS-RT-ER (1)
           MOVE 0 TO WS-RT-CAP (1)
           MOVE "JP" TO WS-RT-PROGRAM (2)
           MOVE 0.0100 TO WS-RT-EE (2)
           MOVE 0.0200 TO WS-RT-ER (2)
           MOVE 10042300.00 TO WS-RT-CAP (2)
           MOVE "JKK" TO WS-RT-PROGRAM (3)
           MOVE 0 TO WS-RT-EE (3)
           MOVE 0.0024 TO WS-RT-ER (3)
           MOVE 0 TO WS-RT-CAP (3)
           MOVE "JKM" TO WS-RT-PROGRAM (4)
           MOVE 0 TO WS-RT-EE (4)
           MOVE 0.0030 TO WS-RT-ER (4)
           MOVE 0 TO WS-RT-CAP (4)
           MOVE "KES" TO WS-RT-PROGRAM (5)
           MOVE 0.0100 TO WS-RT-EE (5)
           MOVE 0.0400 TO WS-RT-ER (5)
           MOVE 12000000.00 TO WS-RT-CAP (5)
           MOVE "D" TO BC-SOURCE
           MOVE "N" TO WS-BT-EOF
           OPEN INPUT BPJSTAB-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-BT-EOF
           ELSE
               MOVE "T" TO BC-SOURCE
           END-IF
           PERFORM UNTIL WS-BT-EOF = "Y"
               READ BPJSTAB-FILE
                   AT END
                       MOVE "Y" TO WS-BT-EOF
                   NOT AT END
                       PERFORM VARYING WS-IX FROM 1 BY 1
                               UNTIL WS-IX > 5
                           IF WS-RT-PROGRAM (WS-IX)
                              = FUNCTION UPPER-CASE (BT-PROGRAM)
                               MOVE BT-RATE-EE TO WS-RT-EE (WS-IX)
                               MOVE BT-RATE-ER TO WS-RT-ER (WS-IX)
                               MOVE BT-CAP TO WS-RT-CAP (WS-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF BC-SOURCE = "T"
               CLOSE BPJSTAB-FILE
           END-IF
      **
      * each program on the wage up to its cap
      **
           MOVE 0 TO BC-TOT-EE
           MOVE 0 TO BC-TOT-ER
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE BC-UPAH TO WS-BASE
               IF WS-RT-CAP (WS-IX) > 0
                  AND WS-BASE > WS-RT-CAP (WS-IX)
                   MOVE WS-RT-CAP (WS-IX) TO WS-BASE
               END-IF
               COMPUTE BC-EE (WS-IX) ROUNDED =
                   WS-BASE * WS-RT-EE (WS-IX)
               COMPUTE BC-ER (WS-IX) ROUNDED =
                   WS-BASE * WS-RT-ER (WS-IX)
               ADD BC-EE (WS-IX) TO BC-TOT-EE
               ADD BC-ER (WS-IX) TO BC-TOT-ER
           END-PERFORM
           GOBACK.
      ** add other procedures here
       END PROGRAM SUB-TUGAS-BPJS.

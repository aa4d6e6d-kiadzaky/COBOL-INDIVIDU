      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Work out the chained check value of one JOURNAL.dat
      *          entry. The entry text up to and including its
      *          sequence number is folded, character by character,
      *          into two running remainders seeded from the check
      *          value of the entry before it, so changing, removing
      *          or reordering any line breaks every link after it.
      *          Shared by SUB-TUGAS-JOURNAL, which stamps the value
      *          on each new entry, and TUGAS-JRNCHECK, which walks
      *          the journal and recomputes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-TUGAS-JRNHASH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
       01 WS-IX PIC 9(03).
       01 WS-H1 PIC 9(09).
       01 WS-H2 PIC 9(09).
       01 WS-WORK PIC 9(12).
      *-----------------------
       LINKAGE SECTION.
      * LK-DATA is JR-RECORD from the timestamp through JR-SEQ;
      * LK-PREV is the previous entry's check value, all zeros for
      * the first entry of the chain
       01 LK-DATA PIC X(384).
       01 LK-PREV.
           05 LK-PREV-1 PIC X(09).
           05 LK-PREV-2 PIC X(09).
       01 LK-CHECK.
           05 LK-CHECK-1 PIC 9(09).
           05 LK-CHECK-2 PIC 9(09).
       PROCEDURE DIVISION USING LK-DATA LK-PREV LK-CHECK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * a damaged previous value seeds from zero - the caller sees
      * the link fail on the recomputed value anyway
      **
           MOVE 0 TO WS-H1
           MOVE 0 TO WS-H2
           IF LK-PREV-1 IS NUMERIC
               MOVE LK-PREV-1 TO WS-H1
           END-IF
           IF LK-PREV-2 IS NUMERIC
               MOVE LK-PREV-2 TO WS-H2
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 384
               COMPUTE WS-WORK = WS-H1 * 131
                   + FUNCTION ORD (LK-DATA (WS-IX:1))
               COMPUTE WS-H1 = FUNCTION MOD (WS-WORK, 999999937)
               COMPUTE WS-WORK = WS-H2 * 257
                   + FUNCTION ORD (LK-DATA (WS-IX:1)) + WS-IX
               COMPUTE WS-H2 = FUNCTION MOD (WS-WORK, 999999929)
           END-PERFORM
           MOVE WS-H1 TO LK-CHECK-1
           MOVE WS-H2 TO LK-CHECK-2
           GOBACK.
      ** add other procedures here
       END PROGRAM SUB-TUGAS-JRNHASH.

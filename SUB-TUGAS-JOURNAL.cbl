      * Author: KIA DZAKY ERIYOKO
      * Purpose: Append one entry to the append-only audit journal for
      *          every CREATE/UPDATE/DELETE/RESTORE/READ against the
      *          Personal-IDX master file. Each entry carries the
      *          next sequence number and a check value chained from
      *          the entry before it (SUB-TUGAS-JRNHASH), so a line
      *          edited or removed afterwards is caught by
      *          TUGAS-JRNCHECK. Lines written before the chain was
      *          introduced have no sequence number and are left as
      *          they are; the chain starts at 1 after them. Once
      *          the year-end close has moved every chained entry
      *          into a yearly archive, the chain goes on from the
      *          last entry moved, as recorded on JRNAWAL.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JOURNAL.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FSTAT.
           COPY "JRNAWAL-SEL.cpy".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 JR-AFTER PIC X(160).
           05 FILLER PIC X VALUE ";".
           05 JR-USER PIC X(08).
           05 FILLER PIC X VALUE ";".
           05 JR-SEQ PIC 9(09).
           05 FILLER PIC X VALUE ";".
           05 JR-CHECK PIC X(18).
       FD JRNAWAL-FILE.
           COPY "JRNAWAL-FD.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
      * signed-on operator shared from the calling program; entries
      * written outside a signed-on session are stamped SYSTEM
       01 WS-AUDIT-USER PIC X(08) EXTERNAL.
      * last link of the chain found on the journal
       01 WS-JR-EOF PIC X VALUE "N".
       01 WS-JR-OPEN PIC X VALUE "N".
       01 WS-LAST-SEQ PIC 9(09).
       01 WS-LAST-CHECK PIC X(18).
       01 WS-JA-EOF PIC X VALUE "N".
      *-----------------------
       LINKAGE SECTION.
       01 LK-OPERATION PIC X(10).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * find the last chained entry - its sequence number and check
      * value carry into the new one
      **
           MOVE 0 TO WS-LAST-SEQ
           MOVE ALL "0" TO WS-LAST-CHECK
           MOVE "N" TO WS-JR-EOF
           MOVE "N" TO WS-JR-OPEN
           OPEN INPUT JOURNAL-FILE
           IF FSTAT = "00"
               MOVE "Y" TO WS-JR-OPEN
           ELSE
               MOVE "Y" TO WS-JR-EOF
           END-IF
           PERFORM UNTIL WS-JR-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       IF JR-SEQ IS NUMERIC
                           MOVE JR-SEQ TO WS-LAST-SEQ
                           MOVE JR-CHECK TO WS-LAST-CHECK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JR-OPEN = "Y"
               CLOSE JOURNAL-FILE
           END-IF
      **
      * no chained entry left on the journal - carry on from the
      * last one the year-end close archived, if there was one
      **
           IF WS-LAST-SEQ = 0
               MOVE "N" TO WS-JA-EOF
               OPEN INPUT JRNAWAL-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-JA-EOF
               END-IF
               PERFORM UNTIL WS-JA-EOF = "Y"
                   READ JRNAWAL-FILE
                       AT END
                           MOVE "Y" TO WS-JA-EOF
                           CLOSE JRNAWAL-FILE
                       NOT AT END
                           IF JA-SEQ IS NUMERIC
                               MOVE JA-SEQ TO WS-LAST-SEQ
                               MOVE JA-CHECK TO WS-LAST-CHECK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      **
      * append one line to the journal, creating it on first use
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
      * separators set explicitly - the check value covers them
           MOVE ALL ";" TO JR-RECORD
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
           ELSE
               MOVE WS-AUDIT-USER TO JR-USER
           END-IF
           COMPUTE JR-SEQ = WS-LAST-SEQ + 1
           CALL "SUB-TUGAS-JRNHASH" USING JR-RECORD (1:384)
               WS-LAST-CHECK JR-CHECK
           CANCEL "SUB-TUGAS-JRNHASH"
           WRITE JR-RECORD
           CLOSE JOURNAL-FILE
           GOBACK.

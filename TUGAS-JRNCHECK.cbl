      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Journal chain verifier. Walks JOURNAL.dat from the
      *          first line and, for every entry stamped by
      *          SUB-TUGAS-JOURNAL, checks that its sequence number
      *          follows the one before it and that its check value
      *          recomputes from its own text and the previous
      *          entry's value (SUB-TUGAS-JRNHASH). A missing or
      *          repeated sequence number, an unstamped line inside
      *          the chain and an entry whose text no longer matches
      *          its check value are each listed on JRNCHECK.txt,
      *          the first break marked as such. A clean run records
      *          the last sequence number and check value on the
      *          JRNANKR.dat anchor file, and the next run refuses a
      *          journal that has lost that entry, changed it or been
      *          cut short before it. RETURN-CODE 8 on any finding,
      *          so TUGAS-SCHED stops the morning chain when the
      *          journal has been altered. After a year-end close the
      *          chain starts from the last entry moved into the
      *          yearly archive (JRNAWAL.dat) instead of from 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-JRNCHECK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JOURNAL.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FSTAT.
           SELECT ANCHOR-FILE
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JRNANKR.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FSTAT.
           COPY "JRNAWAL-SEL.cpy".
           SELECT JRNCHECK-REPORT
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JRNCHECK.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JR-RECORD.
           05 JR-TIMESTAMP PIC X(15).
           05 FILLER PIC X.
           05 JR-OPERATION PIC X(10).
           05 FILLER PIC X.
           05 JR-NIK PIC 9(16).
           05 FILLER PIC X.
           05 JR-BEFORE PIC X(160).
           05 FILLER PIC X.
           05 JR-AFTER PIC X(160).
           05 FILLER PIC X.
           05 JR-USER PIC X(08).
           05 FILLER PIC X.
           05 JR-SEQ PIC 9(09).
           05 FILLER PIC X.
           05 JR-CHECK PIC X(18).
      * one line per clean verification, last line wins
       FD ANCHOR-FILE.
       01 AK-RECORD.
           05 AK-TIMESTAMP PIC X(15).
           05 FILLER PIC X VALUE ";".
           05 AK-SEQ PIC 9(09).
           05 FILLER PIC X VALUE ";".
           05 AK-CHECK PIC X(18).
       FD JRNAWAL-FILE.
           COPY "JRNAWAL-FD.cpy".
       FD JRNCHECK-REPORT.
       01 JC-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-JR-EOF PIC X VALUE "N".
       01 WS-AK-EOF PIC X VALUE "N".
       01 WS-JA-EOF PIC X VALUE "N".
      * last entry moved out by the year-end close, if any
       01 WS-CARRY-SW PIC X VALUE "N".
           88 WS-HAS-CARRY VALUE "Y".
       01 WS-CARRY-SEQ PIC 9(09) VALUE 0.
       01 WS-CARRY-CHECK PIC X(18).
       01 WS-CD-FULL PIC X(21).
       01 WS-CHAIN-SW PIC X VALUE "N".
           88 WS-CHAIN-STARTED VALUE "Y".
       01 WS-ANCHOR-SW PIC X VALUE "N".
           88 WS-HAS-ANCHOR VALUE "Y".
       01 WS-ANCHOR-SEEN-SW PIC X VALUE "N".
           88 WS-ANCHOR-SEEN VALUE "Y".
       01 WS-ANCHOR-SEQ PIC 9(09) VALUE 0.
       01 WS-ANCHOR-CHECK PIC X(18).
       01 WS-LINE-CTX-SW PIC X VALUE "Y".
           88 WS-LINE-CTX VALUE "Y".
       01 WS-PREV-SEQ PIC 9(09) VALUE 0.
       01 WS-PREV-CHECK PIC X(18).
       01 WS-EXPECT-SEQ PIC 9(09).
       01 WS-CALC-CHECK PIC X(18).
       01 WS-LINE-CNT PIC 9(09) VALUE 0.
       01 WS-LEGACY-CNT PIC 9(09) VALUE 0.
       01 WS-CHAIN-CNT PIC 9(09) VALUE 0.
       01 WS-PROBLEM-CNT PIC 9(06) VALUE 0.
       01 WS-MSG PIC X(60).
       01 WS-SEQ-Z PIC Z(08)9.
       01 WS-LINE-Z PIC Z(08)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ENTRY UNTIL WS-JR-EOF = "Y".
           PERFORM 3000-CHECK-ANCHOR.
           PERFORM 5000-PRINT-SUMMARY.
           PERFORM 9999-EXIT.

      * The anchor of the last clean run is loaded first; a missing
      * journal is itself a finding - every master change since the
      * first sign-on should be on it.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE ALL "0" TO WS-PREV-CHECK
           OPEN INPUT ANCHOR-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-AK-EOF
           END-IF
           PERFORM UNTIL WS-AK-EOF = "Y"
               READ ANCHOR-FILE
                   AT END
                       MOVE "Y" TO WS-AK-EOF
                       CLOSE ANCHOR-FILE
                   NOT AT END
                       IF AK-SEQ IS NUMERIC
                           SET WS-HAS-ANCHOR TO TRUE
                           MOVE AK-SEQ TO WS-ANCHOR-SEQ
                           MOVE AK-CHECK TO WS-ANCHOR-CHECK
                       END-IF
               END-READ
           END-PERFORM
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
                           SET WS-HAS-CARRY TO TRUE
                           MOVE JA-SEQ TO WS-CARRY-SEQ
                           MOVE JA-CHECK TO WS-CARRY-CHECK
                       END-IF
               END-READ
           END-PERFORM
      * the archived part was counted when it was moved; the live
      * chain must go on from its last entry
           IF WS-HAS-CARRY
               SET WS-CHAIN-STARTED TO TRUE
               MOVE WS-CARRY-SEQ TO WS-PREV-SEQ
               MOVE WS-CARRY-CHECK TO WS-PREV-CHECK
           END-IF
           OPEN OUTPUT JRNCHECK-REPORT
           MOVE SPACES TO JC-LINE
           STRING "PEMERIKSAAN RANTAI JOURNAL.dat  " DELIMITED BY SIZE
               WS-CD-FULL (1:8) DELIMITED BY SIZE
               INTO JC-LINE
           WRITE JC-LINE
           MOVE SPACES TO JC-LINE
           WRITE JC-LINE
           OPEN INPUT JOURNAL-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-JR-EOF
               MOVE 0 TO WS-LINE-CNT
               MOVE "JOURNAL.dat TIDAK DAPAT DIBUKA" TO WS-MSG
               PERFORM 2900-REPORT-PROBLEM
           END-IF.

      * Lines ahead of the first stamped entry were written before
      * the chain existed and are only counted. From the first
      * stamped entry on, every line must carry the next number and
      * a check value that recomputes from its text and the value
      * on the line before - an edited line fails its own link, a
      * removed line shows as a gap in the numbers.
       2000-CHECK-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JR-EOF
                   CLOSE JOURNAL-FILE
               NOT AT END
                   ADD 1 TO WS-LINE-CNT
                   IF JR-SEQ IS NOT NUMERIC
                       IF WS-CHAIN-STARTED
                           MOVE "BARIS TANPA NOMOR URUT DI DALAM RANTAI"
                               TO WS-MSG
                           PERFORM 2900-REPORT-PROBLEM
                       ELSE
                           ADD 1 TO WS-LEGACY-CNT
                       END-IF
                   ELSE
                       PERFORM 2100-CHECK-LINK
                   END-IF
           END-READ.

       2100-CHECK-LINK.
           ADD 1 TO WS-CHAIN-CNT
           IF NOT WS-CHAIN-STARTED
               SET WS-CHAIN-STARTED TO TRUE
               MOVE 1 TO WS-EXPECT-SEQ
           ELSE
               COMPUTE WS-EXPECT-SEQ = WS-PREV-SEQ + 1
           END-IF
           EVALUATE TRUE
               WHEN JR-SEQ > WS-EXPECT-SEQ
                   MOVE WS-EXPECT-SEQ TO WS-SEQ-Z
                   MOVE SPACES TO WS-MSG
                   STRING "NOMOR URUT HILANG MULAI " DELIMITED BY SIZE
                       WS-SEQ-Z DELIMITED BY SIZE
                       " - ENTRI DIHAPUS" DELIMITED BY SIZE
                       INTO WS-MSG
                   PERFORM 2900-REPORT-PROBLEM
               WHEN JR-SEQ < WS-EXPECT-SEQ
                   MOVE "NOMOR URUT GANDA/MUNDUR - ENTRI DISISIPKAN"
                       TO WS-MSG
                   PERFORM 2900-REPORT-PROBLEM
               WHEN OTHER
                   CALL "SUB-TUGAS-JRNHASH" USING JR-RECORD (1:384)
                       WS-PREV-CHECK WS-CALC-CHECK
                   CANCEL "SUB-TUGAS-JRNHASH"
                   IF WS-CALC-CHECK NOT = JR-CHECK
                       MOVE "NILAI CEK TIDAK COCOK - ISI ENTRI DIUBAH"
                           TO WS-MSG
                       PERFORM 2900-REPORT-PROBLEM
                   END-IF
           END-EVALUATE
           IF WS-HAS-ANCHOR AND JR-SEQ = WS-ANCHOR-SEQ
               SET WS-ANCHOR-SEEN TO TRUE
               IF JR-CHECK NOT = WS-ANCHOR-CHECK
                   MOVE "ENTRI JANGKAR BERUBAH SEJAK PEMERIKSAAN LALU"
                       TO WS-MSG
                   PERFORM 2900-REPORT-PROBLEM
               END-IF
           END-IF
           MOVE JR-SEQ TO WS-PREV-SEQ
           MOVE JR-CHECK TO WS-PREV-CHECK.

      * one report line per finding: journal line number, sequence
      * number, timestamp and operation of the entry, and the reason;
      * the first one is flagged as where the chain first breaks
       2900-REPORT-PROBLEM.
           ADD 1 TO WS-PROBLEM-CNT
           MOVE WS-LINE-CNT TO WS-LINE-Z
           MOVE SPACES TO JC-LINE
           IF WS-LINE-CTX AND WS-LINE-CNT > 0
               IF JR-SEQ IS NUMERIC
                   MOVE JR-SEQ TO WS-SEQ-Z
               ELSE
                   MOVE 0 TO WS-SEQ-Z
               END-IF
               STRING "BARIS " DELIMITED BY SIZE
                   WS-LINE-Z DELIMITED BY SIZE
                   " URUT " DELIMITED BY SIZE
                   WS-SEQ-Z DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JR-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JR-OPERATION DELIMITED BY SIZE
                   INTO JC-LINE
               WRITE JC-LINE
           END-IF
           MOVE SPACES TO JC-LINE
           IF WS-PROBLEM-CNT = 1
               STRING "  RANTAI PERTAMA PUTUS: " DELIMITED BY SIZE
                   WS-MSG DELIMITED BY SIZE
                   INTO JC-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-MSG DELIMITED BY SIZE
                   INTO JC-LINE
           END-IF
           WRITE JC-LINE.

      * The anchor entry must still be on the journal: an anchor
      * never reached means the journal was cut short (or renumbered)
      * after the last clean run. An anchor the year-end close has
      * since moved into the yearly archive is accounted for by the
      * carry entry, which must match it when it is the same entry.
       3000-CHECK-ANCHOR.
           IF WS-HAS-ANCHOR AND NOT WS-ANCHOR-SEEN AND WS-HAS-CARRY
              AND WS-ANCHOR-SEQ NOT > WS-CARRY-SEQ
               SET WS-ANCHOR-SEEN TO TRUE
               IF WS-ANCHOR-SEQ = WS-CARRY-SEQ
                  AND WS-ANCHOR-CHECK NOT = WS-CARRY-CHECK
                   MOVE "N" TO WS-LINE-CTX-SW
                   MOVE "ENTRI JANGKAR TIDAK SAMA DENGAN JRNAWAL.dat"
                       TO WS-MSG
                   PERFORM 2900-REPORT-PROBLEM
               END-IF
           END-IF
           IF WS-HAS-ANCHOR AND NOT WS-ANCHOR-SEEN
               MOVE "N" TO WS-LINE-CTX-SW
               MOVE WS-ANCHOR-SEQ TO WS-SEQ-Z
               MOVE SPACES TO WS-MSG
               STRING "ENTRI JANGKAR URUT " DELIMITED BY SIZE
                   WS-SEQ-Z DELIMITED BY SIZE
                   " TIDAK ADA - JOURNAL DIPOTONG" DELIMITED BY SIZE
                   INTO WS-MSG
               PERFORM 2900-REPORT-PROBLEM
           END-IF.

      * A clean chain moves the anchor up to its last entry; a
      * journal with findings keeps the old anchor so the next run
      * still measures against the last known-good point.
       5000-PRINT-SUMMARY.
           MOVE SPACES TO JC-LINE
           WRITE JC-LINE
           MOVE SPACES TO JC-LINE
           STRING "BARIS=" DELIMITED BY SIZE
               WS-LINE-CNT DELIMITED BY SIZE
               "  SEBELUM RANTAI=" DELIMITED BY SIZE
               WS-LEGACY-CNT DELIMITED BY SIZE
               "  DALAM RANTAI=" DELIMITED BY SIZE
               WS-CHAIN-CNT DELIMITED BY SIZE
               "  TEMUAN=" DELIMITED BY SIZE
               WS-PROBLEM-CNT DELIMITED BY SIZE
               INTO JC-LINE
           WRITE JC-LINE
           IF WS-HAS-CARRY
               MOVE SPACES TO JC-LINE
               STRING "DIARSIP TUTUP TAHUN S.D. URUT=" DELIMITED BY SIZE
                   WS-CARRY-SEQ DELIMITED BY SIZE
                   INTO JC-LINE
               WRITE JC-LINE
           END-IF
           IF WS-PROBLEM-CNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "JOURNAL.dat TIDAK UTUH - " WS-PROBLEM-CNT
                   " TEMUAN - LIHAT JRNCHECK.txt"
           ELSE
               IF WS-CHAIN-STARTED
                   PERFORM 5100-WRITE-ANCHOR
               END-IF
               DISPLAY "RANTAI JOURNAL.dat UTUH - ENTRI TERAKHIR URUT "
                   WS-PREV-SEQ
           END-IF.

       5100-WRITE-ANCHOR.
           OPEN EXTEND ANCHOR-FILE
           IF FSTAT = "35"
               CLOSE ANCHOR-FILE
               OPEN OUTPUT ANCHOR-FILE
           END-IF
           MOVE ALL ";" TO AK-RECORD
           STRING WS-CD-FULL (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CD-FULL (9:6) DELIMITED BY SIZE
               INTO AK-TIMESTAMP
           MOVE WS-PREV-SEQ TO AK-SEQ
           MOVE WS-PREV-CHECK TO AK-CHECK
           WRITE AK-RECORD
           CLOSE ANCHOR-FILE.

       9999-EXIT.
           CLOSE JRNCHECK-REPORT.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-JRNCHECK.

      *          a normalized timestamp, and prints one
      *          chronologically ordered report to DOSSIER.txt - the
      *          auditor's "show me everything about this employee"
      *          in a single run instead of six tools. Years closed
      *          by TUGAS-TUTUPTHN are read back from the JOURNAL-
      *          and GAJIHAS-<tahun>.dat archives listed on
      *          TUTUPTHN.dat, so an old NIK keeps its full trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY "MUTHIST-SEL.cpy".
           COPY "APPROVAL-SEL.cpy".
           COPY "GAJIHAS-SEL.cpy".
           COPY "TUTUP-SEL.cpy".
           SELECT ARSIPTHN-FILE
               ASSIGN USING WS-ARSIP-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT JOURNAL-FILE
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JOURNAL.dat"
              ORGANIZATION IS LINE SEQUENTIAL
           COPY "APPROVAL-FD.cpy".
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD TUTUP-FILE.
           COPY "TUTUP-FD.cpy".
       FD ARSIPTHN-FILE.
       01 AT-LINE PIC X(403).
       FD JOURNAL-FILE.
       01 JR-RECORD.
           05 JR-TIMESTAMP PIC X(15).
           05 JR-AFTER PIC X(160).
           05 FILLER PIC X.
           05 JR-USER PIC X(08).
           05 FILLER PIC X.
           05 JR-SEQ PIC 9(09).
           05 FILLER PIC X.
           05 JR-CHECK PIC X(18).
       SD SORT-WORK.
       01 DW-RECORD.
           05 DW-KEY PIC X(16).
       01 WS-AP-EOF PIC X VALUE "N".
       01 WS-GH-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-TT-EOF PIC X VALUE "N".
       01 WS-AT-EOF PIC X VALUE "N".
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-ARSIP-NAMA PIC X(80).
       01 WS-ARSIP-CNT PIC 9(03) VALUE 0.
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-NIK-INPUT PIC 9(16).
       01 WS-GAJI-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PPH-Z PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-GAJI-Z2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-Z PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EVENT-CNT PIC 9(05) VALUE 0.
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GH-EOF
           END-IF
           OPEN INPUT TUTUP-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-TT-EOF
           END-IF
           OPEN OUTPUT DOSSIER-REPORT.

      * The header block: the record as it stands today, from the
           PERFORM 2200-COLLECT-MUTHIST UNTIL WS-MH-EOF = "Y"
           PERFORM 2300-COLLECT-JOURNAL UNTIL WS-JR-EOF = "Y"
           PERFORM 2400-COLLECT-APPROVAL UNTIL WS-AP-EOF = "Y"
           PERFORM 2500-COLLECT-GAJIHAS UNTIL WS-GH-EOF = "Y"
           PERFORM 2600-COLLECT-ARSIPTHN UNTIL WS-TT-EOF = "Y".

       2100-COLLECT-SALHIST.
           IF WS-SH-EOF = "N" AND WS-EVENT-CNT = 0
               AT END
                   MOVE "Y" TO WS-JR-EOF
               NOT AT END
                   PERFORM 2350-RELEASE-JOURNAL
           END-READ.

       2350-RELEASE-JOURNAL.
           IF JR-NIK = WS-NIK-INPUT
               MOVE SPACES TO DW-RECORD
               STRING JR-TIMESTAMP (1:4) DELIMITED BY SIZE
                   JR-TIMESTAMP (6:2) DELIMITED BY SIZE
                   JR-TIMESTAMP (9:2) DELIMITED BY SIZE
                   JR-TIMESTAMP (12:2) DELIMITED BY SIZE
                   "000000" DELIMITED BY SIZE
                   INTO DW-KEY
               STRING JR-TIMESTAMP (1:10) DELIMITED BY SIZE
                   " JURNAL  " DELIMITED BY SIZE
                   JR-OPERATION DELIMITED BY SIZE
                   " OLEH " DELIMITED BY SIZE
                   JR-USER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JR-AFTER (1:45) DELIMITED BY SIZE
                   INTO DW-LINE
               ADD 1 TO WS-EVENT-CNT
               RELEASE DW-RECORD
           END-IF.

      * one event for the request, and a second one when a decision
      * has been taken - both stamped with the acting user
       2400-COLLECT-APPROVAL.
               AT END
                   MOVE "Y" TO WS-GH-EOF
               NOT AT END
                   PERFORM 2550-RELEASE-GAJIHAS
           END-READ.

       2550-RELEASE-GAJIHAS.
           IF GH-NIK = WS-NIK-INPUT
               MOVE SPACES TO DW-RECORD
               STRING GH-PERIODE DELIMITED BY SIZE
                   "3124000000" DELIMITED BY SIZE
                   INTO DW-KEY
               MOVE GH-NET TO WS-NET-Z
               MOVE GH-PPH TO WS-PPH-Z
               STRING GH-PERIODE DELIMITED BY SIZE
                   "   GAJI    NETTO " DELIMITED BY SIZE
                   WS-NET-Z DELIMITED BY SIZE
                   "  PPH" DELIMITED BY SIZE
                   WS-PPH-Z DELIMITED BY SIZE
                   INTO DW-LINE
               ADD 1 TO WS-EVENT-CNT
               RELEASE DW-RECORD
           END-IF.

      * every JOURNAL/GAJIHAS line on the close register names a
      * yearly archive; its rows go through the same release logic
      * as the live files (the archive keeps the live layout)
       2600-COLLECT-ARSIPTHN.
           READ TUTUP-FILE
               AT END
                   MOVE "Y" TO WS-TT-EOF
               NOT AT END
                   IF (TT-FILE = "JOURNAL" OR TT-FILE = "GAJIHAS")
                      AND TT-ARSIP > 0
                       MOVE SPACES TO WS-ARSIP-NAMA
                       STRING WS-DATA-DIR DELIMITED BY SIZE
                           TT-FILE DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           TT-TAHUN DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-ARSIP-NAMA
                       OPEN INPUT ARSIPTHN-FILE
                       IF FSTAT = "00"
                           ADD 1 TO WS-ARSIP-CNT
                           MOVE "N" TO WS-AT-EOF
                           PERFORM 2650-READ-ARSIPTHN
                               UNTIL WS-AT-EOF = "Y"
                           CLOSE ARSIPTHN-FILE
                       ELSE
                           DISPLAY "ARSIP TAHUNAN TIDAK ADA : "
                               TT-FILE "-" TT-TAHUN
                       END-IF
                   END-IF
           END-READ.

       2650-READ-ARSIPTHN.
           READ ARSIPTHN-FILE
               AT END
                   MOVE "Y" TO WS-AT-EOF
               NOT AT END
                   IF TT-FILE = "JOURNAL"
                       MOVE AT-LINE TO JR-RECORD
                       PERFORM 2350-RELEASE-JOURNAL
                   ELSE
                       MOVE AT-LINE TO GH-RECORD
                       PERFORM 2550-RELEASE-GAJIHAS
                   END-IF
           END-READ.

               WS-EVENT-CNT DELIMITED BY SIZE
               INTO DR-LINE
           WRITE DR-LINE
           IF WS-ARSIP-CNT > 0
               MOVE SPACES TO DR-LINE
               STRING "ARSIP TUTUP TAHUN DIBACA=" DELIMITED BY SIZE
                   WS-ARSIP-CNT DELIMITED BY SIZE
                   INTO DR-LINE
               WRITE DR-LINE
           END-IF
           DISPLAY "DOSSIER SELESAI - JEJAK=" WS-EVENT-CNT
               " LIHAT DOSSIER.txt"
           IF WS-MASTER-SRC = "X"
           CLOSE Approval-File.
           CLOSE JOURNAL-FILE.
           CLOSE GAJIHAS-FILE.
           CLOSE TUTUP-FILE.
           CLOSE DOSSIER-REPORT.
           STOP RUN.
      ** add other procedures here

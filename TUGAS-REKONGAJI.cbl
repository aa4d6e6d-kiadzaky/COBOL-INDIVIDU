      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Period control reconciliation. For one completed
      *          period it matches, NIK by NIK and in total, the net
      *          pay on GAJIHAS.dat against the transfer file
      *          BANKTRF.dat (details and trailer hash), the
      *          re-disbursement file BANKTRF2.dat, the last bank
      *          status per NIK on PAYSTAT.dat, the net-pay clearing
      *          and koperasi credits on the GL voucher JURNALGL.dat,
      *          and the kasbon deducted (GH-KASBON) against the loan
      *          balance movements on LOANMUT.dat and the current
      *          balances on LOAN.dat. Every NIK gets one line on
      *          the control report REKONGJ.txt with each difference
      *          spelled out under it - paid but not in the GL,
      *          rejected and never re-sent, kasbon deducted but the
      *          balance not reduced - followed by the file totals.
      *          Any difference ends the run with RETURN-CODE 8, so
      *          as a JOBPLAN.dat step it holds the period open in
      *          TUGAS-SCHED until the break is cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-REKONGAJI.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "GAJIHAS-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "LOAN-SEL.cpy".
           COPY "LOANMUT-SEL.cpy".
           SELECT BANKTRF-FILE
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\BANKTRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT RETRY-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\BANKTRF2.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PAYSTAT-FILE
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\PAYSTAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT GL-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\JURNALGL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT REKON-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\REKONGJ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD Loan-Master.
           COPY "LOAN-FD.cpy".
       FD LOANMUT-FILE.
           COPY "LOANMUT-FD.cpy".
       FD BANKTRF-FILE.
       01 BT-RECORD PIC X(120).
       FD RETRY-FILE.
       01 RT-RECORD PIC X(120).
       FD PAYSTAT-FILE.
       01 PS-RECORD.
           05 PS-PERIODE PIC X(06).
           05 FILLER PIC X VALUE ";".
           05 PS-NIK PIC 9(16).
           05 FILLER PIC X VALUE ";".
           05 PS-STATUS PIC X(01).
           05 FILLER PIC X VALUE ";".
           05 PS-REASON PIC X(30).
           05 FILLER PIC X VALUE ";".
           05 PS-RUN-DATE PIC 9(08).
       FD GL-FILE.
       01 GL-RECORD PIC X(60).
       FD REKON-REPORT.
       01 RK-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-PERIODE PIC X(06).
       01 WS-CD-FULL PIC X(21).
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-AMT-Z PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-Z PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CNT-Z PIC ZZZ,ZZ9.
       01 WS-GH-EOF PIC X VALUE "N".
       01 WS-BT-EOF PIC X VALUE "N".
       01 WS-B2-EOF PIC X VALUE "N".
       01 WS-PS-EOF PIC X VALUE "N".
       01 WS-GL-EOF PIC X VALUE "N".
       01 WS-LM-EOF PIC X VALUE "N".
       01 WS-GS-EOF PIC X VALUE "N".
       01 WS-COMPLETE-SW PIC X VALUE "N".
           88 WS-PERIOD-COMPLETE VALUE "Y".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-LOAN-AVAIL-SW PIC X VALUE "Y".
           88 WS-LOAN-AVAIL VALUE "Y".

      * BANKTRF.dat / BANKTRF2.dat read-back - the H/D/T layouts of
      * TUGAS-BANKTRF
       01 WS-BT-IN PIC X(120).
       01 WS-BT-IN-HEADER REDEFINES WS-BT-IN.
           05 FILLER PIC X(02).
           05 WS-BTI-RUN-DATE PIC 9(08).
           05 FILLER PIC X.
           05 WS-BTI-PERIODE PIC X(06).
       01 WS-BT-IN-DETAIL REDEFINES WS-BT-IN.
           05 WS-BTI-TYPE PIC X.
           05 FILLER PIC X.
           05 WS-BTI-NIK PIC 9(16).
           05 FILLER PIC X.
           05 WS-BTI-NAMA PIC X(30).
           05 FILLER PIC X.
           05 WS-BTI-AMOUNT PIC 9(10)V99.
       01 WS-BT-IN-TRAILER REDEFINES WS-BT-IN.
           05 FILLER PIC X(02).
           05 WS-BTI-COUNT PIC 9(06).
           05 FILLER PIC X.
           05 WS-BTI-HASH PIC 9(13)V99.

      * JURNALGL.dat read-back - the H/detail/T layouts of
      * TUGAS-GLEXPORT
       01 WS-GL-IN PIC X(60).
       01 WS-GL-IN-HEADER REDEFINES WS-GL-IN.
           05 FILLER PIC X(02).
           05 WS-GLI-RUN-DATE PIC 9(08).
           05 FILLER PIC X.
           05 WS-GLI-PERIODE PIC X(06).
       01 WS-GL-IN-DETAIL REDEFINES WS-GL-IN.
           05 WS-GLI-TYPE PIC X(01).
           05 FILLER PIC X.
           05 WS-GLI-ACCOUNT PIC X(04).
           05 FILLER PIC X.
           05 WS-GLI-UNIT PIC X(04).
           05 FILLER PIC X.
           05 WS-GLI-DESC PIC X(20).
           05 FILLER PIC X.
           05 WS-GLI-AMOUNT PIC 9(12)V99.
       01 WS-GL-IN-TRAILER REDEFINES WS-GL-IN.
           05 FILLER PIC X(02).
           05 WS-GLI-DEBIT PIC 9(13)V99.
           05 FILLER PIC X.
           05 WS-GLI-CREDIT PIC 9(13)V99.

      * one entry per NIK seen on any of the files for the period,
      * GAJIHAS.dat order first, then whatever only the bank, the
      * status file or the loan log knows about
       01 WS-RK-COUNT PIC 9(04) VALUE 0.
       01 WS-RK-TABLE.
           05 WS-RK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RK-IX.
               10 WS-RK-NIK PIC 9(16).
               10 WS-RK-GH-CNT PIC 9(02).
               10 WS-RK-NET PIC 9(10)V99.
               10 WS-RK-KASBON PIC 9(09)V99.
               10 WS-RK-BT-CNT PIC 9(02).
               10 WS-RK-BT-AMT PIC 9(10)V99.
               10 WS-RK-B2-CNT PIC 9(02).
               10 WS-RK-B2-AMT PIC 9(10)V99.
               10 WS-RK-PS-STATUS PIC X(01).
               10 WS-RK-LM-CNT PIC 9(02).
               10 WS-RK-LM-POTONG PIC 9(10)V99.
               10 WS-RK-LM-AKHIR PIC 9(09)V99.
               10 WS-RK-LN-STATUS PIC X(01).
       01 WS-RK-OVERFLOW-SW PIC X VALUE "N".
           88 WS-RK-OVERFLOWED VALUE "Y".
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-LOOK-NIK PIC 9(16).
       01 WS-NIK-BREAK-CNT PIC 9(02) VALUE 0.
       01 WS-BREAK-TEXT PIC X(60).
       01 WS-RULE-MODE PIC X VALUE "C".
           88 WS-RULE-COUNT VALUE "C".
           88 WS-RULE-PRINT VALUE "P".

      * file totals
       01 WS-GH-CNT PIC 9(06) VALUE 0.
       01 WS-GH-NET PIC 9(13)V99 VALUE 0.
       01 WS-GH-KASBON PIC 9(13)V99 VALUE 0.
       01 WS-BT-FOUND-SW PIC X VALUE "N".
           88 WS-BT-FOUND VALUE "Y".
       01 WS-BT-PERIODE PIC X(06) VALUE SPACES.
       01 WS-BT-CNT PIC 9(06) VALUE 0.
       01 WS-BT-HASH PIC 9(13)V99 VALUE 0.
       01 WS-BT-TRL-SW PIC X VALUE "N".
           88 WS-BT-TRL-FOUND VALUE "Y".
       01 WS-BT-TRL-CNT PIC 9(06) VALUE 0.
       01 WS-BT-TRL-HASH PIC 9(13)V99 VALUE 0.
       01 WS-B2-FOUND-SW PIC X VALUE "N".
           88 WS-B2-FOUND VALUE "Y".
       01 WS-B2-PERIODE PIC X(06) VALUE SPACES.
       01 WS-B2-CNT PIC 9(06) VALUE 0.
       01 WS-B2-HASH PIC 9(13)V99 VALUE 0.
       01 WS-B2-TRL-SW PIC X VALUE "N".
           88 WS-B2-TRL-FOUND VALUE "Y".
       01 WS-B2-TRL-CNT PIC 9(06) VALUE 0.
       01 WS-B2-TRL-HASH PIC 9(13)V99 VALUE 0.
       01 WS-PS-LINE-CNT PIC 9(06) VALUE 0.
       01 WS-PS-A-CNT PIC 9(06) VALUE 0.
       01 WS-PS-R-CNT PIC 9(06) VALUE 0.
       01 WS-PS-NONE-CNT PIC 9(06) VALUE 0.
       01 WS-RETRY-WAIT-CNT PIC 9(06) VALUE 0.
       01 WS-GL-FOUND-SW PIC X VALUE "N".
           88 WS-GL-FOUND VALUE "Y".
       01 WS-GL-PERIODE PIC X(06) VALUE SPACES.
       01 WS-GL-NET PIC 9(13)V99 VALUE 0.
       01 WS-GL-KASBON PIC 9(13)V99 VALUE 0.
       01 WS-GL-NET-CNT PIC 9(02) VALUE 0.
       01 WS-GL-KASBON-CNT PIC 9(02) VALUE 0.
       01 WS-GL-DEBIT PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT PIC 9(13)V99 VALUE 0.
       01 WS-GL-TRL-SW PIC X VALUE "N".
           88 WS-GL-TRL-FOUND VALUE "Y".
       01 WS-GL-TRL-DEBIT PIC 9(13)V99 VALUE 0.
       01 WS-GL-TRL-CREDIT PIC 9(13)V99 VALUE 0.
       01 WS-LM-CNT PIC 9(06) VALUE 0.
       01 WS-LM-POTONG PIC 9(13)V99 VALUE 0.
       01 WS-NIK-BREAKS PIC 9(06) VALUE 0.
       01 WS-TOTAL-BREAKS PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 2000-LOAD-GAJIHAS UNTIL WS-GH-EOF = "Y"
               PERFORM 2100-LOAD-BANKTRF UNTIL WS-BT-EOF = "Y"
               PERFORM 2200-LOAD-BANKTRF2 UNTIL WS-B2-EOF = "Y"
               PERFORM 2300-LOAD-PAYSTAT UNTIL WS-PS-EOF = "Y"
               PERFORM 2400-LOAD-JURNALGL UNTIL WS-GL-EOF = "Y"
               PERFORM 2500-LOAD-LOANMUT UNTIL WS-LM-EOF = "Y"
               PERFORM 2600-CHECK-LOAN-BALANCES
               PERFORM 3000-PRINT-NIK-LINES
               PERFORM 3500-PRINT-TOTALS
               PERFORM 4000-FINISH
           END-IF.
           PERFORM 9999-EXIT.

      * Only a completed period is reconciled - a period still at I
      * (or backed out) has no final GAJIHAS.dat rows to match.
       1000-INITIALIZE.
           DISPLAY "REKONSILIASI PERIODE GAJI"
           DISPLAY "PERIODE YYYYMM : " NO ADVANCING
           ACCEPT WS-PERIODE
           PERFORM 1100-CHECK-PERIOD-COMPLETE
           IF NOT WS-PERIOD-COMPLETE
               DISPLAY "PERIODE " WS-PERIODE " BELUM DITANDAI"
                   " SELESAI DI GAJSTAT.dat - REKONSILIASI DITOLAK"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
               OPEN INPUT GAJIHAS-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "GAJIHAS.dat TIDAK ADA, FSTAT=" FSTAT
                   MOVE "Y" TO WS-GH-EOF
               END-IF
               OPEN INPUT BANKTRF-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-BT-EOF
               END-IF
               OPEN INPUT RETRY-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-B2-EOF
               END-IF
               OPEN INPUT PAYSTAT-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-PS-EOF
               END-IF
               OPEN INPUT GL-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-GL-EOF
               END-IF
               OPEN INPUT LOANMUT-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-LM-EOF
               END-IF
               OPEN INPUT Loan-Master
               IF FSTAT NOT = "00"
                   MOVE "N" TO WS-LOAN-AVAIL-SW
               END-IF
               OPEN OUTPUT REKON-REPORT
               MOVE SPACES TO RK-LINE
               STRING "REKONSILIASI PERIODE GAJI  PERIODE "
                   DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   "  TANGGAL " DELIMITED BY SIZE
                   WS-CD-FULL (1:8) DELIMITED BY SIZE
                   INTO RK-LINE
               WRITE RK-LINE
               MOVE SPACES TO RK-LINE
               WRITE RK-LINE
               MOVE SPACES TO RK-LINE
               MOVE "NIK" TO RK-LINE (1:3)
               MOVE "GAJI BERSIH" TO RK-LINE (28:11)
               MOVE "BANKTRF" TO RK-LINE (50:7)
               MOVE "BANKTRF2" TO RK-LINE (67:8)
               MOVE "ST" TO RK-LINE (76:2)
               MOVE "KASBON" TO RK-LINE (91:6)
               MOVE "MUTASI PINJ" TO RK-LINE (104:11)
               MOVE "KET" TO RK-LINE (117:3)
               WRITE RK-LINE
               MOVE ALL "-" TO RK-LINE (1:123)
               WRITE RK-LINE
           END-IF.

      * last line on GAJSTAT.dat for the period wins, as in
      * TUGAS-BANKTRF
       1100-CHECK-PERIOD-COMPLETE.
           MOVE "N" TO WS-COMPLETE-SW
           OPEN INPUT GAJSTAT-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GS-EOF
           END-IF
           PERFORM UNTIL WS-GS-EOF = "Y"
               READ GAJSTAT-FILE
                   AT END
                       MOVE "Y" TO WS-GS-EOF
                   NOT AT END
                       IF GS-PERIODE = WS-PERIODE
                           IF GS-STATUS = "C"
                               SET WS-PERIOD-COMPLETE TO TRUE
                           ELSE
                               MOVE "N" TO WS-COMPLETE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJSTAT-FILE.

       2000-LOAD-GAJIHAS.
           READ GAJIHAS-FILE
               AT END
                   MOVE "Y" TO WS-GH-EOF
               NOT AT END
                   IF GH-PERIODE = WS-PERIODE
                       ADD 1 TO WS-GH-CNT
                       ADD GH-NET TO WS-GH-NET
                       ADD GH-KASBON TO WS-GH-KASBON
                       MOVE GH-NIK TO WS-LOOK-NIK
                       PERFORM 2900-FIND-NIK
                       IF WS-FOUND
                           ADD 1 TO WS-RK-GH-CNT (WS-RK-IX)
                           ADD GH-NET TO WS-RK-NET (WS-RK-IX)
                           ADD GH-KASBON TO WS-RK-KASBON (WS-RK-IX)
                       END-IF
                   END-IF
           END-READ.

      * BANKTRF.dat is rewritten by every export, so it only counts
      * when its header carries this period; otherwise no detail is
      * taken and every paid NIK shows as missing from the bank
       2100-LOAD-BANKTRF.
           READ BANKTRF-FILE INTO WS-BT-IN
               AT END
                   MOVE "Y" TO WS-BT-EOF
               NOT AT END
                   EVALUATE WS-BTI-TYPE
                       WHEN "H"
                           SET WS-BT-FOUND TO TRUE
                           MOVE WS-BTI-PERIODE TO WS-BT-PERIODE
                       WHEN "D"
                           IF WS-BT-PERIODE = WS-PERIODE
                               ADD 1 TO WS-BT-CNT
                               ADD WS-BTI-AMOUNT TO WS-BT-HASH
                               MOVE WS-BTI-NIK TO WS-LOOK-NIK
                               PERFORM 2900-FIND-NIK
                               IF WS-FOUND
                                   ADD 1 TO WS-RK-BT-CNT (WS-RK-IX)
                                   ADD WS-BTI-AMOUNT
                                       TO WS-RK-BT-AMT (WS-RK-IX)
                               END-IF
                           END-IF
                       WHEN "T"
                           SET WS-BT-TRL-FOUND TO TRUE
                           MOVE WS-BTI-COUNT TO WS-BT-TRL-CNT
                           MOVE WS-BTI-HASH TO WS-BT-TRL-HASH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * BANKTRF2.dat holds the retry of the last TUGAS-BANKRET run;
      * one built for another period means nothing was re-sent for
      * this one
       2200-LOAD-BANKTRF2.
           READ RETRY-FILE INTO WS-BT-IN
               AT END
                   MOVE "Y" TO WS-B2-EOF
               NOT AT END
                   EVALUATE WS-BTI-TYPE
                       WHEN "H"
                           SET WS-B2-FOUND TO TRUE
                           MOVE WS-BTI-PERIODE TO WS-B2-PERIODE
                       WHEN "D"
                           IF WS-B2-PERIODE = WS-PERIODE
                               ADD 1 TO WS-B2-CNT
                               ADD WS-BTI-AMOUNT TO WS-B2-HASH
                               MOVE WS-BTI-NIK TO WS-LOOK-NIK
                               PERFORM 2900-FIND-NIK
                               IF WS-FOUND
                                   ADD 1 TO WS-RK-B2-CNT (WS-RK-IX)
                                   ADD WS-BTI-AMOUNT
                                       TO WS-RK-B2-AMT (WS-RK-IX)
                               END-IF
                           END-IF
                       WHEN "T"
                           SET WS-B2-TRL-FOUND TO TRUE
                           MOVE WS-BTI-COUNT TO WS-B2-TRL-CNT
                           MOVE WS-BTI-HASH TO WS-B2-TRL-HASH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * PAYSTAT.dat is appended by every TUGAS-BANKRET run, so the
      * last line per NIK for the period is the standing status - a
      * rejection later paid on the retry ends at A
       2300-LOAD-PAYSTAT.
           READ PAYSTAT-FILE
               AT END
                   MOVE "Y" TO WS-PS-EOF
               NOT AT END
                   IF PS-PERIODE = WS-PERIODE
                       ADD 1 TO WS-PS-LINE-CNT
                       MOVE PS-NIK TO WS-LOOK-NIK
                       PERFORM 2900-FIND-NIK
                       IF WS-FOUND
                           MOVE PS-STATUS
                               TO WS-RK-PS-STATUS (WS-RK-IX)
                       END-IF
                   END-IF
           END-READ.

      * the voucher carries no NIK detail: the net-pay clearing
      * credit 2200 must equal the GAJIHAS.dat net total and the
      * koperasi credit 2130 the kasbon total
       2400-LOAD-JURNALGL.
           READ GL-FILE INTO WS-GL-IN
               AT END
                   MOVE "Y" TO WS-GL-EOF
               NOT AT END
                   EVALUATE WS-GLI-TYPE
                       WHEN "H"
                           SET WS-GL-FOUND TO TRUE
                           MOVE WS-GLI-PERIODE TO WS-GL-PERIODE
                       WHEN "D"
                           ADD WS-GLI-AMOUNT TO WS-GL-DEBIT
                       WHEN "C"
                           ADD WS-GLI-AMOUNT TO WS-GL-CREDIT
                           IF WS-GLI-ACCOUNT = "2200"
                               ADD 1 TO WS-GL-NET-CNT
                               ADD WS-GLI-AMOUNT TO WS-GL-NET
                           END-IF
                           IF WS-GLI-ACCOUNT = "2130"
                               ADD 1 TO WS-GL-KASBON-CNT
                               ADD WS-GLI-AMOUNT TO WS-GL-KASBON
                           END-IF
                       WHEN "T"
                           SET WS-GL-TRL-FOUND TO TRUE
                           MOVE WS-GLI-DEBIT TO WS-GL-TRL-DEBIT
                           MOVE WS-GLI-CREDIT TO WS-GL-TRL-CREDIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2500-LOAD-LOANMUT.
           READ LOANMUT-FILE
               AT END
                   MOVE "Y" TO WS-LM-EOF
               NOT AT END
                   IF LM-PERIODE = WS-PERIODE
                       ADD 1 TO WS-LM-CNT
                       ADD LM-POTONG TO WS-LM-POTONG
                       MOVE LM-NIK TO WS-LOOK-NIK
                       PERFORM 2900-FIND-NIK
                       IF WS-FOUND
                           ADD 1 TO WS-RK-LM-CNT (WS-RK-IX)
                           ADD LM-POTONG TO WS-RK-LM-POTONG (WS-RK-IX)
                           MOVE LM-SALDO-AKHIR
                               TO WS-RK-LM-AKHIR (WS-RK-IX)
                       END-IF
                   END-IF
           END-READ.

      * Balances only go down between runs through the payroll
      * deduction, so the balance on LOAN.dat today may be lower than
      * what the period left behind (a later month already took its
      * installment) but never higher. Higher means the reduction
      * was lost or the loan was re-keyed after the run.
       2600-CHECK-LOAN-BALANCES.
           PERFORM VARYING WS-RK-IX FROM 1 BY 1
                   UNTIL WS-RK-IX > WS-RK-COUNT
               IF WS-RK-LM-CNT (WS-RK-IX) > 0 AND WS-LOAN-AVAIL
                   MOVE WS-RK-NIK (WS-RK-IX) TO LN-NIK
                   READ Loan-Master
                       INVALID KEY
                           MOVE "T" TO WS-RK-LN-STATUS (WS-RK-IX)
                       NOT INVALID KEY
                           IF LN-BALANCE > WS-RK-LM-AKHIR (WS-RK-IX)
                               MOVE "N"
                                   TO WS-RK-LN-STATUS (WS-RK-IX)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      * table lookup by NIK, adding the NIK when it is new; a full
      * table is a break on its own because the NIKs that did not
      * fit are never matched
       2900-FIND-NIK.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RK-IX FROM 1 BY 1
                   UNTIL WS-RK-IX > WS-RK-COUNT OR WS-FOUND
               IF WS-RK-NIK (WS-RK-IX) = WS-LOOK-NIK
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-RK-IX DOWN BY 1
           ELSE
               IF WS-RK-COUNT < 2000
                   ADD 1 TO WS-RK-COUNT
                   SET WS-RK-IX TO WS-RK-COUNT
                   MOVE WS-LOOK-NIK TO WS-RK-NIK (WS-RK-IX)
                   MOVE 0 TO WS-RK-GH-CNT (WS-RK-IX)
                   MOVE 0 TO WS-RK-NET (WS-RK-IX)
                   MOVE 0 TO WS-RK-KASBON (WS-RK-IX)
                   MOVE 0 TO WS-RK-BT-CNT (WS-RK-IX)
                   MOVE 0 TO WS-RK-BT-AMT (WS-RK-IX)
                   MOVE 0 TO WS-RK-B2-CNT (WS-RK-IX)
                   MOVE 0 TO WS-RK-B2-AMT (WS-RK-IX)
                   MOVE SPACE TO WS-RK-PS-STATUS (WS-RK-IX)
                   MOVE 0 TO WS-RK-LM-CNT (WS-RK-IX)
                   MOVE 0 TO WS-RK-LM-POTONG (WS-RK-IX)
                   MOVE 0 TO WS-RK-LM-AKHIR (WS-RK-IX)
                   MOVE SPACE TO WS-RK-LN-STATUS (WS-RK-IX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-RK-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       3000-PRINT-NIK-LINES.
           PERFORM VARYING WS-RK-IX FROM 1 BY 1
                   UNTIL WS-RK-IX > WS-RK-COUNT
               PERFORM 3100-PRINT-NIK
           END-PERFORM.

      * One line per NIK with what every file says about it, then
      * one line per difference found. A rejection already on the
      * retry file is not a difference but an open item: the money
      * is on its way and the next bank return settles it.
       3100-PRINT-NIK.
           MOVE 0 TO WS-NIK-BREAK-CNT
           MOVE SPACES TO RK-LINE
           MOVE WS-RK-NIK (WS-RK-IX) TO NIK-Z
           MOVE NIK-Z TO RK-LINE (1:19)
           MOVE WS-RK-NET (WS-RK-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO RK-LINE (22:17)
           MOVE WS-RK-BT-AMT (WS-RK-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO RK-LINE (40:17)
           MOVE WS-RK-B2-AMT (WS-RK-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO RK-LINE (58:17)
           MOVE WS-RK-PS-STATUS (WS-RK-IX) TO RK-LINE (77:1)
           MOVE WS-RK-KASBON (WS-RK-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO RK-LINE (80:17)
           MOVE WS-RK-LM-POTONG (WS-RK-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO RK-LINE (98:17)
           PERFORM 3200-COUNT-NIK-BREAKS
           IF WS-NIK-BREAK-CNT > 0
               MOVE "SELISIH" TO RK-LINE (117:7)
           ELSE
               IF WS-RK-PS-STATUS (WS-RK-IX) = "R"
                   MOVE "TUNGGU" TO RK-LINE (117:6)
                   ADD 1 TO WS-RETRY-WAIT-CNT
               ELSE
                   MOVE "OK" TO RK-LINE (117:2)
               END-IF
           END-IF
           WRITE RK-LINE
           IF WS-NIK-BREAK-CNT > 0
               ADD 1 TO WS-NIK-BREAKS
               PERFORM 3300-PRINT-NIK-BREAKS
           END-IF
           EVALUATE WS-RK-PS-STATUS (WS-RK-IX)
               WHEN "A"
                   ADD 1 TO WS-PS-A-CNT
               WHEN "R"
                   ADD 1 TO WS-PS-R-CNT
               WHEN OTHER
                   ADD 1 TO WS-PS-NONE-CNT
           END-EVALUATE.

      * the same rules as 3300 below, counted first so the NIK line
      * can carry its verdict; 3300 prints them
       3200-COUNT-NIK-BREAKS.
           SET WS-RULE-COUNT TO TRUE
           PERFORM 3400-APPLY-RULES.

       3300-PRINT-NIK-BREAKS.
           SET WS-RULE-PRINT TO TRUE
           PERFORM 3400-APPLY-RULES.

       3400-APPLY-RULES.
           IF WS-RK-GH-CNT (WS-RK-IX) > 1
               MOVE "BARIS GAJIHAS.dat GANDA UNTUK NIK INI"
                   TO WS-BREAK-TEXT
               PERFORM 3450-BREAK
           END-IF
           IF WS-RK-BT-CNT (WS-RK-IX) > 1
               MOVE "DETAIL BANKTRF.dat GANDA - DIBAYAR DUA KALI"
                   TO WS-BREAK-TEXT
               PERFORM 3450-BREAK
           END-IF
           IF WS-RK-GH-CNT (WS-RK-IX) > 0
               IF WS-RK-BT-CNT (WS-RK-IX) = 0
                   MOVE "GAJI BERSIH TIDAK ADA DI BANKTRF.dat"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               ELSE
                   IF WS-RK-BT-AMT (WS-RK-IX)
                          NOT = WS-RK-NET (WS-RK-IX)
                       MOVE "JUMLAH BANKTRF.dat BEDA DGN GAJI BERSIH"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
                   IF WS-RK-PS-STATUS (WS-RK-IX) = SPACE
                       MOVE "BELUM ADA STATUS BALIKAN BANK"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
               END-IF
               IF WS-RK-PS-STATUS (WS-RK-IX) = "R"
                  AND WS-RK-B2-CNT (WS-RK-IX) = 0
                   MOVE "DITOLAK BANK, TIDAK DIKIRIM ULANG"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               END-IF
               IF WS-RK-B2-CNT (WS-RK-IX) > 0
                   IF WS-RK-PS-STATUS (WS-RK-IX) NOT = "R"
                       MOVE "DI BANKTRF2.dat PADAHAL TIDAK DITOLAK"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
                   IF WS-RK-B2-AMT (WS-RK-IX)
                          NOT = WS-RK-NET (WS-RK-IX)
                       MOVE "JUMLAH BANKTRF2.dat BEDA DGN GAJI BERSIH"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
               END-IF
               IF WS-RK-PS-STATUS (WS-RK-IX) NOT = SPACE
                  AND WS-RK-PS-STATUS (WS-RK-IX) NOT = "A"
                  AND WS-RK-PS-STATUS (WS-RK-IX) NOT = "R"
                   MOVE "STATUS BALIKAN BANK TIDAK DIKENAL"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               END-IF
           ELSE
      * every GL amount comes from GAJIHAS.dat, so money the bank
      * moved for a NIK without a row never reached the ledger
               IF WS-RK-BT-CNT (WS-RK-IX) > 0
                  OR WS-RK-B2-CNT (WS-RK-IX) > 0
                   MOVE "DI FILE BANK TANPA BARIS GAJIHAS.dat"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               END-IF
               IF WS-RK-PS-STATUS (WS-RK-IX) = "A"
                   MOVE "DIBAYAR BANK TAPI TIDAK ADA DI GL"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               ELSE
                   IF WS-RK-PS-STATUS (WS-RK-IX) NOT = SPACE
                       MOVE "BALIKAN BANK TANPA BARIS GAJIHAS.dat"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
               END-IF
           END-IF
           IF WS-RK-KASBON (WS-RK-IX) > 0
              AND WS-RK-LM-CNT (WS-RK-IX) = 0
               MOVE "KASBON DIPOTONG, SALDO PINJAMAN TIDAK TURUN"
                   TO WS-BREAK-TEXT
               PERFORM 3450-BREAK
           END-IF
           IF WS-RK-LM-CNT (WS-RK-IX) > 0
               IF WS-RK-KASBON (WS-RK-IX) = 0
                   MOVE "SALDO PINJAMAN TURUN TANPA POTONGAN KASBON"
                       TO WS-BREAK-TEXT
                   PERFORM 3450-BREAK
               ELSE
                   IF WS-RK-LM-POTONG (WS-RK-IX)
                          NOT = WS-RK-KASBON (WS-RK-IX)
                       MOVE "MUTASI PINJAMAN BEDA DGN KASBON DIPOTONG"
                           TO WS-BREAK-TEXT
                       PERFORM 3450-BREAK
                   END-IF
               END-IF
           END-IF
           IF WS-RK-LN-STATUS (WS-RK-IX) = "T"
               MOVE "PINJAMAN TIDAK ADA LAGI DI LOAN.dat"
                   TO WS-BREAK-TEXT
               PERFORM 3450-BREAK
           END-IF
           IF WS-RK-LN-STATUS (WS-RK-IX) = "N"
               MOVE "SALDO LOAN.dat NAIK LAGI SETELAH DIPOTONG"
                   TO WS-BREAK-TEXT
               PERFORM 3450-BREAK
           END-IF.

       3450-BREAK.
           IF WS-RULE-COUNT
               ADD 1 TO WS-NIK-BREAK-CNT
           ELSE
               MOVE SPACES TO RK-LINE
               STRING "     *** " DELIMITED BY SIZE
                   WS-BREAK-TEXT DELIMITED BY SIZE
                   INTO RK-LINE
               WRITE RK-LINE
           END-IF.

      * File totals against each other; each total-level difference
      * is printed and counted on top of the per-NIK ones.
       3500-PRINT-TOTALS.
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE
           MOVE "TOTAL PER FILE" TO RK-LINE
           WRITE RK-LINE
           MOVE ALL "-" TO RK-LINE (1:123)
           WRITE RK-LINE
           MOVE "GAJIHAS.dat BARIS" TO WS-BREAK-TEXT
           MOVE WS-GH-CNT TO WS-CNT-Z
           MOVE WS-GH-NET TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "BANKTRF.dat DETAIL" TO WS-BREAK-TEXT
           MOVE WS-BT-CNT TO WS-CNT-Z
           MOVE WS-BT-HASH TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "BANKTRF.dat TRAILER" TO WS-BREAK-TEXT
           MOVE WS-BT-TRL-CNT TO WS-CNT-Z
           MOVE WS-BT-TRL-HASH TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "BANKTRF2.dat DETAIL" TO WS-BREAK-TEXT
           MOVE WS-B2-CNT TO WS-CNT-Z
           MOVE WS-B2-HASH TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "GL 2200 TITIPAN GAJI NETTO" TO WS-BREAK-TEXT
           MOVE WS-GL-NET-CNT TO WS-CNT-Z
           MOVE WS-GL-NET TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "GAJIHAS.dat KASBON" TO WS-BREAK-TEXT
           MOVE WS-GH-CNT TO WS-CNT-Z
           MOVE WS-GH-KASBON TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "GL 2130 HUTANG KOPERASI" TO WS-BREAK-TEXT
           MOVE WS-GL-KASBON-CNT TO WS-CNT-Z
           MOVE WS-GL-KASBON TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE "LOANMUT.dat MUTASI PINJAMAN" TO WS-BREAK-TEXT
           MOVE WS-LM-CNT TO WS-CNT-Z
           MOVE WS-LM-POTONG TO WS-TOT-Z
           PERFORM 3600-PRINT-TOTAL-LINE
           MOVE SPACES TO RK-LINE
           STRING "PAYSTAT.dat  DIBAYAR=" DELIMITED BY SIZE
               WS-PS-A-CNT DELIMITED BY SIZE
               "  DITOLAK=" DELIMITED BY SIZE
               WS-PS-R-CNT DELIMITED BY SIZE
               "  TANPA STATUS=" DELIMITED BY SIZE
               WS-PS-NONE-CNT DELIMITED BY SIZE
               "  TUNGGU KIRIM ULANG=" DELIMITED BY SIZE
               WS-RETRY-WAIT-CNT DELIMITED BY SIZE
               INTO RK-LINE
           WRITE RK-LINE
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE
           IF WS-RK-OVERFLOWED
               MOVE "TABEL NIK PENUH - SISA NIK TIDAK DICOCOKKAN"
                   TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           END-IF
           IF WS-GH-CNT = 0
               MOVE "TIDAK ADA BARIS GAJIHAS.dat UNTUK PERIODE INI"
                   TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           END-IF
           PERFORM 3510-CHECK-BANK-TOTALS
           PERFORM 3520-CHECK-GL-TOTALS
           PERFORM 3530-CHECK-LOAN-TOTALS.

       3510-CHECK-BANK-TOTALS.
           IF NOT WS-BT-FOUND
               MOVE "BANKTRF.dat TIDAK ADA" TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           ELSE
               IF WS-BT-PERIODE NOT = WS-PERIODE
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "BANKTRF.dat UNTUK PERIODE " DELIMITED BY SIZE
                       WS-BT-PERIODE DELIMITED BY SIZE
                       ", BUKAN PERIODE INI" DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   PERFORM 3700-TOTAL-BREAK
               ELSE
                   IF NOT WS-BT-TRL-FOUND
                      OR WS-BT-TRL-CNT NOT = WS-BT-CNT
                      OR WS-BT-TRL-HASH NOT = WS-BT-HASH
                       MOVE "TRAILER BANKTRF.dat TIDAK SEIMBANG"
                           TO WS-BREAK-TEXT
                       PERFORM 3700-TOTAL-BREAK
                   END-IF
                   IF WS-BT-TRL-HASH NOT = WS-GH-NET
                       MOVE "HASH BANKTRF.dat BEDA DGN TOTAL GAJIHAS"
                           TO WS-BREAK-TEXT
                       PERFORM 3700-TOTAL-BREAK
                   END-IF
               END-IF
           END-IF
           IF WS-B2-FOUND AND WS-B2-PERIODE = WS-PERIODE
               IF NOT WS-B2-TRL-FOUND
                  OR WS-B2-TRL-CNT NOT = WS-B2-CNT
                  OR WS-B2-TRL-HASH NOT = WS-B2-HASH
                   MOVE "TRAILER BANKTRF2.dat TIDAK SEIMBANG"
                       TO WS-BREAK-TEXT
                   PERFORM 3700-TOTAL-BREAK
               END-IF
           END-IF.

       3520-CHECK-GL-TOTALS.
           IF NOT WS-GL-FOUND
               MOVE "JURNALGL.dat TIDAK ADA" TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           ELSE
               IF WS-GL-PERIODE NOT = WS-PERIODE
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "JURNALGL.dat UNTUK PERIODE "
                       DELIMITED BY SIZE
                       WS-GL-PERIODE DELIMITED BY SIZE
                       ", BUKAN PERIODE INI" DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   PERFORM 3700-TOTAL-BREAK
               ELSE
                   IF WS-GL-NET NOT = WS-GH-NET
                       MOVE "GL 2200 BEDA DGN TOTAL GAJI BERSIH"
                           TO WS-BREAK-TEXT
                       PERFORM 3700-TOTAL-BREAK
                   END-IF
                   IF WS-GL-KASBON NOT = WS-GH-KASBON
                       MOVE "GL 2130 BEDA DGN TOTAL KASBON GAJIHAS"
                           TO WS-BREAK-TEXT
                       PERFORM 3700-TOTAL-BREAK
                   END-IF
      * a net-negative PPh21 month is written as its own D line on
      * 2120, so the trailer still equals the lines it summarises on
      * each side
                   IF NOT WS-GL-TRL-FOUND
                      OR WS-GL-TRL-DEBIT NOT = WS-GL-DEBIT
                      OR WS-GL-TRL-CREDIT NOT = WS-GL-CREDIT
                       MOVE "JURNALGL.dat TIDAK SEIMBANG"
                           TO WS-BREAK-TEXT
                       PERFORM 3700-TOTAL-BREAK
                   END-IF
               END-IF
           END-IF.

       3530-CHECK-LOAN-TOTALS.
           IF WS-LM-POTONG NOT = WS-GH-KASBON
               MOVE "MUTASI LOANMUT.dat BEDA DGN TOTAL KASBON"
                   TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           END-IF
           IF NOT WS-LOAN-AVAIL AND WS-LM-CNT > 0
               MOVE "LOAN.dat TIDAK ADA - SALDO TIDAK BISA DICEK"
                   TO WS-BREAK-TEXT
               PERFORM 3700-TOTAL-BREAK
           END-IF.

       3600-PRINT-TOTAL-LINE.
           MOVE SPACES TO RK-LINE
           MOVE WS-BREAK-TEXT TO RK-LINE (1:30)
           MOVE WS-CNT-Z TO RK-LINE (32:7)
           MOVE WS-TOT-Z TO RK-LINE (40:20)
           WRITE RK-LINE.

       3700-TOTAL-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE SPACES TO RK-LINE
           STRING "*** " DELIMITED BY SIZE
               WS-BREAK-TEXT DELIMITED BY SIZE
               INTO RK-LINE
           WRITE RK-LINE.

      * any break keeps the run nonzero, so the scheduler does not
      * mark the step complete and the period stays open
       4000-FINISH.
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE
           MOVE SPACES TO RK-LINE
           IF WS-NIK-BREAKS = 0 AND WS-TOTAL-BREAKS = 0
               STRING "REKONSILIASI COCOK - NIK=" DELIMITED BY SIZE
                   WS-RK-COUNT DELIMITED BY SIZE
                   "  TUNGGU KIRIM ULANG=" DELIMITED BY SIZE
                   WS-RETRY-WAIT-CNT DELIMITED BY SIZE
                   INTO RK-LINE
           ELSE
               STRING "ADA SELISIH - NIK=" DELIMITED BY SIZE
                   WS-NIK-BREAKS DELIMITED BY SIZE
                   "  TOTAL=" DELIMITED BY SIZE
                   WS-TOTAL-BREAKS DELIMITED BY SIZE
                   "  - PERIODE BELUM BOLEH DITUTUP" DELIMITED BY SIZE
                   INTO RK-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RK-LINE
           CLOSE GAJIHAS-FILE
           CLOSE BANKTRF-FILE
           CLOSE RETRY-FILE
           CLOSE PAYSTAT-FILE
           CLOSE GL-FILE
           CLOSE LOANMUT-FILE
           CLOSE Loan-Master
           CLOSE REKON-REPORT
           DISPLAY "REKONSILIASI " WS-PERIODE " - NIK=" WS-RK-COUNT
               " SELISIH NIK=" WS-NIK-BREAKS
               " SELISIH TOTAL=" WS-TOTAL-BREAKS
           IF WS-NIK-BREAKS > 0 OR WS-TOTAL-BREAKS > 0
               DISPLAY "ADA SELISIH - LIHAT REKONGJ.txt"
           END-IF.

       9999-EXIT.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-REKONGAJI.

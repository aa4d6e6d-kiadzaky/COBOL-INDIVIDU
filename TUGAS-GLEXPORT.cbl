      * Purpose: GL journal-voucher export. Reads GAJIHAS.dat for one
      *          period, joins each NIK to its F-UNIT on Personal-IDX,
      *          and writes the voucher file JURNALGL.dat: salary
      *          expense debited per unit (gross pay) and the
      *          employer's BPJS cost per unit from BPJSHAS.dat,
      *          credits for the full BPJS payable (employee plus
      *          employer share), PPh21 payable, koperasi payable (the
      *          kasbon installments withheld) and net-pay clearing,
      *          with a trailer carrying the debit and credit totals.
      *          A NIK with a cost allocation in force on ALOKASI.dat
      *          has its gross pay and employer BPJS split over the
      *          listed units by percentage, the last unit taking the
      *          rounding remainder so the split adds back to the
      *          cent; an allocation that does not come to 100.00
      *          refuses the voucher.
      *          A December whose PPh21 refunds outweigh the tax
      *          withheld turns the PPh21 payable into a debit line.
      *          Everything is accumulated first and the file is only
      *          written when the voucher balances and every NIK
      *          still exists on the master - otherwise nothing is
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "GAJIHAS-SEL.cpy".
           COPY "BPJSHAS-SEL.cpy".
           COPY "ALOKASI-SEL.cpy".
           SELECT GL-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\JURNALGL.dat"
           COPY "PERSONAL-FD.cpy".
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD BPJSHAS-FILE.
           COPY "BPJSHAS-FD.cpy".
       FD Alokasi-Master.
           COPY "ALOKASI-FD.cpy".
       FD GL-FILE.
       01 GL-RECORD PIC X(60).

           05 WS-UN-ENTRY OCCURS 100 TIMES INDEXED BY WS-UN-IX.
               10 WS-UN-KODE PIC X(04).
               10 WS-UN-AMOUNT PIC 9(12)V99.
               10 WS-UN-BPJS-ER PIC 9(12)V99.
       01 WS-UN-OVERFLOW-SW PIC X VALUE "N".
           88 WS-UN-OVERFLOWED VALUE "Y".
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".

      * the period's BPJSHAS.dat lines - employer share per NIK
      * for the unit debit, employee share to prove the file agrees
      * with GH-BPJS before anything is booked
       01 WS-BH-EOF PIC X VALUE "N".
       01 WS-BH-COUNT PIC 9(04) VALUE 0.
       01 WS-BH-TABLE.
           05 WS-BH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-BH-IX.
               10 WS-BH-NIK PIC 9(16).
               10 WS-BH-ER PIC 9(10)V99.
       01 WS-BH-OVERFLOW-SW PIC X VALUE "N".
           88 WS-BH-OVERFLOWED VALUE "Y".
       01 WS-PART-IX PIC 9 VALUE 0.
       01 WS-TOT-BH-EE PIC 9(12)V99 VALUE 0.
       01 WS-TOT-BPJS-ER PIC 9(12)V99 VALUE 0.
       01 WS-TOT-BPJS-ALL PIC 9(12)V99 VALUE 0.
       01 WS-ROW-BPJS-ER PIC 9(10)V99.

      * cost allocation in force for the current row: the latest
      * ALOKASI.dat row of the NIK whose effective month is on or
      * before the period
       01 WS-AL-AVAIL-SW PIC X VALUE "Y".
           88 WS-AL-AVAIL VALUE "Y".
       01 WS-AL-EOF PIC X VALUE "N".
       01 WS-AL-FOUND-SW PIC X VALUE "N".
           88 WS-AL-FOUND VALUE "Y".
       01 WS-AL-SAVE PIC X(116).
       01 WS-AL-IX PIC 9(02).
       01 WS-AL-TOTAL PIC 9(05)V99.
       01 WS-AL-BAD-SW PIC X VALUE "N".
           88 WS-AL-BAD VALUE "Y".
       01 WS-AL-BAD-CNT PIC 9(05) VALUE 0.
       01 WS-AL-SPLIT-CNT PIC 9(05) VALUE 0.
       01 WS-AL-SISA-GROSS PIC 9(10)V99.
       01 WS-AL-SISA-ER PIC 9(10)V99.
       01 WS-ADD-UNIT PIC X(04).
       01 WS-ADD-GROSS PIC 9(10)V99.
       01 WS-ADD-ER PIC 9(10)V99.

       01 WS-ROW-GROSS PIC 9(10)V99.
       01 WS-ROW-CNT PIC 9(06) VALUE 0.
       01 WS-TOT-BPJS PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PPH PIC S9(12)V99 VALUE 0.
       01 WS-TOT-KASBON PIC 9(12)V99 VALUE 0.
       01 WS-TOT-NET PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEBIT PIC 9(13)V99 VALUE 0.
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT Alokasi-Master
           IF FSTAT NOT = "00"
               MOVE "N" TO WS-AL-AVAIL-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           PERFORM 1100-LOAD-BPJSHAS.

      * Periods paid before the BPJS split have no BPJSHAS.dat lines
      * and book no employer cost - the voucher still balances.
       1100-LOAD-BPJSHAS.
           OPEN INPUT BPJSHAS-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-BH-EOF
           END-IF
           PERFORM UNTIL WS-BH-EOF = "Y"
               READ BPJSHAS-FILE
                   AT END
                       MOVE "Y" TO WS-BH-EOF
                   NOT AT END
                       IF BH-PERIODE = WS-PERIODE
                           PERFORM 1110-KEEP-BPJSHAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BPJSHAS-FILE.

       1110-KEEP-BPJSHAS.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > 5
               ADD BH-EE (WS-PART-IX) TO WS-TOT-BH-EE
           END-PERFORM
           IF WS-BH-COUNT < 2000
               ADD 1 TO WS-BH-COUNT
               MOVE BH-NIK TO WS-BH-NIK (WS-BH-COUNT)
               MOVE 0 TO WS-BH-ER (WS-BH-COUNT)
               PERFORM VARYING WS-PART-IX FROM 1 BY 1
                       UNTIL WS-PART-IX > 5
                   ADD BH-ER (WS-PART-IX) TO WS-BH-ER (WS-BH-COUNT)
               END-PERFORM
           ELSE
               SET WS-BH-OVERFLOWED TO TRUE
           END-IF.

       2000-ACCUMULATE.
           READ GAJIHAS-FILE
                   MOVE GH-NIK TO NIK-Z
                   DISPLAY "NIK " NIK-Z " TIDAK ADA DI MASTER"
               NOT INVALID KEY
                   PERFORM 2150-LOOKUP-BPJS-ER
                   PERFORM 2180-FIND-ALOKASI
                   PERFORM 2200-ADD-TO-UNIT
                   ADD GH-BPJS TO WS-TOT-BPJS
                   ADD GH-PPH TO WS-TOT-PPH
                   ADD GH-NET TO WS-TOT-NET
           END-READ.

       2150-LOOKUP-BPJS-ER.
           MOVE 0 TO WS-ROW-BPJS-ER
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-BH-IX FROM 1 BY 1
                   UNTIL WS-BH-IX > WS-BH-COUNT
               IF WS-BH-NIK (WS-BH-IX) = GH-NIK
                  AND NOT WS-FOUND
                   MOVE WS-BH-ER (WS-BH-IX) TO WS-ROW-BPJS-ER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           ADD WS-ROW-BPJS-ER TO WS-TOT-BPJS-ER.

      * Rows are read in key order, so the last one of the NIK
      * with AL-BERLAKU in or before the period is the one in force.
       2180-FIND-ALOKASI.
           MOVE "N" TO WS-AL-FOUND-SW
           IF WS-AL-AVAIL
               MOVE "N" TO WS-AL-EOF
               MOVE GH-NIK TO AL-NIK
               MOVE LOW-VALUES TO AL-BERLAKU
               START Alokasi-Master KEY IS NOT LESS THAN AL-KEY
                   INVALID KEY MOVE "Y" TO WS-AL-EOF
               END-START
               PERFORM UNTIL WS-AL-EOF = "Y"
                   READ Alokasi-Master NEXT
                       AT END
                           MOVE "Y" TO WS-AL-EOF
                       NOT AT END
                           IF AL-NIK NOT = GH-NIK
                              OR AL-BERLAKU (1:6) > WS-PERIODE
                               MOVE "Y" TO WS-AL-EOF
                           ELSE
                               MOVE AL-RECORD TO WS-AL-SAVE
                               SET WS-AL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-AL-FOUND
                   MOVE WS-AL-SAVE TO AL-RECORD
               END-IF
           END-IF.

      * Whole cost to F-UNIT, or split over the allocation lines:
      * every line but the last gets its rounded percentage, the
      * last line gets what is left, so the NIK's debits always add
      * back to its gross pay and employer BPJS to the cent. An
      * allocation not adding up to 100.00 is counted and refused
      * at write time, like a NIK missing from the master.
       2200-ADD-TO-UNIT.
           IF NOT WS-AL-FOUND
               MOVE F-UNIT TO WS-ADD-UNIT
               MOVE WS-ROW-GROSS TO WS-ADD-GROSS
               MOVE WS-ROW-BPJS-ER TO WS-ADD-ER
               PERFORM 2210-ADD-UNIT-AMOUNT
           ELSE
               PERFORM 2250-CHECK-ALOKASI
               IF WS-AL-BAD
                   ADD 1 TO WS-AL-BAD-CNT
                   MOVE GH-NIK TO NIK-Z
                   DISPLAY "NIK " NIK-Z " ALOKASI BERLAKU " AL-BERLAKU
                       " TIDAK 100 PERSEN"
               ELSE
                   ADD 1 TO WS-AL-SPLIT-CNT
                   MOVE WS-ROW-GROSS TO WS-AL-SISA-GROSS
                   MOVE WS-ROW-BPJS-ER TO WS-AL-SISA-ER
                   PERFORM VARYING WS-AL-IX FROM 1 BY 1
                           UNTIL WS-AL-IX > AL-JUMLAH
                       MOVE AL-UNIT (WS-AL-IX) TO WS-ADD-UNIT
                       IF WS-AL-IX = AL-JUMLAH
                           MOVE WS-AL-SISA-GROSS TO WS-ADD-GROSS
                           MOVE WS-AL-SISA-ER TO WS-ADD-ER
                       ELSE
                           COMPUTE WS-ADD-GROSS ROUNDED = WS-ROW-GROSS
                               * AL-PERSEN (WS-AL-IX) / 100
                           COMPUTE WS-ADD-ER ROUNDED = WS-ROW-BPJS-ER
                               * AL-PERSEN (WS-AL-IX) / 100
                           SUBTRACT WS-ADD-GROSS FROM WS-AL-SISA-GROSS
                           SUBTRACT WS-ADD-ER FROM WS-AL-SISA-ER
                       END-IF
                       PERFORM 2210-ADD-UNIT-AMOUNT
                   END-PERFORM
               END-IF
           END-IF.

       2210-ADD-UNIT-AMOUNT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-UN-IX FROM 1 BY 1
                   UNTIL WS-UN-IX > WS-UN-COUNT
               IF WS-UN-KODE (WS-UN-IX) = WS-ADD-UNIT
                  AND NOT WS-FOUND
                   ADD WS-ADD-GROSS TO WS-UN-AMOUNT (WS-UN-IX)
                   ADD WS-ADD-ER TO WS-UN-BPJS-ER (WS-UN-IX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-UN-COUNT < 100
                   ADD 1 TO WS-UN-COUNT
                   MOVE WS-ADD-UNIT TO WS-UN-KODE (WS-UN-COUNT)
                   MOVE WS-ADD-GROSS TO WS-UN-AMOUNT (WS-UN-COUNT)
                   MOVE WS-ADD-ER TO WS-UN-BPJS-ER (WS-UN-COUNT)
               ELSE
                   SET WS-UN-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      * The maintenance screen only saves rows adding up to 100.00;
      * this catches a row changed outside it.
       2250-CHECK-ALOKASI.
           MOVE "N" TO WS-AL-BAD-SW
           MOVE 0 TO WS-AL-TOTAL
           IF AL-JUMLAH IS NOT NUMERIC OR AL-JUMLAH = 0
              OR AL-JUMLAH > 10
               SET WS-AL-BAD TO TRUE
           ELSE
               PERFORM VARYING WS-AL-IX FROM 1 BY 1
                       UNTIL WS-AL-IX > AL-JUMLAH
                   IF AL-UNIT (WS-AL-IX) = SPACES
                      OR AL-PERSEN (WS-AL-IX) IS NOT NUMERIC
                       SET WS-AL-BAD TO TRUE
                   ELSE
                       ADD AL-PERSEN (WS-AL-IX) TO WS-AL-TOTAL
                   END-IF
               END-PERFORM
               IF WS-AL-TOTAL NOT = 100
                   SET WS-AL-BAD TO TRUE
               END-IF
           END-IF.

      * Nothing reaches disk until the voucher is proven clean:
      * every NIK found, unit table not overflowed, BPJSHAS.dat
      * agreeing with the employee BPJS on GAJIHAS.dat, and the
      * debit side equal to the credit side to the cent.
       3000-WRITE-VOUCHER.
           PERFORM VARYING WS-UN-IX FROM 1 BY 1
                   UNTIL WS-UN-IX > WS-UN-COUNT
               ADD WS-UN-AMOUNT (WS-UN-IX) TO WS-TOT-DEBIT
               ADD WS-UN-BPJS-ER (WS-UN-IX) TO WS-TOT-DEBIT
           END-PERFORM
           COMPUTE WS-TOT-BPJS-ALL = WS-TOT-BPJS + WS-TOT-BPJS-ER
           COMPUTE WS-TOT-CREDIT = WS-TOT-BPJS-ALL + WS-TOT-PPH
               + WS-TOT-KASBON + WS-TOT-NET
           EVALUATE TRUE
               WHEN WS-ROW-CNT = 0
                   DISPLAY "ADA " WS-NOMASTER-CNT " NIK TANPA MASTER"
                       " - FILE TIDAK DITULIS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AL-BAD-CNT > 0
                   DISPLAY "ADA " WS-AL-BAD-CNT " NIK DENGAN ALOKASI"
                       " TIDAK 100 PERSEN - FILE TIDAK DITULIS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UN-OVERFLOWED
                   DISPLAY "TABEL UNIT PENUH - FILE TIDAK DITULIS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BH-OVERFLOWED
                   DISPLAY "TABEL BPJSHAS PENUH - FILE TIDAK DITULIS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BH-COUNT > 0 AND WS-TOT-BH-EE NOT = WS-TOT-BPJS
                   DISPLAY "BPJS PEKERJA DI BPJSHAS.dat TIDAK SAMA"
                       " DENGAN GAJIHAS.dat - FILE TIDAK DITULIS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-DEBIT NOT = WS-TOT-CREDIT
                   DISPLAY "DEBIT TIDAK SAMA DENGAN KREDIT - FILE"
                       " TIDAK DITULIS"
               MOVE "BEBAN GAJI" TO WS-GLD-DESC
               MOVE WS-UN-AMOUNT (WS-UN-IX) TO WS-GLD-AMOUNT
               WRITE GL-RECORD FROM WS-GL-DETAIL
               IF WS-UN-BPJS-ER (WS-UN-IX) > 0
                   MOVE "6110" TO WS-GLD-ACCOUNT
                   MOVE "BEBAN BPJS" TO WS-GLD-DESC
                   MOVE WS-UN-BPJS-ER (WS-UN-IX) TO WS-GLD-AMOUNT
                   WRITE GL-RECORD FROM WS-GL-DETAIL
               END-IF
           END-PERFORM
           MOVE "C" TO WS-GLD-TYPE
           MOVE SPACES TO WS-GLD-UNIT
           MOVE "2110" TO WS-GLD-ACCOUNT
           MOVE "HUTANG BPJS" TO WS-GLD-DESC
           MOVE WS-TOT-BPJS-ALL TO WS-GLD-AMOUNT
           WRITE GL-RECORD FROM WS-GL-DETAIL
           MOVE "2120" TO WS-GLD-ACCOUNT
           MOVE "HUTANG PPH21" TO WS-GLD-DESC
           IF WS-TOT-PPH < 0
               MOVE "D" TO WS-GLD-TYPE
               COMPUTE WS-GLD-AMOUNT = 0 - WS-TOT-PPH
           ELSE
               MOVE WS-TOT-PPH TO WS-GLD-AMOUNT
           END-IF
           WRITE GL-RECORD FROM WS-GL-DETAIL
           MOVE "C" TO WS-GLD-TYPE
           IF WS-TOT-KASBON > 0
               MOVE "2130" TO WS-GLD-ACCOUNT
               MOVE "HUTANG KOPERASI" TO WS-GLD-DESC
           WRITE GL-RECORD FROM WS-GL-DETAIL
           MOVE WS-TOT-DEBIT TO WS-GLT-DEBIT
           MOVE WS-TOT-CREDIT TO WS-GLT-CREDIT
           IF WS-TOT-PPH < 0
               COMPUTE WS-GLT-DEBIT = WS-TOT-DEBIT - WS-TOT-PPH
               COMPUTE WS-GLT-CREDIT = WS-TOT-CREDIT - WS-TOT-PPH
           END-IF
           WRITE GL-RECORD FROM WS-GL-TRAILER
           CLOSE GL-FILE
           MOVE WS-TOT-DEBIT TO WS-AMT-Z
           DISPLAY "JURNAL SEIMBANG - UNIT=" WS-UN-COUNT
               " BARIS GAJIHAS=" WS-ROW-CNT
               " TOTAL=" WS-AMT-Z
           IF WS-AL-SPLIT-CNT > 0
               DISPLAY "NIK DENGAN ALOKASI MULTI UNIT=" WS-AL-SPLIT-CNT
           END-IF
           DISPLAY "VOUCHER DI JURNALGL.dat".

       9999-EXIT.
           CLOSE GAJIHAS-FILE.
           CLOSE Personal-IDX.
           IF WS-AL-AVAIL
               CLOSE Alokasi-Master
           END-IF
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-GLEXPORT.

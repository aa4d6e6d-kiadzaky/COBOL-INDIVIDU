      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Monthly BPJS remittance. For one completed payroll
      *          period, plus the settlement period YYYYnn (nn = month
      *          + 20) when TUGAS-PESANGON completed one, reads the
      *          BPJSHAS.dat contribution rows and writes BPJSREM.dat
      *          for the BPJS offices: an H header with run date and
      *          period, one D detail per NIK with the wage base and
      *          the employee and employer portion of JHT, JP, JKK,
      *          JKM and Kesehatan, and a T trailer with count and
      *          totals. BPJSRPT.txt prints the same contributions per
      *          unit through an external SORT, employee and employer
      *          lines for every program, with a grand total.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-BPJS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "UNIT-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "BPJSHAS-SEL.cpy".
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK8".
           SELECT BPJSREM-FILE
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\BPJSREM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT BPJS-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\BPJSRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Unit-Master.
           COPY "UNIT-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD BPJSHAS-FILE.
           COPY "BPJSHAS-FD.cpy".
       SD SORT-WORK.
       01 BW-RECORD.
           05 BW-UNIT PIC X(04).
           05 BW-NIK PIC 9(16).
           05 BW-PERIODE PIC X(06).
           05 BW-UPAH PIC 9(09)V99.
           05 BW-PART OCCURS 5 TIMES.
               10 BW-EE PIC 9(09)V99.
               10 BW-ER PIC 9(09)V99.
       FD BPJSREM-FILE.
       01 BR-RECORD PIC X(200).
       FD BPJS-REPORT.
       01 BP-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-PERIODE PIC X(06).
       01 WS-PERIODE-WORK REDEFINES WS-PERIODE.
           05 WS-PW-YYYY PIC X(04).
           05 WS-PW-MM PIC 9(02).
       01 WS-SETTLE-PERIODE PIC X(06).
       01 WS-SETTLE-MM PIC 9(02).
       01 WS-CHECK-PERIODE PIC X(06).
       01 WS-GS-EOF PIC X VALUE "N".
       01 WS-COMPLETE-SW PIC X VALUE "N".
           88 WS-PERIOD-COMPLETE VALUE "Y".
       01 WS-SETTLE-SW PIC X VALUE "N".
           88 WS-SETTLE-INCLUDED VALUE "Y".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-PERSONAL-SW PIC X VALUE "Y".
           88 WS-PERSONAL-OPEN VALUE "Y".
       01 WS-CD-FULL PIC X(21).
       01 WS-IX PIC 9 VALUE 0.
       01 WS-ROW-EE PIC 9(10)V99.
       01 WS-ROW-ER PIC 9(10)V99.

       01 WS-BR-HEADER.
           05 FILLER PIC X VALUE "H".
           05 FILLER PIC X VALUE ";".
           05 WS-BRH-RUN-DATE PIC 9(08).
           05 FILLER PIC X VALUE ";".
           05 WS-BRH-PERIODE PIC X(06).
       01 WS-BR-DETAIL.
           05 FILLER PIC X VALUE "D".
           05 FILLER PIC X VALUE ";".
           05 WS-BRD-NIK PIC 9(16).
           05 FILLER PIC X VALUE ";".
           05 WS-BRD-NAMA PIC X(30).
           05 FILLER PIC X VALUE ";".
           05 WS-BRD-UPAH PIC 9(09)V99.
           05 WS-BRD-PART OCCURS 5 TIMES.
               10 FILLER PIC X VALUE ";".
               10 WS-BRD-EE PIC 9(09)V99.
               10 FILLER PIC X VALUE ";".
               10 WS-BRD-ER PIC 9(09)V99.
           05 FILLER PIC X VALUE ";".
           05 WS-BRD-TOTAL PIC 9(10)V99.
       01 WS-BR-TRAILER.
           05 FILLER PIC X VALUE "T".
           05 FILLER PIC X VALUE ";".
           05 WS-BRT-COUNT PIC 9(06).
           05 FILLER PIC X VALUE ";".
           05 WS-BRT-EE PIC 9(13)V99.
           05 FILLER PIC X VALUE ";".
           05 WS-BRT-ER PIC 9(13)V99.
           05 FILLER PIC X VALUE ";".
           05 WS-BRT-TOTAL PIC 9(13)V99.

      * unit master loaded into memory for the unit name on the
      * report's control-break lines
       01 WS-UT-COUNT PIC 9(03) VALUE 0.
       01 WS-UT-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES INDEXED BY WS-UT-IX.
               10 WS-UT-KODE PIC X(04).
               10 WS-UT-NAMA PIC X(30).
       01 WS-UT-EOF PIC X VALUE "N".
       01 WS-UT-OVERFLOW-SW PIC X VALUE "N".
           88 WS-UT-OVERFLOWED VALUE "Y".
       01 WS-UNIT-NAMA PIC X(30).

      * current control-break group and the grand total, program by
      * program in BH-PART order
       01 WS-CUR-UNIT PIC X(04).
       01 WS-GRP-CNT PIC 9(05).
       01 WS-GRP-TABLE.
           05 WS-GRP-PART OCCURS 5 TIMES.
               10 WS-GRP-EE PIC 9(11)V99.
               10 WS-GRP-ER PIC 9(11)V99.
       01 WS-GRP-TOT-EE PIC 9(11)V99.
       01 WS-GRP-TOT-ER PIC 9(11)V99.
       01 WS-GRAND-CNT PIC 9(06) VALUE 0.
       01 WS-GRAND-TABLE.
           05 WS-GRAND-PART OCCURS 5 TIMES.
               10 WS-GRAND-EE PIC 9(11)V99 VALUE 0.
               10 WS-GRAND-ER PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-EE-TOT PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-ER-TOT PIC 9(13)V99 VALUE 0.
       01 WS-READ-CNT PIC 9(06) VALUE 0.
       01 WS-NONAME-CNT PIC 9(05) VALUE 0.

      * one print line of six amounts - the five programs and total
       01 WS-LABEL PIC X(12).
       01 WS-AMT-TABLE.
           05 WS-AMT PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-AMT-Z PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COL PIC 9(03).
       01 WS-CNT-Z PIC ZZ,ZZ9.

       01 WS-LINE-CNT PIC 99 VALUE 0.
       01 WS-PAGE-NO PIC 99 VALUE 0.
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(04).
           05 WS-CD-MM PIC 9(02).
           05 WS-CD-DD PIC 9(02).
           05 FILLER PIC X(13).
       01 WS-CURRENT-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 1100-LOAD-UNITS UNTIL WS-UT-EOF = "Y"
               SORT SORT-WORK
                   ON ASCENDING KEY BW-UNIT BW-NIK BW-PERIODE
                   INPUT PROCEDURE IS 3000-EXTRACT
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT
               PERFORM 5000-WRITE-TRAILER
           END-IF.
           PERFORM 9999-EXIT.

      * Only a period marked C on GAJSTAT.dat is remitted - the same
      * rule TUGAS-BANKTRF applies, so the offices are never paid on
      * a half-written or backed-out run. The settlement period of
      * the same month rides along when it, too, is complete.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
               INTO WS-CURRENT-DATE-DISPLAY
           DISPLAY "REMITANSI IURAN BPJS BULANAN"
           DISPLAY "PERIODE YYYYMM : " NO ADVANCING
           ACCEPT WS-PERIODE
           IF WS-PERIODE NOT NUMERIC
              OR WS-PW-MM < 1 OR WS-PW-MM > 12
               DISPLAY "PERIODE HARUS YYYYMM, BULAN 01-12"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PERIODE TO WS-CHECK-PERIODE
               PERFORM 1200-CHECK-PERIOD-COMPLETE
               IF NOT WS-PERIOD-COMPLETE
                   DISPLAY "PERIODE " WS-PERIODE " BELUM DITANDAI"
                       " SELESAI DI GAJSTAT.dat - REMITANSI DITOLAK"
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               COMPUTE WS-SETTLE-MM = WS-PW-MM + 20
               MOVE SPACES TO WS-SETTLE-PERIODE
               STRING WS-PW-YYYY DELIMITED BY SIZE
                   WS-SETTLE-MM DELIMITED BY SIZE
                   INTO WS-SETTLE-PERIODE
               MOVE WS-SETTLE-PERIODE TO WS-CHECK-PERIODE
               PERFORM 1200-CHECK-PERIOD-COMPLETE
               IF WS-PERIOD-COMPLETE
                   SET WS-SETTLE-INCLUDED TO TRUE
                   DISPLAY "PERIODE PESANGON " WS-SETTLE-PERIODE
                       " IKUT DIREMIT"
               END-IF
               OPEN INPUT BPJSHAS-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "BPJSHAS.dat TIDAK ADA, FSTAT=" FSTAT
                   MOVE "Y" TO WS-EOF
               END-IF
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   MOVE "N" TO WS-PERSONAL-SW
               END-IF
               OPEN INPUT Unit-Master
               IF FSTAT NOT = "00"
                   DISPLAY "UNIT.dat TIDAK ADA - NAMA UNIT KOSONG"
                   MOVE "Y" TO WS-UT-EOF
               END-IF
               OPEN OUTPUT BPJSREM-FILE
               MOVE WS-CD-FULL (1:8) TO WS-BRH-RUN-DATE
               MOVE WS-PERIODE TO WS-BRH-PERIODE
               WRITE BR-RECORD FROM WS-BR-HEADER
               OPEN OUTPUT BPJS-REPORT
           END-IF.

       1100-LOAD-UNITS.
           READ Unit-Master NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UT-EOF
               NOT AT END
                   IF WS-UT-COUNT < 200
                       ADD 1 TO WS-UT-COUNT
                       MOVE UN-KODE TO WS-UT-KODE (WS-UT-COUNT)
                       MOVE UN-NAMA TO WS-UT-NAMA (WS-UT-COUNT)
                   ELSE
                       SET WS-UT-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      * GAJSTAT.dat is append-only; the period's standing is its
      * LAST line on file.
       1200-CHECK-PERIOD-COMPLETE.
           MOVE "N" TO WS-COMPLETE-SW
           MOVE "N" TO WS-GS-EOF
           OPEN INPUT GAJSTAT-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GS-EOF
           END-IF
           PERFORM UNTIL WS-GS-EOF = "Y"
               READ GAJSTAT-FILE
                   AT END
                       MOVE "Y" TO WS-GS-EOF
                   NOT AT END
                       IF GS-PERIODE = WS-CHECK-PERIODE
                           IF GS-STATUS = "C"
                               SET WS-PERIOD-COMPLETE TO TRUE
                           ELSE
                               MOVE "N" TO WS-COMPLETE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJSTAT-FILE.

      * BPJSHAS.dat rows of the period (and its settlement period)
      * go to the sort by unit as they stood on the payroll run.
       3000-EXTRACT.
           PERFORM UNTIL WS-EOF = "Y"
               READ BPJSHAS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BH-PERIODE = WS-PERIODE
                          OR (WS-SETTLE-INCLUDED
                              AND BH-PERIODE = WS-SETTLE-PERIODE)
                           PERFORM 3100-RELEASE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       3100-RELEASE-ROW.
           ADD 1 TO WS-READ-CNT
           MOVE BH-UNIT TO BW-UNIT
           MOVE BH-NIK TO BW-NIK
           MOVE BH-PERIODE TO BW-PERIODE
           MOVE BH-UPAH TO BW-UPAH
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE BH-EE (WS-IX) TO BW-EE (WS-IX)
               MOVE BH-ER (WS-IX) TO BW-ER (WS-IX)
           END-PERFORM
           RELEASE BW-RECORD.

       4000-PRINT-REPORT.
           PERFORM 4050-GET-NEXT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               MOVE BW-UNIT TO WS-CUR-UNIT
               MOVE 0 TO WS-GRP-CNT
               INITIALIZE WS-GRP-TABLE
               PERFORM UNTIL WS-SORT-EOF = "Y"
                      OR BW-UNIT NOT = WS-CUR-UNIT
                   PERFORM 4200-WRITE-DETAIL
                   PERFORM 4050-GET-NEXT
               END-PERFORM
               PERFORM 4300-PRINT-UNIT-TOTAL
           END-PERFORM
           PERFORM 4400-PRINT-GRAND-TOTAL.

       4050-GET-NEXT.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       4100-PRINT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO BP-LINE
           STRING "IURAN BPJS PER UNIT  PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               "          TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               "   HAL " DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO BP-LINE
           WRITE BP-LINE
           MOVE SPACES TO BP-LINE
           WRITE BP-LINE
           MOVE SPACES TO BP-LINE
           MOVE "PORSI" TO BP-LINE (1:5)
           MOVE "JHT" TO BP-LINE (27:3)
           MOVE "JP" TO BP-LINE (46:2)
           MOVE "JKK" TO BP-LINE (63:3)
           MOVE "JKM" TO BP-LINE (81:3)
           MOVE "KESEHATAN" TO BP-LINE (93:9)
           MOVE "TOTAL" TO BP-LINE (115:5)
           WRITE BP-LINE
           MOVE SPACES TO BP-LINE
           WRITE BP-LINE
           MOVE 4 TO WS-LINE-CNT.

      * One remittance detail per row, and the row into the unit
      * group. The name comes from the master; a NIK purged since
      * the run still goes out, under its NIK alone.
       4200-WRITE-DETAIL.
           MOVE BW-NIK TO WS-BRD-NIK
           MOVE SPACES TO WS-BRD-NAMA
           IF WS-PERSONAL-OPEN
               MOVE BW-NIK TO F-NIK
               READ Personal-IDX
                   INVALID KEY
                       ADD 1 TO WS-NONAME-CNT
                   NOT INVALID KEY
                       MOVE F-NAMA TO WS-BRD-NAMA
               END-READ
           END-IF
           MOVE BW-UPAH TO WS-BRD-UPAH
           MOVE 0 TO WS-ROW-EE
           MOVE 0 TO WS-ROW-ER
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE BW-EE (WS-IX) TO WS-BRD-EE (WS-IX)
               MOVE BW-ER (WS-IX) TO WS-BRD-ER (WS-IX)
               ADD BW-EE (WS-IX) TO WS-ROW-EE
               ADD BW-ER (WS-IX) TO WS-ROW-ER
               ADD BW-EE (WS-IX) TO WS-GRP-EE (WS-IX)
               ADD BW-ER (WS-IX) TO WS-GRP-ER (WS-IX)
           END-PERFORM
           COMPUTE WS-BRD-TOTAL = WS-ROW-EE + WS-ROW-ER
           WRITE BR-RECORD FROM WS-BR-DETAIL
           ADD 1 TO WS-GRP-CNT
           ADD WS-ROW-EE TO WS-GRAND-EE-TOT
           ADD WS-ROW-ER TO WS-GRAND-ER-TOT.

      * Two lines per unit - what was withheld from the employees
      * and what the company pays on top - each split by program.
       4300-PRINT-UNIT-TOTAL.
           IF WS-LINE-CNT = 0 OR WS-LINE-CNT > 50
               PERFORM 4100-PRINT-HEADER
           END-IF
           MOVE SPACES TO WS-UNIT-NAMA
           SET WS-UT-IX TO 1
           SEARCH WS-UT-ENTRY
               AT END
                   MOVE "(UNIT TIDAK DIKENAL)" TO WS-UNIT-NAMA
               WHEN WS-UT-IX > WS-UT-COUNT
                   MOVE "(UNIT TIDAK DIKENAL)" TO WS-UNIT-NAMA
               WHEN WS-UT-KODE (WS-UT-IX) = WS-CUR-UNIT
                   MOVE WS-UT-NAMA (WS-UT-IX) TO WS-UNIT-NAMA
           END-SEARCH
           MOVE WS-GRP-CNT TO WS-CNT-Z
           MOVE SPACES TO BP-LINE
           STRING "UNIT " DELIMITED BY SIZE
               WS-CUR-UNIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNIT-NAMA DELIMITED BY SIZE
               "  PEGAWAI=" DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               INTO BP-LINE
           WRITE BP-LINE
           MOVE 0 TO WS-GRP-TOT-EE
           MOVE 0 TO WS-GRP-TOT-ER
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE WS-GRP-EE (WS-IX) TO WS-AMT (WS-IX)
               ADD WS-GRP-EE (WS-IX) TO WS-GRP-TOT-EE
               ADD WS-GRP-EE (WS-IX) TO WS-GRAND-EE (WS-IX)
           END-PERFORM
           MOVE WS-GRP-TOT-EE TO WS-AMT (6)
           MOVE "  PEKERJA" TO WS-LABEL
           PERFORM 4500-PRINT-AMOUNT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE WS-GRP-ER (WS-IX) TO WS-AMT (WS-IX)
               ADD WS-GRP-ER (WS-IX) TO WS-GRP-TOT-ER
               ADD WS-GRP-ER (WS-IX) TO WS-GRAND-ER (WS-IX)
           END-PERFORM
           MOVE WS-GRP-TOT-ER TO WS-AMT (6)
           MOVE "  PERUSAHAAN" TO WS-LABEL
           PERFORM 4500-PRINT-AMOUNT-LINE
           MOVE SPACES TO BP-LINE
           WRITE BP-LINE
           ADD 4 TO WS-LINE-CNT
           ADD WS-GRP-CNT TO WS-GRAND-CNT.

       4400-PRINT-GRAND-TOTAL.
           IF WS-LINE-CNT = 0 OR WS-LINE-CNT > 50
               PERFORM 4100-PRINT-HEADER
           END-IF
           MOVE WS-GRAND-CNT TO WS-CNT-Z
           MOVE SPACES TO BP-LINE
           STRING "GRAND TOTAL  PEGAWAI=" DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               INTO BP-LINE
           WRITE BP-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE WS-GRAND-EE (WS-IX) TO WS-AMT (WS-IX)
           END-PERFORM
           MOVE WS-GRAND-EE-TOT TO WS-AMT (6)
           MOVE "  PEKERJA" TO WS-LABEL
           PERFORM 4500-PRINT-AMOUNT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE WS-GRAND-ER (WS-IX) TO WS-AMT (WS-IX)
           END-PERFORM
           MOVE WS-GRAND-ER-TOT TO WS-AMT (6)
           MOVE "  PERUSAHAAN" TO WS-LABEL
           PERFORM 4500-PRINT-AMOUNT-LINE
           IF WS-NONAME-CNT > 0
               MOVE SPACES TO BP-LINE
               STRING "NIK TIDAK ADA DI MASTER (TANPA NAMA)  COUNT="
                   DELIMITED BY SIZE
                   WS-NONAME-CNT DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
           END-IF
           IF WS-UT-OVERFLOWED
               MOVE "WARNING - MASTER UNIT LEBIH DARI 200, TABEL PENUH"
                   TO BP-LINE
               WRITE BP-LINE
               DISPLAY "WARNING - MASTER UNIT LEBIH DARI 200 BARIS"
           END-IF.

       4500-PRINT-AMOUNT-LINE.
           MOVE SPACES TO BP-LINE
           MOVE WS-LABEL TO BP-LINE (1:12)
           MOVE 13 TO WS-COL
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               MOVE WS-AMT (WS-IX) TO WS-AMT-Z
               MOVE WS-AMT-Z TO BP-LINE (WS-COL:17)
               ADD 18 TO WS-COL
           END-PERFORM
           WRITE BP-LINE.

       5000-WRITE-TRAILER.
           MOVE WS-GRAND-CNT TO WS-BRT-COUNT
           MOVE WS-GRAND-EE-TOT TO WS-BRT-EE
           MOVE WS-GRAND-ER-TOT TO WS-BRT-ER
           COMPUTE WS-BRT-TOTAL = WS-GRAND-EE-TOT + WS-GRAND-ER-TOT
           WRITE BR-RECORD FROM WS-BR-TRAILER
           IF WS-GRAND-CNT = 0
               DISPLAY "TIDAK ADA BARIS BPJSHAS.dat UNTUK PERIODE "
                   WS-PERIODE
           END-IF
           DISPLAY "REMITANSI BPJS SELESAI - " WS-GRAND-CNT
               " NIK, PEKERJA=" WS-BRT-EE " PERUSAHAAN=" WS-BRT-ER
           DISPLAY "BPJSREM.dat DAN BPJSRPT.txt DITULIS".

       9999-EXIT.
           IF NOT WS-REFUSED
               CLOSE BPJSHAS-FILE
               IF WS-PERSONAL-OPEN
                   CLOSE Personal-IDX
               END-IF
               CLOSE Unit-Master
               CLOSE BPJSREM-FILE
               CLOSE BPJS-REPORT
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-BPJS.

      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Monthly manpower budget-vs-actual report. For the
      *          period given at the prompt every unit on the
      *          Unit-Master shows its active headcount against the
      *          approved headcount on ANGGARAN.dat, and the gross pay
      *          booked on GAJIHAS.dat for the month and for the year
      *          to date against the annual salary budget pro-rated
      *          to the month. Units are rolled up the UN-PARENT
      *          hierarchy the same way as TUGAS-HEADCOUNT, so a
      *          branch or division line carries everything below it.
      *          Units past their headcount or their pro-rated budget
      *          are flagged on ANGGRPT.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-ANGGARAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "ARCHIVE-SEL.cpy".
           COPY "UNIT-SEL.cpy".
           COPY "ANGGARAN-SEL.cpy".
           COPY "GAJIHAS-SEL.cpy".
           SELECT ANGGARAN-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\ANGGRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Personal-Archive.
           COPY "ARCHIVE-FD.cpy".
       FD Unit-Master.
           COPY "UNIT-FD.cpy".
       FD Anggaran-Master.
           COPY "ANGGARAN-FD.cpy".
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD ANGGARAN-REPORT.
       01 AR-LINE PIC X(150).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-GH-EOF PIC X VALUE "N".
       01 WS-BG-EOF PIC X VALUE "N".
       01 WS-ARSIP-OPEN-SW PIC X VALUE "N".
           88 WS-ARSIP-OPEN VALUE "Y".

       01 WS-PERIODE.
           05 WS-PER-YYYY PIC 9(04).
           05 WS-PER-MM PIC 9(02).
       01 WS-GH-PER.
           05 WS-GH-YYYY PIC X(04).
           05 WS-GH-MM PIC 99.

      * unit master loaded into memory; the DIRECT figures belong to
      * the unit itself, the TOTAL figures include every unit below
      * it once 3500-ROLLUP-UNITS has run
       01 WS-UT-COUNT PIC 9(03) VALUE 0.
       01 WS-UT-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES INDEXED BY WS-UT-IX
                   WS-UT-JX.
               10 WS-UT-KODE PIC X(04).
               10 WS-UT-NAMA PIC X(30).
               10 WS-UT-PARENT PIC X(04).
               10 WS-UT-DIRECT.
                   15 WS-UT-D-HC PIC 9(05).
                   15 WS-UT-D-BGHC PIC 9(05).
                   15 WS-UT-D-BGROWS PIC 9(03).
                   15 WS-UT-D-BGAMT PIC 9(13)V99.
                   15 WS-UT-D-COSTM PIC 9(13)V99.
                   15 WS-UT-D-COSTY PIC 9(13)V99.
               10 WS-UT-TOTAL.
                   15 WS-UT-T-HC PIC 9(05).
                   15 WS-UT-T-BGHC PIC 9(05).
                   15 WS-UT-T-BGROWS PIC 9(03).
                   15 WS-UT-T-BGAMT PIC 9(13)V99.
                   15 WS-UT-T-COSTM PIC 9(13)V99.
                   15 WS-UT-T-COSTY PIC 9(13)V99.
       01 WS-UT-EOF PIC X VALUE "N".
       01 WS-UT-OVERFLOW-SW PIC X VALUE "N".
           88 WS-UT-OVERFLOWED VALUE "Y".
       01 WS-UT-WALK-KODE PIC X(04).
       01 WS-UT-DEPTH PIC 99.
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".

      * what one GAJIHAS row adds, and to which unit
       01 WS-ROW-UNIT PIC X(04).
       01 WS-ROW-GROSS PIC 9(11)V99.
       01 WS-ROW-MONTH-SW PIC X VALUE "N".
           88 WS-ROW-IN-MONTH VALUE "Y".
       01 WS-ROW-YTD-SW PIC X VALUE "N".
           88 WS-ROW-IN-YTD VALUE "Y".

      * budget rows whose unit is not on the master, and GAJIHAS cost
      * that cannot be placed on any unit
       01 WS-BG-ORPHAN-CNT PIC 9(05) VALUE 0.
       01 WS-NOUNIT-HC PIC 9(05) VALUE 0.
       01 WS-NOUNIT-COSTM PIC 9(13)V99 VALUE 0.
       01 WS-NOUNIT-COSTY PIC 9(13)V99 VALUE 0.
       01 WS-GH-ROW-CNT PIC 9(07) VALUE 0.

      * grand totals over the top-level units only, so nothing is
      * counted twice after the rollup
       01 WS-GT-HC PIC 9(05) VALUE 0.
       01 WS-GT-BGHC PIC 9(05) VALUE 0.
       01 WS-GT-BGAMT PIC 9(13)V99 VALUE 0.
       01 WS-GT-COSTM PIC 9(13)V99 VALUE 0.
       01 WS-GT-COSTY PIC 9(13)V99 VALUE 0.
       01 WS-GT-PRORATA PIC 9(13)V99 VALUE 0.

       01 WS-PRORATA PIC 9(13)V99.
       01 WS-FLAG PIC X(30).
       01 WS-OVER-CNT PIC 9(03) VALUE 0.
       01 WS-HC-Z PIC ZZ,ZZ9.
       01 WS-BGHC-Z PIC ZZ,ZZ9.
       01 WS-AMT-Z PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CNT-Z PIC Z,ZZZ,ZZ9.

       01 WS-LINE-CNT PIC 99 VALUE 0.
       01 WS-PAGE-NO PIC 99 VALUE 0.
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(04).
           05 WS-CD-MM PIC 9(02).
           05 WS-CD-DD PIC 9(02).
           05 FILLER PIC X(10).
       01 WS-CURRENT-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-EOF = "N"
               PERFORM 1100-LOAD-UNITS UNTIL WS-UT-EOF = "Y"
               PERFORM 1200-LOAD-BUDGET
               PERFORM 2000-COUNT-HEADCOUNT UNTIL WS-EOF = "Y"
               PERFORM 2500-ACCUMULATE-COST UNTIL WS-GH-EOF = "Y"
               PERFORM 3500-ROLLUP-UNITS
               PERFORM 4000-PRINT-REPORT
           END-IF
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           DISPLAY "LAPORAN ANGGARAN VS REALISASI TENAGA KERJA"
           DISPLAY "PERIODE YYYYMM : " NO ADVANCING
           ACCEPT WS-PERIODE
           IF WS-PERIODE IS NOT NUMERIC
              OR WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY "PERIODE HARUS YYYYMM DENGAN BULAN 01-12"
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT Personal-IDX
           IF FSTAT NOT = "00"
               DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT Unit-Master
           IF FSTAT NOT = "00"
               DISPLAY "UNIT.dat TIDAK ADA, FSTAT=" FSTAT
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT Anggaran-Master
           IF FSTAT NOT = "00"
               DISPLAY "ANGGARAN.dat TIDAK ADA - SEMUA UNIT TANPA "
                   "ANGGARAN"
               MOVE "Y" TO WS-BG-EOF
           END-IF
      * leavers' pay still counts against the unit they left from
           OPEN INPUT Personal-Archive
           IF FSTAT = "00"
               SET WS-ARSIP-OPEN TO TRUE
           END-IF
           OPEN INPUT GAJIHAS-FILE
           IF FSTAT NOT = "00"
               DISPLAY "GAJIHAS.dat TIDAK ADA - REALISASI BIAYA NOL"
               MOVE "Y" TO WS-GH-EOF
           END-IF
           OPEN OUTPUT ANGGARAN-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
               INTO WS-CURRENT-DATE-DISPLAY.

       1100-LOAD-UNITS.
           READ Unit-Master NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UT-EOF
               NOT AT END
                   IF WS-UT-COUNT < 200
                       ADD 1 TO WS-UT-COUNT
                       MOVE UN-KODE TO WS-UT-KODE (WS-UT-COUNT)
                       MOVE UN-NAMA TO WS-UT-NAMA (WS-UT-COUNT)
                       MOVE UN-PARENT TO WS-UT-PARENT (WS-UT-COUNT)
                       INITIALIZE WS-UT-DIRECT (WS-UT-COUNT)
                       INITIALIZE WS-UT-TOTAL (WS-UT-COUNT)
                   ELSE
                       SET WS-UT-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      * Only the rows of the report year are wanted; the key is unit
      * then year, so the whole file is walked and filtered.
       1200-LOAD-BUDGET.
           IF WS-BG-EOF = "N"
               MOVE LOW-VALUES TO BG-KEY
               START Anggaran-Master KEY IS NOT LESS THAN BG-KEY
                   INVALID KEY MOVE "Y" TO WS-BG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-BG-EOF = "Y"
               READ Anggaran-Master NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BG-EOF
                   NOT AT END
                       IF BG-TAHUN = WS-PER-YYYY
                           PERFORM 1210-KEEP-BUDGET
                       END-IF
               END-READ
           END-PERFORM.

       1210-KEEP-BUDGET.
           MOVE BG-UNIT TO WS-ROW-UNIT
           PERFORM 2900-FIND-UNIT
           IF WS-FOUND
               ADD BG-HEADCOUNT TO WS-UT-D-BGHC (WS-UT-IX)
               ADD BG-ANGGARAN TO WS-UT-D-BGAMT (WS-UT-IX)
               ADD 1 TO WS-UT-D-BGROWS (WS-UT-IX)
           ELSE
               ADD 1 TO WS-BG-ORPHAN-CNT
           END-IF.

      * Actual headcount is the active staff on the master today -
      * the same population CREATE-RECORD holds against BG-HEADCOUNT.
       2000-COUNT-HEADCOUNT.
           READ Personal-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF F-STATUS NOT = "T"
                       MOVE F-UNIT TO WS-ROW-UNIT
                       PERFORM 2900-FIND-UNIT
                       IF WS-FOUND
                           ADD 1 TO WS-UT-D-HC (WS-UT-IX)
                       ELSE
                           ADD 1 TO WS-NOUNIT-HC
                       END-IF
                   END-IF
           END-READ.

      * Cost is gross pay (gaji, tunjangan, lembur, rapel) as posted
      * to salary expense by TUGAS-GLEXPORT. A regular period counts
      * in its own month; a final settlement YYYY(MM+20) counts in its
      * exit month; THR (YYYY13) counts toward the year to date once
      * it is on file.
       2500-ACCUMULATE-COST.
           READ GAJIHAS-FILE
               AT END
                   MOVE "Y" TO WS-GH-EOF
               NOT AT END
                   PERFORM 2510-CLASSIFY-ROW
                   IF WS-ROW-IN-YTD
                       PERFORM 2520-ADD-ROW
                   END-IF
           END-READ.

       2510-CLASSIFY-ROW.
           MOVE "N" TO WS-ROW-MONTH-SW
           MOVE "N" TO WS-ROW-YTD-SW
           MOVE GH-PERIODE TO WS-GH-PER
           IF WS-GH-YYYY = WS-PERIODE (1:4)
              AND WS-GH-MM IS NUMERIC
               IF WS-GH-MM > 20 AND WS-GH-MM < 33
                   SUBTRACT 20 FROM WS-GH-MM
               END-IF
               EVALUATE TRUE
                   WHEN WS-GH-MM = 13
                       SET WS-ROW-IN-YTD TO TRUE
                   WHEN WS-GH-MM = WS-PER-MM
                       SET WS-ROW-IN-YTD TO TRUE
                       SET WS-ROW-IN-MONTH TO TRUE
                   WHEN WS-GH-MM > 0 AND WS-GH-MM < WS-PER-MM
                       SET WS-ROW-IN-YTD TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2520-ADD-ROW.
           ADD 1 TO WS-GH-ROW-CNT
           COMPUTE WS-ROW-GROSS = GH-GAJI + GH-TUNJAB + GH-TUNJGOL
               + GH-LEMBUR + GH-RAPEL
           MOVE SPACES TO WS-ROW-UNIT
           MOVE GH-NIK TO F-NIK
           READ Personal-IDX
               INVALID KEY
                   IF WS-ARSIP-OPEN
                       MOVE GH-NIK TO A-NIK
                       READ Personal-Archive
                           NOT INVALID KEY
                               MOVE A-UNIT TO WS-ROW-UNIT
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE F-UNIT TO WS-ROW-UNIT
           END-READ
           PERFORM 2900-FIND-UNIT
           IF WS-FOUND
               ADD WS-ROW-GROSS TO WS-UT-D-COSTY (WS-UT-IX)
               IF WS-ROW-IN-MONTH
                   ADD WS-ROW-GROSS TO WS-UT-D-COSTM (WS-UT-IX)
               END-IF
           ELSE
               ADD WS-ROW-GROSS TO WS-NOUNIT-COSTY
               IF WS-ROW-IN-MONTH
                   ADD WS-ROW-GROSS TO WS-NOUNIT-COSTM
               END-IF
           END-IF.

       2900-FIND-UNIT.
           MOVE "N" TO WS-FOUND-SW
           SET WS-UT-IX TO 1
           SEARCH WS-UT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UT-IX > WS-UT-COUNT
                   CONTINUE
               WHEN WS-UT-KODE (WS-UT-IX) = WS-ROW-UNIT
                   SET WS-FOUND TO TRUE
           END-SEARCH.

      * Each unit's own figures are pushed up its UN-PARENT chain so a
      * branch or division line shows everything below it. Depth is
      * capped to stop a looped hierarchy.
       3500-ROLLUP-UNITS.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
               PERFORM 3520-ADD-TO-TOTAL
               MOVE WS-UT-PARENT (WS-UT-IX) TO WS-UT-WALK-KODE
               MOVE 0 TO WS-UT-DEPTH
               PERFORM 3510-ROLLUP-WALK
                   UNTIL WS-UT-WALK-KODE = SPACES
                      OR WS-UT-DEPTH > 10
           END-PERFORM.

       3510-ROLLUP-WALK.
           ADD 1 TO WS-UT-DEPTH
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-UT-JX FROM 1 BY 1
                   UNTIL WS-UT-JX > WS-UT-COUNT
               IF WS-UT-KODE (WS-UT-JX) = WS-UT-WALK-KODE
                  AND NOT WS-FOUND
                   PERFORM 3530-ADD-TO-PARENT
                   MOVE WS-UT-PARENT (WS-UT-JX) TO WS-UT-WALK-KODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE SPACES TO WS-UT-WALK-KODE
           END-IF.

       3520-ADD-TO-TOTAL.
           ADD WS-UT-D-HC (WS-UT-IX) TO WS-UT-T-HC (WS-UT-IX)
           ADD WS-UT-D-BGHC (WS-UT-IX) TO WS-UT-T-BGHC (WS-UT-IX)
           ADD WS-UT-D-BGROWS (WS-UT-IX) TO WS-UT-T-BGROWS (WS-UT-IX)
           ADD WS-UT-D-BGAMT (WS-UT-IX) TO WS-UT-T-BGAMT (WS-UT-IX)
           ADD WS-UT-D-COSTM (WS-UT-IX) TO WS-UT-T-COSTM (WS-UT-IX)
           ADD WS-UT-D-COSTY (WS-UT-IX) TO WS-UT-T-COSTY (WS-UT-IX).

       3530-ADD-TO-PARENT.
           ADD WS-UT-D-HC (WS-UT-IX) TO WS-UT-T-HC (WS-UT-JX)
           ADD WS-UT-D-BGHC (WS-UT-IX) TO WS-UT-T-BGHC (WS-UT-JX)
           ADD WS-UT-D-BGROWS (WS-UT-IX) TO WS-UT-T-BGROWS (WS-UT-JX)
           ADD WS-UT-D-BGAMT (WS-UT-IX) TO WS-UT-T-BGAMT (WS-UT-JX)
           ADD WS-UT-D-COSTM (WS-UT-IX) TO WS-UT-T-COSTM (WS-UT-JX)
           ADD WS-UT-D-COSTY (WS-UT-IX) TO WS-UT-T-COSTY (WS-UT-JX).

       4000-PRINT-REPORT.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
               PERFORM 4200-PRINT-UNIT-LINE
           END-PERFORM
           PERFORM 4300-PRINT-TOTALS.

       4100-PRINT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO AR-LINE
           STRING "ANGGARAN VS REALISASI TENAGA KERJA PER UNIT"
               DELIMITED BY SIZE
               "   PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               "   TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               "   HAL " DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           STRING "ANGKA PER UNIT TERMASUK SELURUH UNIT BAWAHAN; "
               DELIMITED BY SIZE
               "ANGG S/D BULAN = ANGGARAN SETAHUN x BULAN / 12"
               DELIMITED BY SIZE
               INTO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE
           MOVE "UNIT" TO AR-LINE (1:4)
           MOVE "NAMA UNIT" TO AR-LINE (6:9)
           MOVE "AKTIF" TO AR-LINE (32:5)
           MOVE "HC ANG" TO AR-LINE (38:6)
           MOVE "BIAYA BULAN INI" TO AR-LINE (48:15)
           MOVE "BIAYA S/D BULAN" TO AR-LINE (67:15)
           MOVE "ANGG S/D BULAN" TO AR-LINE (87:14)
           MOVE "ANGGARAN SETAHUN" TO AR-LINE (104:16)
           MOVE "KETERANGAN" TO AR-LINE (121:10)
           WRITE AR-LINE
           MOVE ALL "-" TO AR-LINE
           WRITE AR-LINE
           MOVE 5 TO WS-LINE-CNT.

      * A unit is over budget when its cost to date passes the annual
      * budget pro-rated to the month, and over headcount when its
      * active staff pass the approved number. A unit whose subtree
      * has no budget row at all but carries staff or cost is shown
      * as unbudgeted rather than over.
       4200-PRINT-UNIT-LINE.
           IF WS-LINE-CNT = 0 OR WS-LINE-CNT > 55
               PERFORM 4100-PRINT-HEADER
           END-IF
           COMPUTE WS-PRORATA ROUNDED =
               WS-UT-T-BGAMT (WS-UT-IX) * WS-PER-MM / 12
           MOVE SPACES TO WS-FLAG
           IF WS-UT-T-BGROWS (WS-UT-IX) = 0
               IF WS-UT-T-HC (WS-UT-IX) > 0
                  OR WS-UT-T-COSTY (WS-UT-IX) > 0
                   MOVE "TANPA ANGGARAN" TO WS-FLAG
               END-IF
           ELSE
               IF WS-UT-T-COSTY (WS-UT-IX) > WS-PRORATA
                   MOVE "LEBIH ANGGARAN" TO WS-FLAG
               END-IF
               IF WS-UT-T-HC (WS-UT-IX) > WS-UT-T-BGHC (WS-UT-IX)
                   IF WS-FLAG = SPACES
                       MOVE "LEBIH HEADCOUNT" TO WS-FLAG
                   ELSE
                       MOVE "LEBIH ANGGARAN+HEADCOUNT" TO WS-FLAG
                   END-IF
               END-IF
               IF WS-FLAG NOT = SPACES
                   ADD 1 TO WS-OVER-CNT
               END-IF
           END-IF
           MOVE SPACES TO AR-LINE
           MOVE WS-UT-KODE (WS-UT-IX) TO AR-LINE (1:4)
           MOVE WS-UT-NAMA (WS-UT-IX) (1:24) TO AR-LINE (6:24)
           MOVE WS-UT-T-HC (WS-UT-IX) TO WS-HC-Z
           MOVE WS-HC-Z TO AR-LINE (31:6)
           MOVE WS-UT-T-BGHC (WS-UT-IX) TO WS-BGHC-Z
           MOVE WS-BGHC-Z TO AR-LINE (38:6)
           MOVE WS-UT-T-COSTM (WS-UT-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (45:18)
           MOVE WS-UT-T-COSTY (WS-UT-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (64:18)
           MOVE WS-PRORATA TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (83:18)
           MOVE WS-UT-T-BGAMT (WS-UT-IX) TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (102:18)
           MOVE WS-FLAG TO AR-LINE (121:30)
           WRITE AR-LINE
           ADD 1 TO WS-LINE-CNT
           IF WS-UT-PARENT (WS-UT-IX) = SPACES
               ADD WS-UT-T-HC (WS-UT-IX) TO WS-GT-HC
               ADD WS-UT-T-BGHC (WS-UT-IX) TO WS-GT-BGHC
               ADD WS-UT-T-BGAMT (WS-UT-IX) TO WS-GT-BGAMT
               ADD WS-UT-T-COSTM (WS-UT-IX) TO WS-GT-COSTM
               ADD WS-UT-T-COSTY (WS-UT-IX) TO WS-GT-COSTY
               ADD WS-PRORATA TO WS-GT-PRORATA
           END-IF.

       4300-PRINT-TOTALS.
           IF WS-LINE-CNT = 0
               PERFORM 4100-PRINT-HEADER
           END-IF
           MOVE ALL "-" TO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           MOVE "TOTAL UNIT PUNCAK" TO AR-LINE (1:17)
           MOVE WS-GT-HC TO WS-HC-Z
           MOVE WS-HC-Z TO AR-LINE (31:6)
           MOVE WS-GT-BGHC TO WS-BGHC-Z
           MOVE WS-BGHC-Z TO AR-LINE (38:6)
           MOVE WS-GT-COSTM TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (45:18)
           MOVE WS-GT-COSTY TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (64:18)
           MOVE WS-GT-PRORATA TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (83:18)
           MOVE WS-GT-BGAMT TO WS-AMT-Z
           MOVE WS-AMT-Z TO AR-LINE (102:18)
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE
           IF WS-NOUNIT-HC > 0 OR WS-NOUNIT-COSTY > 0
               MOVE SPACES TO AR-LINE
               MOVE "TANPA/SALAH KODE UNIT" TO AR-LINE (1:21)
               MOVE WS-NOUNIT-HC TO WS-HC-Z
               MOVE WS-HC-Z TO AR-LINE (31:6)
               MOVE WS-NOUNIT-COSTM TO WS-AMT-Z
               MOVE WS-AMT-Z TO AR-LINE (45:18)
               MOVE WS-NOUNIT-COSTY TO WS-AMT-Z
               MOVE WS-AMT-Z TO AR-LINE (64:18)
               WRITE AR-LINE
           END-IF
           IF WS-BG-ORPHAN-CNT > 0
               MOVE SPACES TO AR-LINE
               MOVE WS-BG-ORPHAN-CNT TO WS-CNT-Z
               STRING "BARIS ANGGARAN UNTUK UNIT YANG TIDAK ADA DI "
                   DELIMITED BY SIZE
                   "MASTER UNIT  COUNT=" DELIMITED BY SIZE
                   WS-CNT-Z DELIMITED BY SIZE
                   INTO AR-LINE
               WRITE AR-LINE
           END-IF
           MOVE SPACES TO AR-LINE
           MOVE WS-GH-ROW-CNT TO WS-CNT-Z
           STRING "BARIS GAJIHAS TAHUN BERJALAN DIHITUNG  COUNT="
               DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               INTO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           MOVE WS-OVER-CNT TO WS-CNT-Z
           STRING "UNIT LEBIH ANGGARAN/HEADCOUNT  COUNT="
               DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               INTO AR-LINE
           WRITE AR-LINE
           IF WS-UT-OVERFLOWED
               MOVE "WARNING - MASTER UNIT LEBIH DARI 200, TABEL PENUH"
                   TO AR-LINE
               WRITE AR-LINE
               DISPLAY "WARNING - MASTER UNIT LEBIH DARI 200 BARIS"
           END-IF
           DISPLAY "UNIT LEBIH ANGGARAN/HEADCOUNT : " WS-CNT-Z
           DISPLAY "LAPORAN DI ANGGRPT.txt".

       9999-EXIT.
           CLOSE Personal-IDX.
           CLOSE Unit-Master.
           CLOSE Anggaran-Master.
           CLOSE GAJIHAS-FILE.
           IF WS-ARSIP-OPEN
               CLOSE Personal-Archive
           END-IF
           CLOSE ANGGARAN-REPORT.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-ANGGARAN.

      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: January PTKP run. For every active employee with
      *          rows on the dependents file (TANGGUNG.dat) the PTKP
      *          for the new tax year is derived the same way the
      *          online screen does it - K with an active spouse, TK
      *          without, one step per other active dependent born
      *          by 1 January (by the hire date for staff hired
      *          during the year), at most three - and everyone whose
      *          status changes is listed in PTKPRPT.txt with the old
      *          and new status. Employees with no dependent rows
      *          keep the PTKP keyed on the master and are only
      *          counted. Simulation is the default; apply mode, for
      *          the current tax year only, rewrites F-PTKP and
      *          journals each change as PTKP.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-PTKP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "TANGGUNG-SEL.cpy".
           SELECT PTKP-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\PTKPRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Tanggungan-Master.
           COPY "TANGGUNG-FD.cpy".
       FD PTKP-REPORT.
       01 PR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-TG-EOF PIC X VALUE "N".
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-MODE PIC X(01).
           88 WS-APPLY-MODE VALUE "T".
       01 WS-CD-FULL PIC X(21).
       01 WS-TAHUN-IN PIC X(04).
       01 WS-TAHUN PIC 9(04).

      * derivation of one employee - WS-BATAS is 1 January of the
      * tax year, or the hire date when that is later
       01 WS-BATAS PIC X(08).
       01 WS-ADA-SW PIC X VALUE "N".
           88 WS-ADA VALUE "Y".
       01 WS-SPOUSE-CNT PIC 9(02).
       01 WS-DEP-CNT PIC 9(02).
       01 WS-DEP-RAW PIC 9(02).
       01 WS-NEW-PTKP PIC X(04).
       01 WS-OLD-PTKP PIC X(04).
       01 WS-JR-OPERATION PIC X(10) VALUE "PTKP".
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).

       01 WS-READ-CNT PIC 9(05) VALUE 0.
       01 WS-CHANGE-CNT PIC 9(05) VALUE 0.
       01 WS-APPLIED-CNT PIC 9(05) VALUE 0.
       01 WS-SAME-CNT PIC 9(05) VALUE 0.
       01 WS-NODATA-CNT PIC 9(05) VALUE 0.
       01 WS-TERM-CNT PIC 9(05) VALUE 0.
       01 WS-FAIL-CNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-EOF = "Y".
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           DISPLAY "PENETAPAN PTKP TAHUN PAJAK DARI DATA TANGGUNGAN"
           DISPLAY "TAHUN PAJAK YYYY (KOSONG = " WS-CD-FULL (1:4)
               ") : " NO ADVANCING
           ACCEPT WS-TAHUN-IN
           IF WS-TAHUN-IN = SPACES
               MOVE WS-CD-FULL (1:4) TO WS-TAHUN-IN
           END-IF
           IF WS-TAHUN-IN IS NOT NUMERIC
               DISPLAY "TAHUN PAJAK TIDAK VALID - PAKAI "
                   WS-CD-FULL (1:4)
               MOVE WS-CD-FULL (1:4) TO WS-TAHUN-IN
           END-IF
           MOVE WS-TAHUN-IN TO WS-TAHUN
           DISPLAY "MODE (S = SIMULASI, T = TERAPKAN) : " NO ADVANCING
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
           IF WS-APPLY-MODE AND WS-TAHUN-IN NOT = WS-CD-FULL (1:4)
               DISPLAY "PTKP HANYA DITERAPKAN UNTUK TAHUN BERJALAN"
               MOVE "S" TO WS-MODE
           END-IF
           IF WS-APPLY-MODE
               DISPLAY "MODE TERAPKAN - MASTER AKAN DIUBAH"
               IF WS-CD-FULL (5:2) NOT = "01"
                   DISPLAY "PERHATIAN: BUKAN BULAN JANUARI - PTKP "
                       "BERLAKU UNTUK SELURUH TAHUN " WS-TAHUN
               END-IF
               OPEN I-O Personal-IDX
           ELSE
               MOVE "S" TO WS-MODE
               DISPLAY "MODE SIMULASI - TIDAK ADA PERUBAHAN"
               OPEN INPUT Personal-IDX
           END-IF
           IF FSTAT NOT = "00"
               DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
      * without the dependents file every PTKP would fall to TK/0,
      * so the run refuses rather than guess
           OPEN INPUT Tanggungan-Master
           IF FSTAT NOT = "00"
               DISPLAY "TANGGUNG.dat TIDAK ADA - PTKP TIDAK DIHITUNG"
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT PTKP-REPORT
           MOVE SPACES TO PR-LINE
           STRING "PERUBAHAN PTKP TAHUN PAJAK " DELIMITED BY SIZE
               WS-TAHUN DELIMITED BY SIZE
               " - MODE " DELIMITED BY SIZE
               WS-MODE DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "NIK                 | NAMA" DELIMITED BY SIZE
               "                           | LAMA | BARU " DELIMITED
               BY SIZE
               "| PASANGAN | TANGGUNGAN" DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE ALL "-" TO PR-LINE
           WRITE PR-LINE
           IF WS-EOF = "N"
               MOVE LOW-VALUES TO F-NIK
               START Personal-IDX KEY IS NOT LESS THAN F-NIK
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           END-IF.

       2000-PROCESS.
           READ Personal-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   IF F-STATUS = "T"
                       ADD 1 TO WS-TERM-CNT
                   ELSE
                       PERFORM 2100-PROCESS-EMPLOYEE
                   END-IF
           END-READ.

       2100-PROCESS-EMPLOYEE.
           MOVE SPACES TO WS-BATAS
           STRING WS-TAHUN DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO WS-BATAS
           IF F-Hire-Date IS NUMERIC AND F-Hire-Date > WS-BATAS
               MOVE F-Hire-Date TO WS-BATAS
           END-IF
           PERFORM 2200-DERIVE
           IF NOT WS-ADA
               ADD 1 TO WS-NODATA-CNT
           ELSE
               MOVE F-PTKP TO WS-OLD-PTKP
               IF WS-NEW-PTKP = WS-OLD-PTKP
                   ADD 1 TO WS-SAME-CNT
               ELSE
                   ADD 1 TO WS-CHANGE-CNT
                   PERFORM 2400-PRINT-CHANGE
                   IF WS-APPLY-MODE
                       PERFORM 2500-APPLY-CHANGE
                   END-IF
               END-IF
           END-IF.

      * same rule as TANGGUNGAN-DERIVE in TUGAS-INDIVIDU
       2200-DERIVE.
           MOVE "N" TO WS-ADA-SW
           MOVE 0 TO WS-SPOUSE-CNT
           MOVE 0 TO WS-DEP-RAW
           MOVE "N" TO WS-TG-EOF
           MOVE F-NIK TO TG-NIK
           MOVE 0 TO TG-URUT
           START Tanggungan-Master KEY IS NOT LESS THAN TG-KEY
               INVALID KEY MOVE "Y" TO WS-TG-EOF
           END-START
           PERFORM UNTIL WS-TG-EOF = "Y"
               READ Tanggungan-Master NEXT
                   AT END
                       MOVE "Y" TO WS-TG-EOF
                   NOT AT END
                       IF TG-NIK NOT = F-NIK
                           MOVE "Y" TO WS-TG-EOF
                       ELSE
                           SET WS-ADA TO TRUE
                           PERFORM 2300-COUNT-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-DEP-RAW TO WS-DEP-CNT
           IF WS-DEP-CNT > 3
               MOVE 3 TO WS-DEP-CNT
           END-IF
           MOVE SPACES TO WS-NEW-PTKP
           IF WS-SPOUSE-CNT > 0
               STRING "K/" DELIMITED BY SIZE
                   WS-DEP-CNT (2:1) DELIMITED BY SIZE
                   INTO WS-NEW-PTKP
           ELSE
               STRING "TK/" DELIMITED BY SIZE
                   WS-DEP-CNT (2:1) DELIMITED BY SIZE
                   INTO WS-NEW-PTKP
           END-IF.

       2300-COUNT-ROW.
           IF TG-IS-AKTIF AND TG-TGL-LAHIR NOT > WS-BATAS
               IF TG-PASANGAN
                   ADD 1 TO WS-SPOUSE-CNT
               ELSE
                   ADD 1 TO WS-DEP-RAW
               END-IF
           END-IF.

       2400-PRINT-CHANGE.
           MOVE F-NIK TO NIK-Z
           MOVE SPACES TO PR-LINE
           STRING NIK-Z DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               F-NAMA DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-OLD-PTKP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-NEW-PTKP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-SPOUSE-CNT DELIMITED BY SIZE
               "       | " DELIMITED BY SIZE
               WS-DEP-RAW DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE.

       2500-APPLY-CHANGE.
           MOVE SPACES TO WS-JR-BEFORE
           STRING "PTKP=" DELIMITED BY SIZE
               F-PTKP DELIMITED BY SIZE
               INTO WS-JR-BEFORE
           MOVE WS-NEW-PTKP TO F-PTKP
           REWRITE F-Personal
               INVALID KEY
                   DISPLAY "GAGAL REWRITE NIK " NIK-Z
                   ADD 1 TO WS-FAIL-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE SPACES TO WS-JR-AFTER
                   STRING "PTKP=" DELIMITED BY SIZE
                       F-PTKP DELIMITED BY SIZE
                       " SUMBER=TANGGUNGAN" DELIMITED BY SIZE
                       INTO WS-JR-AFTER
                   CALL "SUB-TUGAS-JOURNAL" USING
                       WS-JR-OPERATION, F-NIK,
                       WS-JR-BEFORE, WS-JR-AFTER
                   CANCEL "SUB-TUGAS-JOURNAL"
           END-REWRITE.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "DIBACA=" DELIMITED BY SIZE
               WS-READ-CNT DELIMITED BY SIZE
               "  BERUBAH=" DELIMITED BY SIZE
               WS-CHANGE-CNT DELIMITED BY SIZE
               "  DITERAPKAN=" DELIMITED BY SIZE
               WS-APPLIED-CNT DELIMITED BY SIZE
               "  TETAP=" DELIMITED BY SIZE
               WS-SAME-CNT DELIMITED BY SIZE
               "  TANPA TANGGUNGAN=" DELIMITED BY SIZE
               WS-NODATA-CNT DELIMITED BY SIZE
               "  BERHENTI=" DELIMITED BY SIZE
               WS-TERM-CNT DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           DISPLAY "PTKP " WS-TAHUN " SELESAI (MODE " WS-MODE ")"
               " BERUBAH=" WS-CHANGE-CNT
               " DITERAPKAN=" WS-APPLIED-CNT
               " - LIHAT PTKPRPT.txt"
           IF WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE Personal-IDX.
           CLOSE Tanggungan-Master.
           CLOSE PTKP-REPORT.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-PTKP.

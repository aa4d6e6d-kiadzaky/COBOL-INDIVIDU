      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Annual leave (cuti) ledger batch. Mode T rolls the
      *          leave year over: every active employee without a
      *          ledger row gets one opened from F-Hire-Date, and
      *          every row whose F-Hire-Date anniversary has passed
      *          starts a new year of 12 days, carrying forward the
      *          unused saldo up to the maximum given at the prompt
      *          and forfeiting the rest. Each rollover is written to
      *          CUTIHIS.dat, journaled, and listed on CUTITHN.txt.
      *          Mode L prints the leave balance per unit to
      *          CUTIRPT.txt through an external SORT on unit, with
      *          unit subtotals and rows still waiting for rollover
      *          flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-CUTI.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "UNIT-SEL.cpy".
           COPY "CUTI-SEL.cpy".
           COPY "CUTIHIS-SEL.cpy".
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK7".
           SELECT ROLL-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\CUTITHN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT CUTI-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\CUTIRPT.txt"
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
       FD Cuti-Master.
           COPY "CUTI-FD.cpy".
       FD CUTIHIS-FILE.
           COPY "CUTIHIS-FD.cpy".
       SD SORT-WORK.
       01 CW-RECORD.
           05 CW-UNIT PIC X(04).
           05 CW-NIK PIC 9(16).
           05 CW-NAMA PIC X(30).
           05 CW-AWAL PIC X(08).
           05 CW-HAK PIC 9(02).
           05 CW-CARRY PIC 9(02).
           05 CW-TAKEN PIC 9(03).
           05 CW-UNPAID PIC 9(03).
           05 CW-FLAG PIC X(01).
       FD ROLL-REPORT.
       01 RR-LINE PIC X(100).
       FD CUTI-REPORT.
       01 CR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-RUN-MODE PIC X VALUE SPACE.
           88 WS-ROLL-MODE VALUE "T".
           88 WS-REPORT-MODE VALUE "L".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-CT-AVAIL-SW PIC X VALUE "Y".
           88 WS-CT-AVAIL VALUE "Y".
       01 WS-RUN-DATE PIC X(08).
       01 WS-MAX-CARRY PIC 9(02) VALUE 0.
       01 WS-YEARS PIC S9(03).
       01 WS-DATE-WORK.
           05 WS-DW-YYYY PIC 9(04).
           05 WS-DW-MMDD PIC 9(04).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(08).
       01 WS-HIRE-WORK.
           05 WS-HW-YYYY PIC 9(04).
           05 WS-HW-MMDD PIC 9(04).
       01 WS-RUN-WORK.
           05 WS-RW-YYYY PIC 9(04).
           05 WS-RW-MMDD PIC 9(04).
       01 WS-RUN-NUM REDEFINES WS-RUN-WORK PIC 9(08).

      * rollover of one ledger row - more than one year is rolled in
      * a single run when a row has been left behind, capped so a bad
      * CT-AWAL cannot loop
       01 WS-DUE-SW PIC X VALUE "N".
           88 WS-YEAR-DUE VALUE "Y".
       01 WS-ROLL-DEPTH PIC 9(02) VALUE 0.
       01 WS-SALDO PIC S9(03).
       01 WS-CARRY PIC 9(03).
       01 WS-FORFEIT PIC 9(03).
       01 WS-JR-OPERATION PIC X(10).
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).

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

      * current control-break group
       01 WS-CUR-UNIT PIC X(04).
       01 WS-GRP-CNT PIC 9(05).
       01 WS-GRP-SALDO PIC S9(07).
       01 WS-GRP-TAKEN PIC 9(07).
       01 WS-GRP-UNPAID PIC 9(07).

      * edited fields for the report lines
       01 WS-HAK-Z PIC Z9.
       01 WS-CARRY-Z PIC ZZ9.
       01 WS-TAKEN-Z PIC ZZ9.
       01 WS-SALDO-Z PIC -ZZ9.
       01 WS-UNPAID-Z PIC ZZ9.
       01 WS-FORFEIT-Z PIC ZZ9.
       01 WS-CNT-Z PIC ZZ,ZZ9.
       01 WS-TOT-Z PIC -Z,ZZZ,ZZ9.
       01 WS-TOT2-Z PIC Z,ZZZ,ZZ9.
       01 WS-TOT3-Z PIC Z,ZZZ,ZZ9.

      * control totals
       01 WS-OPEN-CNT PIC 9(05) VALUE 0.
       01 WS-ROLL-CNT PIC 9(05) VALUE 0.
       01 WS-CARRY-TOT PIC 9(07) VALUE 0.
       01 WS-FORFEIT-TOT PIC 9(07) VALUE 0.
       01 WS-TERM-CNT PIC 9(05) VALUE 0.
       01 WS-NOLEDGER-CNT PIC 9(05) VALUE 0.
       01 WS-DUE-CNT PIC 9(05) VALUE 0.
       01 WS-GRAND-CNT PIC 9(05) VALUE 0.
       01 WS-GRAND-SALDO PIC S9(07) VALUE 0.
       01 WS-GRAND-TAKEN PIC 9(07) VALUE 0.
       01 WS-GRAND-UNPAID PIC 9(07) VALUE 0.

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
               IF WS-ROLL-MODE
                   PERFORM 2000-ROLLOVER UNTIL WS-EOF = "Y"
                   PERFORM 2900-PRINT-ROLL-TOTALS
               ELSE
                   PERFORM 1100-LOAD-UNITS UNTIL WS-UT-EOF = "Y"
                   SORT SORT-WORK
                       ON ASCENDING KEY CW-UNIT CW-NIK
                       INPUT PROCEDURE IS 3000-EXTRACT
                       OUTPUT PROCEDURE IS 4000-PRINT-REPORT
               END-IF
           END-IF.
           PERFORM 9999-EXIT.

      * Mode T is run by the operator at least monthly; rolling is
      * idempotent, a row is only touched once its next anniversary
      * is on or before the run date. The run date defaults to today
      * so a late run can still be dated back to the month end it
      * belongs to.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
               INTO WS-CURRENT-DATE-DISPLAY
           DISPLAY "LEDGER CUTI TAHUNAN"
           DISPLAY "MODE (T = ROLLOVER TAHUN CUTI, L = LAPORAN SALDO)"
               " : " NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE (WS-RUN-MODE) TO WS-RUN-MODE
           IF NOT WS-ROLL-MODE AND NOT WS-REPORT-MODE
               DISPLAY "MODE HARUS T ATAU L"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ROLL-MODE
               DISPLAY "TANGGAL PROSES (YYYYMMDD, SPASI = HARI INI) : "
                   NO ADVANCING
               MOVE SPACES TO WS-RUN-DATE
               ACCEPT WS-RUN-DATE
               IF WS-RUN-DATE = SPACES
                   MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
               END-IF
               IF WS-RUN-DATE NOT NUMERIC
                   DISPLAY "TANGGAL PROSES HARUS YYYYMMDD"
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RUN-DATE TO WS-RUN-WORK
                   DISPLAY "MAKS HARI CARRY FORWARD (0 = HANGUS) : "
                       NO ADVANCING
                   ACCEPT WS-MAX-CARRY
               END-IF
           ELSE
               MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-WORK
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-ROLL-MODE
                   OPEN I-O Cuti-Master
                   IF FSTAT = "35"
                       CLOSE Cuti-Master
                       OPEN OUTPUT Cuti-Master
                       CLOSE Cuti-Master
                       OPEN I-O Cuti-Master
                   END-IF
                   OPEN EXTEND CUTIHIS-FILE
                   IF FSTAT = "35"
                       CLOSE CUTIHIS-FILE
                       OPEN OUTPUT CUTIHIS-FILE
                   END-IF
                   OPEN OUTPUT ROLL-REPORT
                   PERFORM 2050-PRINT-ROLL-HEADER
               ELSE
                   OPEN INPUT Cuti-Master
                   IF FSTAT NOT = "00"
                       DISPLAY "CUTI.dat TIDAK ADA - JALANKAN MODE T"
                           " DULU"
                       MOVE "N" TO WS-CT-AVAIL-SW
                   END-IF
                   OPEN INPUT Unit-Master
                   IF FSTAT NOT = "00"
                       DISPLAY "UNIT.dat TIDAK ADA - NAMA UNIT KOSONG"
                       MOVE "Y" TO WS-UT-EOF
                   END-IF
                   OPEN OUTPUT CUTI-REPORT
               END-IF
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

      * One pass over the active master. Leavers keep their ledger
      * row untouched - the settlement run reads it as it stood on
      * the exit date.
       2000-ROLLOVER.
           READ Personal-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF F-STATUS = "T"
                       ADD 1 TO WS-TERM-CNT
                   ELSE
                       PERFORM 2100-ROLL-EMPLOYEE
                   END-IF
           END-READ.

       2050-PRINT-ROLL-HEADER.
           MOVE SPACES TO RR-LINE
           STRING "ROLLOVER TAHUN CUTI PER " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   MAKS CARRY " DELIMITED BY SIZE
               WS-MAX-CARRY DELIMITED BY SIZE
               " HARI          TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           MOVE "NIK" TO RR-LINE (1:3)
           MOVE "NAMA" TO RR-LINE (18:4)
           MOVE "AWAL" TO RR-LINE (49:4)
           MOVE "BARU" TO RR-LINE (58:4)
           MOVE "SALDO" TO RR-LINE (67:5)
           MOVE "CARRY" TO RR-LINE (73:5)
           MOVE "HANGUS" TO RR-LINE (79:6)
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE.

       2100-ROLL-EMPLOYEE.
           MOVE F-NIK TO CT-NIK
           READ Cuti-Master
               INVALID KEY
                   PERFORM 2150-OPEN-LEDGER
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUE-SW
                   MOVE 0 TO WS-ROLL-DEPTH
                   PERFORM 2200-ROLL-YEAR
                       UNTIL NOT WS-YEAR-DUE OR WS-ROLL-DEPTH > 50
                   IF WS-ROLL-DEPTH > 1
                       REWRITE CT-RECORD
                           INVALID KEY
                               DISPLAY "GAGAL ROLLOVER CUTI NIK "
                                   CT-NIK
                       END-REWRITE
                   END-IF
           END-READ.

      * Same rule as the online ledger opening: the leave year starts
      * on the latest F-Hire-Date anniversary on or before the run
      * date, with no entitlement before the first anniversary.
       2150-OPEN-LEDGER.
           MOVE F-NIK TO CT-NIK
           MOVE 0 TO CT-HAK
           MOVE 0 TO CT-CARRY
           MOVE 0 TO CT-TAKEN
           MOVE 0 TO CT-UNPAID
           IF F-Hire-Date NOT NUMERIC
               MOVE WS-RUN-DATE TO CT-AWAL
               MOVE 12 TO CT-HAK
           ELSE
               MOVE F-Hire-Date TO WS-HIRE-WORK
               COMPUTE WS-YEARS = WS-RW-YYYY - WS-HW-YYYY
               IF WS-RW-MMDD < WS-HW-MMDD
                   SUBTRACT 1 FROM WS-YEARS
               END-IF
               IF WS-YEARS < 1
                   MOVE F-Hire-Date TO CT-AWAL
               ELSE
                   COMPUTE WS-DW-YYYY = WS-HW-YYYY + WS-YEARS
                   MOVE WS-HW-MMDD TO WS-DW-MMDD
                   MOVE WS-DATE-WORK TO CT-AWAL
                   MOVE 12 TO CT-HAK
               END-IF
           END-IF
           WRITE CT-RECORD
               INVALID KEY
                   DISPLAY "GAGAL BUKA LEDGER CUTI NIK " CT-NIK
               NOT INVALID KEY
                   ADD 1 TO WS-OPEN-CNT
                   MOVE CT-NIK TO CH-NIK
                   MOVE CT-AWAL TO CH-TGL
                   MOVE "B" TO CH-JENIS
                   COMPUTE CH-HARI = CT-HAK + CT-CARRY
                   MOVE 0 TO CH-DIBAYAR
                   MOVE 0 TO CH-TANPA
                   MOVE SPACES TO CH-PERIODE
                   MOVE "BATCH" TO CH-USER
                   WRITE CH-RECORD
                   MOVE SPACES TO RR-LINE
                   STRING CT-NIK DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       F-NAMA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CT-AWAL DELIMITED BY SIZE
                       "  LEDGER DIBUKA, HAK " DELIMITED BY SIZE
                       CT-HAK DELIMITED BY SIZE
                       INTO RR-LINE
                   WRITE RR-LINE
           END-WRITE.

      * Closes the year ending the day before the next anniversary:
      * saldo up to WS-MAX-CARRY goes forward, the rest is forfeit,
      * and the new year starts with a fresh 12 days.
       2200-ROLL-YEAR.
           ADD 1 TO WS-ROLL-DEPTH
           MOVE CT-AWAL TO WS-DATE-WORK
           IF WS-DATE-WORK NOT NUMERIC
               MOVE "N" TO WS-DUE-SW
           ELSE
               ADD 1 TO WS-DW-YYYY
               IF WS-DW-MMDD = 0229
                   MOVE 0301 TO WS-DW-MMDD
               END-IF
               IF WS-DATE-NUM > WS-RUN-NUM
                   MOVE "N" TO WS-DUE-SW
               ELSE
                   PERFORM 2250-CLOSE-YEAR
               END-IF
           END-IF.

       2250-CLOSE-YEAR.
           MOVE SPACES TO WS-JR-BEFORE
           STRING "AWAL=" DELIMITED BY SIZE
                  CT-AWAL DELIMITED BY SIZE
                  " HAK=" DELIMITED BY SIZE
                  CT-HAK DELIMITED BY SIZE
                  " CARRY=" DELIMITED BY SIZE
                  CT-CARRY DELIMITED BY SIZE
                  " AMBIL=" DELIMITED BY SIZE
                  CT-TAKEN DELIMITED BY SIZE
                  " TANPA=" DELIMITED BY SIZE
                  CT-UNPAID DELIMITED BY SIZE
                  INTO WS-JR-BEFORE
           COMPUTE WS-SALDO = CT-HAK + CT-CARRY - CT-TAKEN
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF
           IF WS-SALDO > WS-MAX-CARRY
               MOVE WS-MAX-CARRY TO WS-CARRY
           ELSE
               MOVE WS-SALDO TO WS-CARRY
           END-IF
           COMPUTE WS-FORFEIT = WS-SALDO - WS-CARRY
           MOVE WS-SALDO TO WS-SALDO-Z
           MOVE WS-CARRY TO WS-CARRY-Z
           MOVE WS-FORFEIT TO WS-FORFEIT-Z
           MOVE SPACES TO RR-LINE
           STRING CT-NIK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F-NAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-AWAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATE-WORK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SALDO-Z DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CARRY-Z DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FORFEIT-Z DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           MOVE CT-NIK TO CH-NIK
           MOVE WS-DATE-WORK TO CH-TGL
           MOVE "R" TO CH-JENIS
           MOVE WS-SALDO TO CH-HARI
           MOVE WS-CARRY TO CH-DIBAYAR
           MOVE WS-FORFEIT TO CH-TANPA
           MOVE SPACES TO CH-PERIODE
           MOVE "BATCH" TO CH-USER
           WRITE CH-RECORD
           MOVE WS-DATE-WORK TO CT-AWAL
           MOVE 12 TO CT-HAK
           MOVE WS-CARRY TO CT-CARRY
           MOVE 0 TO CT-TAKEN
           MOVE 0 TO CT-UNPAID
           MOVE SPACES TO WS-JR-AFTER
           STRING "AWAL=" DELIMITED BY SIZE
                  CT-AWAL DELIMITED BY SIZE
                  " HAK=" DELIMITED BY SIZE
                  CT-HAK DELIMITED BY SIZE
                  " CARRY=" DELIMITED BY SIZE
                  CT-CARRY DELIMITED BY SIZE
                  " HANGUS=" DELIMITED BY SIZE
                  WS-FORFEIT DELIMITED BY SIZE
                  INTO WS-JR-AFTER
           MOVE "CUTI-ROLL" TO WS-JR-OPERATION
           CALL "SUB-TUGAS-JOURNAL" USING
               WS-JR-OPERATION, CT-NIK,
               WS-JR-BEFORE, WS-JR-AFTER
           CANCEL "SUB-TUGAS-JOURNAL"
           ADD 1 TO WS-ROLL-CNT
           ADD WS-CARRY TO WS-CARRY-TOT
           ADD WS-FORFEIT TO WS-FORFEIT-TOT.

       2900-PRINT-ROLL-TOTALS.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "LEDGER DIBUKA          : " DELIMITED BY SIZE
               WS-OPEN-CNT DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "TAHUN CUTI DI-ROLLOVER : " DELIMITED BY SIZE
               WS-ROLL-CNT DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "TOTAL HARI CARRY       : " DELIMITED BY SIZE
               WS-CARRY-TOT DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "TOTAL HARI HANGUS      : " DELIMITED BY SIZE
               WS-FORFEIT-TOT DELIMITED BY SIZE
               INTO RR-LINE
           WRITE RR-LINE
           DISPLAY "ROLLOVER CUTI SELESAI - DIBUKA=" WS-OPEN-CNT
               " ROLLOVER=" WS-ROLL-CNT
               " HANGUS=" WS-FORFEIT-TOT " HARI".

      * Active employees only. An employee with no ledger row yet is
      * still listed (flag N) so a missing mode T run shows up; a row
      * whose next anniversary has already passed is flagged R.
       3000-EXTRACT.
           PERFORM UNTIL WS-EOF = "Y"
               READ Personal-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF F-STATUS = "T"
                           ADD 1 TO WS-TERM-CNT
                       ELSE
                           PERFORM 3100-RELEASE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       3100-RELEASE-EMPLOYEE.
           MOVE F-UNIT TO CW-UNIT
           MOVE F-NIK TO CW-NIK
           MOVE F-NAMA TO CW-NAMA
           MOVE SPACE TO CW-FLAG
           MOVE SPACES TO CW-AWAL
           MOVE 0 TO CW-HAK
           MOVE 0 TO CW-CARRY
           MOVE 0 TO CW-TAKEN
           MOVE 0 TO CW-UNPAID
           IF NOT WS-CT-AVAIL
               MOVE "N" TO CW-FLAG
               ADD 1 TO WS-NOLEDGER-CNT
           ELSE
           MOVE F-NIK TO CT-NIK
           READ Cuti-Master
               INVALID KEY
                   MOVE "N" TO CW-FLAG
                   ADD 1 TO WS-NOLEDGER-CNT
               NOT INVALID KEY
                   MOVE CT-AWAL TO CW-AWAL
                   MOVE CT-HAK TO CW-HAK
                   MOVE CT-CARRY TO CW-CARRY
                   MOVE CT-TAKEN TO CW-TAKEN
                   MOVE CT-UNPAID TO CW-UNPAID
                   MOVE CT-AWAL TO WS-DATE-WORK
                   IF WS-DATE-WORK NUMERIC
                       ADD 1 TO WS-DW-YYYY
                       IF WS-DW-MMDD = 0229
                           MOVE 0301 TO WS-DW-MMDD
                       END-IF
                       IF WS-DATE-NUM NOT > WS-RUN-NUM
                           MOVE "R" TO CW-FLAG
                           ADD 1 TO WS-DUE-CNT
                       END-IF
                   END-IF
           END-READ
           END-IF
           RELEASE CW-RECORD.

       4000-PRINT-REPORT.
           PERFORM 4050-GET-NEXT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               MOVE CW-UNIT TO WS-CUR-UNIT
               MOVE 0 TO WS-GRP-CNT
               MOVE 0 TO WS-GRP-SALDO
               MOVE 0 TO WS-GRP-TAKEN
               MOVE 0 TO WS-GRP-UNPAID
               PERFORM 4150-PRINT-UNIT-HEADER
               PERFORM UNTIL WS-SORT-EOF = "Y"
                      OR CW-UNIT NOT = WS-CUR-UNIT
                   PERFORM 4200-PRINT-DETAIL
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
           MOVE SPACES TO CR-LINE
           STRING "SALDO CUTI TAHUNAN PER UNIT" DELIMITED BY SIZE
               "          TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               "   HAL " DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           MOVE "NIK" TO CR-LINE (1:3)
           MOVE "NAMA" TO CR-LINE (18:4)
           MOVE "AWAL" TO CR-LINE (49:4)
           MOVE "HAK" TO CR-LINE (58:3)
           MOVE "CARRY" TO CR-LINE (62:5)
           MOVE "AMBIL" TO CR-LINE (68:5)
           MOVE "SALDO" TO CR-LINE (74:5)
           MOVE "TANPA" TO CR-LINE (80:5)
           MOVE "KETERANGAN" TO CR-LINE (87:10)
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE 4 TO WS-LINE-CNT.

       4150-PRINT-UNIT-HEADER.
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
           MOVE SPACES TO CR-LINE
           STRING "UNIT " DELIMITED BY SIZE
               WS-CUR-UNIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNIT-NAMA DELIMITED BY SIZE
               INTO CR-LINE
           WRITE CR-LINE
           ADD 1 TO WS-LINE-CNT.

       4200-PRINT-DETAIL.
           IF WS-LINE-CNT > 55
               PERFORM 4100-PRINT-HEADER
           END-IF
           COMPUTE WS-SALDO = CW-HAK + CW-CARRY - CW-TAKEN
           MOVE CW-HAK TO WS-HAK-Z
           MOVE CW-CARRY TO WS-CARRY-Z
           MOVE CW-TAKEN TO WS-TAKEN-Z
           MOVE WS-SALDO TO WS-SALDO-Z
           MOVE CW-UNPAID TO WS-UNPAID-Z
           MOVE SPACES TO CR-LINE
           STRING CW-NIK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CW-NAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CW-AWAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HAK-Z DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CARRY-Z DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TAKEN-Z DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SALDO-Z DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-UNPAID-Z DELIMITED BY SIZE
               INTO CR-LINE
           EVALUATE CW-FLAG
               WHEN "N"
                   MOVE "BELUM ADA LEDGER" TO CR-LINE (87:)
               WHEN "R"
                   MOVE "BELUM ROLLOVER" TO CR-LINE (87:)
           END-EVALUATE
           WRITE CR-LINE
           ADD 1 TO WS-LINE-CNT
           ADD 1 TO WS-GRP-CNT
           ADD WS-SALDO TO WS-GRP-SALDO
           ADD CW-TAKEN TO WS-GRP-TAKEN
           ADD CW-UNPAID TO WS-GRP-UNPAID.

       4300-PRINT-UNIT-TOTAL.
           MOVE WS-GRP-CNT TO WS-CNT-Z
           MOVE WS-GRP-SALDO TO WS-TOT-Z
           MOVE WS-GRP-TAKEN TO WS-TOT2-Z
           MOVE WS-GRP-UNPAID TO WS-TOT3-Z
           MOVE SPACES TO CR-LINE
           STRING "  SUBTOTAL UNIT " DELIMITED BY SIZE
               WS-CUR-UNIT DELIMITED BY SIZE
               "  PEGAWAI=" DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               "  DIAMBIL=" DELIMITED BY SIZE
               WS-TOT2-Z DELIMITED BY SIZE
               "  SALDO=" DELIMITED BY SIZE
               WS-TOT-Z DELIMITED BY SIZE
               "  TANPA UPAH=" DELIMITED BY SIZE
               WS-TOT3-Z DELIMITED BY SIZE
               INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           ADD 2 TO WS-LINE-CNT
           ADD WS-GRP-CNT TO WS-GRAND-CNT
           ADD WS-GRP-SALDO TO WS-GRAND-SALDO
           ADD WS-GRP-TAKEN TO WS-GRAND-TAKEN
           ADD WS-GRP-UNPAID TO WS-GRAND-UNPAID.

       4400-PRINT-GRAND-TOTAL.
           IF WS-LINE-CNT = 0
               PERFORM 4100-PRINT-HEADER
           END-IF
           MOVE WS-GRAND-CNT TO WS-CNT-Z
           MOVE WS-GRAND-SALDO TO WS-TOT-Z
           MOVE WS-GRAND-TAKEN TO WS-TOT2-Z
           MOVE WS-GRAND-UNPAID TO WS-TOT3-Z
           MOVE SPACES TO CR-LINE
           STRING "GRAND TOTAL  PEGAWAI=" DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               "  DIAMBIL=" DELIMITED BY SIZE
               WS-TOT2-Z DELIMITED BY SIZE
               "  SALDO=" DELIMITED BY SIZE
               WS-TOT-Z DELIMITED BY SIZE
               "  TANPA UPAH=" DELIMITED BY SIZE
               WS-TOT3-Z DELIMITED BY SIZE
               INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "BELUM ADA LEDGER  COUNT=" DELIMITED BY SIZE
               WS-NOLEDGER-CNT DELIMITED BY SIZE
               "   BELUM ROLLOVER  COUNT=" DELIMITED BY SIZE
               WS-DUE-CNT DELIMITED BY SIZE
               "   BERHENTI (TIDAK TERMASUK)  COUNT="
                   DELIMITED BY SIZE
               WS-TERM-CNT DELIMITED BY SIZE
               INTO CR-LINE
           WRITE CR-LINE
           IF WS-UT-OVERFLOWED
               MOVE "WARNING - MASTER UNIT LEBIH DARI 200, TABEL PENUH"
                   TO CR-LINE
               WRITE CR-LINE
               DISPLAY "WARNING - MASTER UNIT LEBIH DARI 200 BARIS"
           END-IF
           DISPLAY "LAPORAN SALDO CUTI SELESAI - " WS-GRAND-CNT
               " PEGAWAI, CUTIRPT.txt".

       9999-EXIT.
           IF NOT WS-REFUSED
               CLOSE Personal-IDX
               CLOSE Cuti-Master
               IF WS-ROLL-MODE
                   CLOSE CUTIHIS-FILE
                   CLOSE ROLL-REPORT
               ELSE
                   CLOSE Unit-Master
                   CLOSE CUTI-REPORT
               END-IF
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-CUTI.

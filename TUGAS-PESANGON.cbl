      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Final settlement run for leavers. Picks every
      *          Personal-IDX row at status T whose F-END-DATE falls
      *          in the exit month the operator keys in and pays:
      *          the exit month's gaji pokok and tunjangan prorated
      *          to the calendar day of F-END-DATE, the pesangon and
      *          uang penghargaan masa kerja (UPMK) months from the
      *          service length F-HIRE-DATE to F-END-DATE, weighted
      *          by the termination reason taken from the TERMINATE
      *          line on JOURNAL.dat through the PHKRATE.dat factor
      *          table, and the uang penggantian hak (UPH), which
      *          includes the unused annual leave left on CUTI.dat
      *          paid at one working day's upah per day. The
      *          whole remaining LN-BALANCE on LOAN.dat is netted
      *          off the payment and the loan rewritten (the
      *          movement logged on LOANMUT.dat). BPJS on the
      *          exit month's prorated wage is split per program by
      *          SUB-TUGAS-BPJS and kept on BPJSHAS.dat as in the
      *          regular run. Results go to GAJIHAS.dat under the
      *          off-cycle period YYYYnn, nn = exit month + 20
      *          (21..32) - a month no regular or THR run can
      *          produce - with the severance package
      *          in GH-RAPEL, so TUGAS-BANKTRF pointed at that period
      *          builds the settlement transfer file. The period is
      *          marked I / C on GAJSTAT.dat like every payroll run
      *          and a crashed run is backed out with TUGAS-GAJIRUN's
      *          backout mode. One settlement statement per leaver,
      *          with signature lines, goes to PESANGON.txt followed
      *          by a control page. The exit month also closes the
      *          leaver's PPh21 year: the tax on the year's actual
      *          income from GAJIHAS.dat is set against what the
      *          year already withheld, the difference withheld or
      *          refunded on the settlement, and each adjustment
      *          appended to PPHTRUP.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-PESANGON.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "LOAN-SEL.cpy".
           COPY "CUTI-SEL.cpy".
           SELECT TUNJAB-FILE
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\TUNJAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT TUNJGOL-FILE
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\TUNJGOL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PPH21TAB-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PPH21TAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PTKPTAB-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PTKPTAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PHKRATE-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PHKRATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT JOURNAL-FILE
              ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\JOURNAL.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FSTAT.
           COPY "GAJIHAS-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "BPJSHAS-SEL.cpy".
           COPY "LOANMUT-SEL.cpy".
           SELECT SETTLE-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PESANGON.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT TRUEUP-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PPHTRUP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Loan-Master.
           COPY "LOAN-FD.cpy".
       FD Cuti-Master.
           COPY "CUTI-FD.cpy".
       FD TUNJAB-FILE.
       01 TJ-RECORD.
           05 TJ-JABATAN PIC X(20).
           05 FILLER PIC X VALUE ";".
           05 TJ-AMOUNT PIC 9(09)V99.
       FD TUNJGOL-FILE.
       01 TG-RECORD.
           05 TG-KODE PIC X(02).
           05 FILLER PIC X VALUE ";".
           05 TG-AMOUNT PIC 9(09)V99.
       FD PPH21TAB-FILE.
       01 PB-RECORD.
           05 PB-BATAS PIC 9(13)V99.
           05 FILLER PIC X VALUE ";".
           05 PB-RATE PIC 9V9(04).
       FD PTKPTAB-FILE.
       01 PK-RECORD.
           05 PK-KODE PIC X(04).
           05 FILLER PIC X VALUE ";".
           05 PK-AMOUNT PIC 9(11)V99.
      * one line per termination reason: a keyword looked for in the
      * reason text journaled by TERMINATE-APPLY, and the multiple
      * of the statutory pesangon and UPMK months paid for it
       FD PHKRATE-FILE.
       01 PR-RECORD.
           05 PR-KATA PIC X(15).
           05 FILLER PIC X VALUE ";".
           05 PR-PESANGON PIC 9V99.
           05 FILLER PIC X VALUE ";".
           05 PR-UPMK PIC 9V99.
       FD JOURNAL-FILE.
       01 JR-RECORD.
           05 JR-TIMESTAMP PIC X(15).
           05 FILLER PIC X VALUE ";".
           05 JR-OPERATION PIC X(10).
           05 FILLER PIC X VALUE ";".
           05 JR-NIK PIC 9(16).
           05 FILLER PIC X VALUE ";".
           05 JR-BEFORE PIC X(160).
           05 FILLER PIC X VALUE ";".
           05 JR-AFTER PIC X(160).
           05 FILLER PIC X VALUE ";".
           05 JR-USER PIC X(08).
           05 FILLER PIC X VALUE ";".
           05 JR-SEQ PIC 9(09).
           05 FILLER PIC X VALUE ";".
           05 JR-CHECK PIC X(18).
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD BPJSHAS-FILE.
           COPY "BPJSHAS-FD.cpy".
       FD LOANMUT-FILE.
           COPY "LOANMUT-FD.cpy".
       FD SETTLE-REPORT.
       01 SL-LINE PIC X(80).
       FD TRUEUP-REPORT.
       01 TU-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-TJ-EOF PIC X VALUE "N".
       01 WS-TG-EOF PIC X VALUE "N".
       01 WS-PB-EOF PIC X VALUE "N".
       01 WS-PK-EOF PIC X VALUE "N".
       01 WS-PR-EOF PIC X VALUE "N".
       01 WS-JR-EOF PIC X VALUE "N".
       01 WS-GH-EOF PIC X VALUE "N".
       01 WS-GS-EOF PIC X VALUE "N".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-DUP-PERIOD-SW PIC X VALUE "N".
           88 WS-DUP-PERIOD VALUE "Y".
       01 WS-PERIOD-STATUS PIC X VALUE SPACE.
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-GAJI-Z PIC Z(2),ZZZ,ZZZ,ZZ9.99.
       01 WS-CTL-Z PIC Z(3),ZZZ,ZZZ,ZZ9.99.
       01 WS-FACTOR-Z PIC 9.99.
       01 WS-FACTOR-UPMK-Z PIC 9.99.
       01 WS-CD-FULL PIC X(21).

      * the exit month keyed in, and the off-cycle period it pays
      * under - exit month + 20, so 202610 settles as 202630
       01 WS-BULAN-KELUAR PIC X(06).
       01 WS-KELUAR-NUM REDEFINES WS-BULAN-KELUAR.
           05 WS-KELUAR-YY PIC 9(04).
           05 WS-KELUAR-MM PIC 9(02).
       01 WS-SETTLE-MM PIC 9(02).
       01 WS-PERIODE PIC X(06).

      * statutory rates - same flat PPh21 fallback as
      * TUGAS-GAJIRUN; UPH is the 15 percent housing and medical
      * replacement on pesangon plus UPMK
       01 WS-PPH-PCT PIC 9V9(04) VALUE 0.0500.
       01 WS-UPH-PCT PIC 9V9(04) VALUE 0.1500.
       01 WS-WORK-DAYS PIC 9(02) VALUE 22.

      * BPJS per program from SUB-TUGAS-BPJS, same wage base as
      * TUGAS-GAJIRUN
           COPY "BPJSCALC-WS.cpy".
       01 WS-PART-IX PIC 9 VALUE 0.

      * final PPh21 on severance pay, shared with TUGAS-BUKPOT
           COPY "PPHFINAL-WS.cpy".

      * progressive PPh21 brackets and PTKP, as in TUGAS-GAJIRUN
       01 WS-PB-COUNT PIC 9(02) VALUE 0.
       01 WS-PB-TABLE.
           05 WS-PB-ENTRY OCCURS 10 TIMES INDEXED BY WS-PB-IX.
               10 WS-PB-BATAS PIC 9(13)V99.
               10 WS-PB-RATE PIC 9V9(04).
       01 WS-PK-COUNT PIC 9(02) VALUE 0.
       01 WS-PK-TABLE.
           05 WS-PK-ENTRY OCCURS 10 TIMES INDEXED BY WS-PK-IX.
               10 WS-PK-KODE PIC X(04).
               10 WS-PK-AMOUNT PIC 9(11)V99.

      * tunjangan jabatan / golongan rate tables
       01 WS-TJ-COUNT PIC 9(03) VALUE 0.
       01 WS-TJ-TABLE.
           05 WS-TJ-ENTRY OCCURS 100 TIMES INDEXED BY WS-TJ-IX.
               10 WS-TJ-JABATAN PIC X(20).
               10 WS-TJ-AMOUNT PIC 9(09)V99.
       01 WS-TG-COUNT PIC 9(03) VALUE 0.
       01 WS-TG-TABLE.
           05 WS-TG-ENTRY OCCURS 50 TIMES INDEXED BY WS-TG-IX.
               10 WS-TG-KODE PIC X(02).
               10 WS-TG-AMOUNT PIC 9(09)V99.

      * termination-reason factors from PHKRATE.dat, checked in file
      * order - the first keyword found in the reason text wins
       01 WS-PR-COUNT PIC 9(02) VALUE 0.
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PR-IX.
               10 WS-PR-KATA PIC X(15).
               10 WS-PR-PESANGON PIC 9V99.
               10 WS-PR-UPMK PIC 9V99.

      * regular-run rows of the exit month already on GAJIHAS.dat -
      * a leaver whose termination was keyed after that month's run
      * was paid a full month there, which the settlement takes back
       01 WS-RG-COUNT PIC 9(03) VALUE 0.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 500 TIMES INDEXED BY WS-RG-IX.
               10 WS-RG-NIK PIC 9(16).
               10 WS-RG-GAJI PIC 9(09)V99.
               10 WS-RG-TUNJAB PIC 9(09)V99.
               10 WS-RG-TUNJGOL PIC 9(09)V99.
       01 WS-RG-OVERFLOW-SW PIC X VALUE "N".
           88 WS-RG-OVERFLOWED VALUE "Y".

      * the exit year's earlier rows per NIK - taxable income (bruto
      * less BPJS) and PPh21 withheld, regular months and THR - for
      * the leaver's PPh21 true-up
       01 WS-YT-COUNT PIC 9(04) VALUE 0.
       01 WS-YT-TABLE.
           05 WS-YT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-YT-IX.
               10 WS-YT-NIK PIC 9(16).
               10 WS-YT-NETTO PIC 9(11)V99.
               10 WS-YT-PPH PIC S9(11)V99.
       01 WS-YT-OVERFLOW-SW PIC X VALUE "N".
           88 WS-YT-OVERFLOWED VALUE "Y".
       01 WS-YTD-NETTO PIC 9(11)V99.
       01 WS-YTD-PPH PIC S9(11)V99.
       01 WS-TU-NETTO PIC 9(13)V99.
       01 WS-TU-TAX PIC 9(13)V99.
       01 WS-TU-DUE PIC S9(13)V99.
       01 WS-TU-ROOM PIC 9(10)V99.
       01 WS-TU-SHORT PIC 9(11)V99.
       01 WS-TU-CNT PIC 9(05) VALUE 0.
       01 WS-TU-TOT-ADJ PIC S9(13)V99 VALUE 0.
       01 WS-TU-Z PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TU-SIGN-Z PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TU-CTL-Z PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-PAID-REGULAR-SW PIC X VALUE "N".
           88 WS-PAID-REGULAR VALUE "Y".
       01 WS-LOAN-AVAIL-SW PIC X VALUE "Y".
           88 WS-LOAN-AVAIL VALUE "Y".
       01 WS-LOAN-FOUND-SW PIC X VALUE "N".
           88 WS-LOAN-FOUND VALUE "Y".
       01 WS-CUTI-AVAIL-SW PIC X VALUE "Y".
           88 WS-CUTI-AVAIL VALUE "Y".

      * service length and exit-month proration
       01 WS-END-YY PIC 9(04).
       01 WS-END-MM PIC 9(02).
       01 WS-END-DD PIC 9(02).
       01 WS-HIRE-YY PIC 9(04).
       01 WS-HIRE-MM PIC 9(02).
       01 WS-HIRE-DD PIC 9(02).
       01 WS-SVC-MONTHS PIC S9(05).
       01 WS-SVC-YEARS PIC 9(03).
       01 WS-SVC-REST PIC 9(02).
       01 WS-NEXT-YY PIC 9(04).
       01 WS-NEXT-MM PIC 9(02).
       01 WS-MONTH-START PIC 9(08).
       01 WS-NEXT-START PIC 9(08).
       01 WS-MONTH-DAYS PIC 9(02).
       01 WS-PAID-DAYS PIC 9(02).

      * termination reason from the journal
       01 WS-ALASAN PIC X(160).
       01 WS-ALASAN-FOUND-SW PIC X VALUE "N".
           88 WS-ALASAN-FOUND VALUE "Y".
       01 WS-JR-HEAD PIC X(160).
       01 WS-KATA-LEN PIC 9(02).
       01 WS-KATA-HIT PIC 9(03).
       01 WS-FACTOR-PESANGON PIC 9V99.
       01 WS-FACTOR-UPMK PIC 9V99.
       01 WS-KATA-USED PIC X(15).

      * per-leaver amounts
       01 WS-TUNJAB PIC 9(09)V99.
       01 WS-TUNJGOL PIC 9(09)V99.
       01 WS-UPAH PIC 9(10)V99.
       01 WS-PRO-GAJI PIC 9(09)V99.
       01 WS-PRO-TUNJAB PIC 9(09)V99.
       01 WS-PRO-TUNJGOL PIC 9(09)V99.
       01 WS-PAY-GAJI PIC 9(09)V99.
       01 WS-PAY-TUNJAB PIC 9(09)V99.
       01 WS-PAY-TUNJGOL PIC 9(09)V99.
       01 WS-OVERPAY PIC 9(10)V99.
       01 WS-OVERPAY-LEFT PIC 9(10)V99.
       01 WS-PESANGON-MONTHS PIC 9(02).
       01 WS-UPMK-MONTHS PIC 9(02).
       01 WS-PESANGON PIC 9(10)V99.
       01 WS-UPMK PIC 9(10)V99.
       01 WS-UPH PIC 9(10)V99.
       01 WS-CUTI-SALDO PIC S9(03).
       01 WS-CUTI-DAYS PIC 9(03).
       01 WS-UPH-CUTI PIC 9(10)V99.
       01 WS-SEVERANCE PIC 9(10)V99.
       01 WS-SEV-TAX PIC 9(10)V99.
       01 WS-PRO-GROSS PIC 9(10)V99.
       01 WS-GROSS PIC 9(10)V99.
       01 WS-BPJS PIC 9(09)V99.
       01 WS-PPH-MONTH PIC S9(09)V99.
       01 WS-PPH PIC S9(09)V99.
       01 WS-KASBON PIC 9(09)V99.
       01 WS-KASBON-ROOM PIC 9(10)V99.
       01 WS-LOAN-LEFT PIC 9(09)V99.
       01 WS-NET PIC 9(10)V99.
       01 WS-ANNUAL PIC 9(13)V99.
       01 WS-PTKP-AMT PIC 9(11)V99.
       01 WS-PKP PIC 9(13)V99.
       01 WS-TAX-ANNUAL PIC 9(13)V99.
       01 WS-PREV-BATAS PIC 9(13)V99.
       01 WS-SLICE PIC 9(13)V99.

      * control totals
       01 WS-CTL-CNT PIC 9(05) VALUE 0.
       01 WS-CTL-SEVERANCE PIC 9(12)V99 VALUE 0.
       01 WS-CTL-GROSS PIC 9(12)V99 VALUE 0.
       01 WS-CTL-POTONGAN PIC 9(12)V99 VALUE 0.
       01 WS-CTL-NET PIC 9(12)V99 VALUE 0.
       01 WS-CTL-LOAN-LEFT PIC 9(12)V99 VALUE 0.
       01 WS-NOREASON-CNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 1100-LOAD-TUNJAB UNTIL WS-TJ-EOF = "Y"
               PERFORM 1200-LOAD-TUNJGOL UNTIL WS-TG-EOF = "Y"
               PERFORM 1400-LOAD-PPH21TAB UNTIL WS-PB-EOF = "Y"
               PERFORM 1500-LOAD-PTKPTAB UNTIL WS-PK-EOF = "Y"
               PERFORM 1600-LOAD-PHKRATE UNTIL WS-PR-EOF = "Y"
               PERFORM 2000-SETTLE UNTIL WS-EOF = "Y"
               PERFORM 3000-PRINT-CONTROL-PAGE
               PERFORM 3700-MARK-COMPLETE
           END-IF.
           PERFORM 9999-EXIT.

      * The exit month decides both who is settled and the period
      * the payment is filed under. A period already on GAJIHAS.dat
      * or GAJSTAT.dat is refused - a second settlement of the same
      * month would pay every leaver twice; a crashed one is backed
      * out first with TUGAS-GAJIRUN mode B on the YYYYnn period.
       1000-INITIALIZE.
           DISPLAY "PENYELESAIAN AKHIR PEGAWAI BERHENTI (PESANGON)"
           DISPLAY "BULAN KELUAR YYYYMM : " NO ADVANCING
           ACCEPT WS-BULAN-KELUAR
           IF WS-BULAN-KELUAR IS NOT NUMERIC
               DISPLAY "BULAN KELUAR HARUS YYYYMM"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-KELUAR-MM < 1 OR WS-KELUAR-MM > 12
               DISPLAY "BULAN KELUAR HARUS YYYYMM"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           IF NOT WS-REFUSED
               COMPUTE WS-SETTLE-MM = WS-KELUAR-MM + 20
               MOVE SPACES TO WS-PERIODE
               STRING WS-BULAN-KELUAR (1:4) DELIMITED BY SIZE
                   WS-SETTLE-MM DELIMITED BY SIZE
                   INTO WS-PERIODE
               PERFORM 1050-SCAN-GAJIHAS
               PERFORM 1060-READ-GAJSTAT
               IF WS-DUP-PERIOD OR WS-PERIOD-STATUS NOT = SPACE
                   DISPLAY "PESANGON BULAN KELUAR " WS-BULAN-KELUAR
                       " SUDAH ADA (PERIODE " WS-PERIODE ")"
                       " - DIBATALKAN"
                   IF WS-PERIOD-STATUS = "I"
                       DISPLAY "RUN TERPUTUS - JALANKAN TUGAS-GAJIRUN"
                           " MODE B UNTUK PERIODE " WS-PERIODE
                   END-IF
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      * no master, no settlement - refuse before GAJSTAT is touched,
      * or the period would show closed with nobody settled
           IF NOT WS-REFUSED
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   MOVE "Y" TO WS-EOF
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT TUNJAB-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "TUNJAB.dat TIDAK ADA - TUNJANGAN JABATAN 0"
                   MOVE "Y" TO WS-TJ-EOF
               END-IF
               OPEN INPUT TUNJGOL-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "TUNJGOL.dat TIDAK ADA - TUNJANGAN"
                       " GOLONGAN 0"
                   MOVE "Y" TO WS-TG-EOF
               END-IF
               OPEN INPUT PPH21TAB-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "PPH21TAB.dat TIDAK ADA - PPH21 FLAT "
                       "5 PERSEN (DARURAT)"
                   MOVE "Y" TO WS-PB-EOF
               END-IF
               OPEN INPUT PTKPTAB-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "PTKPTAB.dat TIDAK ADA - PTKP 0"
                   MOVE "Y" TO WS-PK-EOF
               END-IF
               OPEN INPUT PHKRATE-FILE
               IF FSTAT NOT = "00"
                   DISPLAY "PHKRATE.dat TIDAK ADA - FAKTOR ALASAN"
                       " STANDAR DIPAKAI"
                   MOVE "Y" TO WS-PR-EOF
                   PERFORM 1650-DEFAULT-PHKRATE
               END-IF
               OPEN I-O Loan-Master
               IF FSTAT NOT = "00"
                   DISPLAY "LOAN.dat TIDAK ADA - TANPA POTONGAN"
                       " PINJAMAN"
                   MOVE "N" TO WS-LOAN-AVAIL-SW
               END-IF
               OPEN INPUT Cuti-Master
               IF FSTAT NOT = "00"
                   DISPLAY "CUTI.dat TIDAK ADA - SISA CUTI TIDAK"
                       " DIBAYAR"
                   MOVE "N" TO WS-CUTI-AVAIL-SW
               END-IF
               PERFORM 1080-MARK-IN-PROGRESS
               OPEN EXTEND GAJIHAS-FILE
               IF FSTAT = "35"
                   CLOSE GAJIHAS-FILE
                   OPEN OUTPUT GAJIHAS-FILE
               END-IF
               OPEN EXTEND BPJSHAS-FILE
               IF FSTAT = "35"
                   CLOSE BPJSHAS-FILE
                   OPEN OUTPUT BPJSHAS-FILE
               END-IF
               OPEN EXTEND LOANMUT-FILE
               IF FSTAT = "35"
                   CLOSE LOANMUT-FILE
                   OPEN OUTPUT LOANMUT-FILE
               END-IF
               OPEN OUTPUT SETTLE-REPORT
               OPEN EXTEND TRUEUP-REPORT
               IF FSTAT = "35"
                   CLOSE TRUEUP-REPORT
                   OPEN OUTPUT TRUEUP-REPORT
               END-IF
               PERFORM 1090-PRINT-TRUEUP-HEADER
               MOVE LOW-VALUES TO F-NIK
               START Personal-IDX KEY IS NOT LESS THAN F-NIK
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           END-IF.

      * One pass over GAJIHAS.dat: any row already under the
      * settlement period makes this a duplicate run, and the
      * regular rows of the exit month are kept so a leaver paid a
      * full month there is not paid the prorated month again.
       1050-SCAN-GAJIHAS.
           MOVE "N" TO WS-DUP-PERIOD-SW
           MOVE "N" TO WS-GH-EOF
           OPEN INPUT GAJIHAS-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GH-EOF
           END-IF
           PERFORM UNTIL WS-GH-EOF = "Y"
               READ GAJIHAS-FILE
                   AT END
                       MOVE "Y" TO WS-GH-EOF
                   NOT AT END
                       IF GH-PERIODE = WS-PERIODE
                           SET WS-DUP-PERIOD TO TRUE
                       END-IF
                       IF GH-PERIODE (1:4) = WS-BULAN-KELUAR (1:4)
                          AND GH-PERIODE (5:2) >= "01"
                          AND GH-PERIODE (5:2) <= "13"
                           PERFORM 1055-ADD-YTD
                       END-IF
                       IF GH-PERIODE = WS-BULAN-KELUAR
                           IF WS-RG-COUNT < 500
                               ADD 1 TO WS-RG-COUNT
                               MOVE GH-NIK TO WS-RG-NIK (WS-RG-COUNT)
                               MOVE GH-GAJI
                                   TO WS-RG-GAJI (WS-RG-COUNT)
                               MOVE GH-TUNJAB
                                   TO WS-RG-TUNJAB (WS-RG-COUNT)
                               MOVE GH-TUNJGOL
                                   TO WS-RG-TUNJGOL (WS-RG-COUNT)
                           ELSE
                               SET WS-RG-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJIHAS-FILE
      * a leaver beyond the cap would be paid the exit month twice -
      * refuse rather than guess
           IF WS-RG-OVERFLOWED
               DISPLAY "TABEL GAJI BULAN " WS-BULAN-KELUAR " PENUH"
                   " (LEBIH DARI 500 BARIS) - DIBATALKAN"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-YT-OVERFLOWED
               DISPLAY "TABEL PPH21 SETAHUN PENUH (LEBIH DARI 2000"
                   " NIK) - DIBATALKAN"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * a settlement row (YYYY21..32) is left out: its pay belongs
      * to a leaver whose year was already closed by that run
       1055-ADD-YTD.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-YT-IX FROM 1 BY 1
                   UNTIL WS-YT-IX > WS-YT-COUNT OR WS-FOUND
               IF WS-YT-NIK (WS-YT-IX) = GH-NIK
                   SET WS-FOUND TO TRUE
                   COMPUTE WS-YT-NETTO (WS-YT-IX) =
                       WS-YT-NETTO (WS-YT-IX) + GH-GAJI + GH-TUNJAB
                       + GH-TUNJGOL + GH-LEMBUR + GH-RAPEL - GH-BPJS
                   ADD GH-PPH TO WS-YT-PPH (WS-YT-IX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-YT-COUNT < 2000
                   ADD 1 TO WS-YT-COUNT
                   MOVE GH-NIK TO WS-YT-NIK (WS-YT-COUNT)
                   COMPUTE WS-YT-NETTO (WS-YT-COUNT) = GH-GAJI
                       + GH-TUNJAB + GH-TUNJGOL + GH-LEMBUR
                       + GH-RAPEL - GH-BPJS
                   MOVE GH-PPH TO WS-YT-PPH (WS-YT-COUNT)
               ELSE
                   SET WS-YT-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      * last-line-wins scan of GAJSTAT.dat for the settlement period;
      * a trailing B counts as no status, like TUGAS-GAJIRUN
       1060-READ-GAJSTAT.
           MOVE SPACE TO WS-PERIOD-STATUS
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
                       IF GS-PERIODE = WS-PERIODE
                           IF GS-STATUS = "B"
                               MOVE SPACE TO WS-PERIOD-STATUS
                           ELSE
                               MOVE GS-STATUS TO WS-PERIOD-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJSTAT-FILE.

       1080-MARK-IN-PROGRESS.
           OPEN EXTEND GAJSTAT-FILE
           IF FSTAT = "35"
               CLOSE GAJSTAT-FILE
               OPEN OUTPUT GAJSTAT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-PERIODE TO GS-PERIODE
           MOVE "I" TO GS-STATUS
           MOVE WS-CD-FULL (1:15) TO GS-TIMESTAMP
           WRITE GS-RECORD
           CLOSE GAJSTAT-FILE.

      * PPHTRUP.txt collects the year's true-ups: the December run
      * writes it fresh, each settlement adds its own section.
       1090-PRINT-TRUEUP-HEADER.
           MOVE ALL "=" TO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO TU-LINE
           STRING "PENYESUAIAN PPH21 TAHUNAN PEGAWAI BERHENTI  PERIODE "
                   DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               "  (TAHUN PAJAK " DELIMITED BY SIZE
               WS-BULAN-KELUAR (1:4) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           MOVE ALL "=" TO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO TU-LINE
           MOVE "NIK" TO TU-LINE (1:3)
           MOVE "NAMA" TO TU-LINE (18:4)
           MOVE "NETTO SETAHUN" TO TU-LINE (47:13)
           MOVE "PPH SETAHUN" TO TU-LINE (66:11)
           MOVE "SUDAH DIPOTONG" TO TU-LINE (81:14)
           MOVE "PPH BLN KELUAR" TO TU-LINE (99:14)
           MOVE "KURANG POTONG" TO TU-LINE (117:13)
           WRITE TU-LINE
           MOVE ALL "-" TO TU-LINE
           WRITE TU-LINE.

       1100-LOAD-TUNJAB.
           READ TUNJAB-FILE
               AT END
                   MOVE "Y" TO WS-TJ-EOF
               NOT AT END
                   IF WS-TJ-COUNT < 100
                       ADD 1 TO WS-TJ-COUNT
                       MOVE FUNCTION UPPER-CASE (TJ-JABATAN)
                           TO WS-TJ-JABATAN (WS-TJ-COUNT)
                       MOVE TJ-AMOUNT TO WS-TJ-AMOUNT (WS-TJ-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-TUNJGOL.
           READ TUNJGOL-FILE
               AT END
                   MOVE "Y" TO WS-TG-EOF
               NOT AT END
                   IF WS-TG-COUNT < 50
                       ADD 1 TO WS-TG-COUNT
                       MOVE FUNCTION UPPER-CASE (TG-KODE)
                           TO WS-TG-KODE (WS-TG-COUNT)
                       MOVE TG-AMOUNT TO WS-TG-AMOUNT (WS-TG-COUNT)
                   END-IF
           END-READ.

       1400-LOAD-PPH21TAB.
           READ PPH21TAB-FILE
               AT END
                   MOVE "Y" TO WS-PB-EOF
               NOT AT END
                   IF WS-PB-COUNT < 10
                       ADD 1 TO WS-PB-COUNT
                       MOVE PB-BATAS TO WS-PB-BATAS (WS-PB-COUNT)
                       MOVE PB-RATE TO WS-PB-RATE (WS-PB-COUNT)
                   END-IF
           END-READ.

       1500-LOAD-PTKPTAB.
           READ PTKPTAB-FILE
               AT END
                   MOVE "Y" TO WS-PK-EOF
               NOT AT END
                   IF WS-PK-COUNT < 10
                       ADD 1 TO WS-PK-COUNT
                       MOVE FUNCTION UPPER-CASE (PK-KODE)
                           TO WS-PK-KODE (WS-PK-COUNT)
                       MOVE PK-AMOUNT TO WS-PK-AMOUNT (WS-PK-COUNT)
                   END-IF
           END-READ.

       1600-LOAD-PHKRATE.
           READ PHKRATE-FILE
               AT END
                   MOVE "Y" TO WS-PR-EOF
               NOT AT END
                   IF WS-PR-COUNT < 20 AND PR-KATA NOT = SPACES
                       ADD 1 TO WS-PR-COUNT
                       MOVE FUNCTION UPPER-CASE (PR-KATA)
                           TO WS-PR-KATA (WS-PR-COUNT)
                       MOVE PR-PESANGON
                           TO WS-PR-PESANGON (WS-PR-COUNT)
                       MOVE PR-UPMK TO WS-PR-UPMK (WS-PR-COUNT)
                   END-IF
           END-READ.

      * With no factor file the usual reasons still settle right:
      * resignation pays no pesangon or UPMK (UPH only), retirement
      * 1.75x pesangon, death 2x, serious misconduct 0.5x; any
      * other reason - efisiensi, restructuring - pays 1x of both.
       1650-DEFAULT-PHKRATE.
           MOVE "MENGUNDURKAN" TO WS-PR-KATA (1)
           MOVE 0 TO WS-PR-PESANGON (1)
           MOVE 0 TO WS-PR-UPMK (1)
           MOVE "RESIGN" TO WS-PR-KATA (2)
           MOVE 0 TO WS-PR-PESANGON (2)
           MOVE 0 TO WS-PR-UPMK (2)
           MOVE "PENSIUN" TO WS-PR-KATA (3)
           MOVE 1.75 TO WS-PR-PESANGON (3)
           MOVE 1 TO WS-PR-UPMK (3)
           MOVE "MENINGGAL" TO WS-PR-KATA (4)
           MOVE 2 TO WS-PR-PESANGON (4)
           MOVE 1 TO WS-PR-UPMK (4)
           MOVE "PELANGGARAN" TO WS-PR-KATA (5)
           MOVE 0.5 TO WS-PR-PESANGON (5)
           MOVE 1 TO WS-PR-UPMK (5)
           MOVE 5 TO WS-PR-COUNT.

      * Only leavers whose end date falls in the exit month are
      * settled; everyone else on the master is passed over.
       2000-SETTLE.
           READ Personal-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF F-STATUS = "T"
                      AND F-END-DATE (1:6) = WS-BULAN-KELUAR
                       PERFORM 2100-CALC-LEAVER
                   END-IF
           END-READ.

       2100-CALC-LEAVER.
           PERFORM 2110-CALC-SERVICE
           PERFORM 2200-LOOKUP-TUNJAB
           PERFORM 2300-LOOKUP-TUNJGOL
           PERFORM 2150-LOOKUP-REASON
           PERFORM 2120-CALC-EXIT-MONTH
           PERFORM 2130-CALC-SEVERANCE
           COMPUTE WS-GROSS = WS-PAY-GAJI + WS-PAY-TUNJAB
               + WS-PAY-TUNJGOL + WS-SEVERANCE
           PERFORM 2140-CALC-TAX
           PERFORM 2370-NET-LOAN
           COMPUTE WS-NET = WS-GROSS - WS-BPJS - WS-PPH - WS-KASBON
           MOVE WS-PERIODE TO GH-PERIODE
           MOVE F-NIK TO GH-NIK
           MOVE F-NAMA TO GH-NAMA
           MOVE WS-PAY-GAJI TO GH-GAJI
           MOVE WS-PAY-TUNJAB TO GH-TUNJAB
           MOVE WS-PAY-TUNJGOL TO GH-TUNJGOL
           MOVE 0 TO GH-LEMBUR
           MOVE WS-SEVERANCE TO GH-RAPEL
           MOVE WS-BPJS TO GH-BPJS
           MOVE WS-PPH TO GH-PPH
           MOVE WS-KASBON TO GH-KASBON
           MOVE WS-NET TO GH-NET
           WRITE GH-RECORD
           IF NOT WS-PAID-REGULAR
               PERFORM 2330-WRITE-BPJSHAS
           END-IF
           PERFORM 2400-PRINT-STATEMENT
           IF WS-PB-COUNT > 0
               PERFORM 2390-PRINT-TRUEUP-LINE
           END-IF
           ADD 1 TO WS-CTL-CNT
           ADD WS-SEVERANCE TO WS-CTL-SEVERANCE
           ADD WS-GROSS TO WS-CTL-GROSS
           ADD WS-BPJS TO WS-CTL-POTONGAN
           ADD WS-PPH TO WS-CTL-POTONGAN
           ADD WS-KASBON TO WS-CTL-POTONGAN
           ADD WS-NET TO WS-CTL-NET
           ADD WS-LOAN-LEFT TO WS-CTL-LOAN-LEFT.

      * employee and employer BPJS of the exit month, filed under
      * the settlement period like its GAJIHAS.dat row
       2330-WRITE-BPJSHAS.
           MOVE WS-PERIODE TO BH-PERIODE
           MOVE F-NIK TO BH-NIK
           MOVE F-UNIT TO BH-UNIT
           MOVE BC-UPAH TO BH-UPAH
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > 5
               MOVE BC-EE (WS-PART-IX) TO BH-EE (WS-PART-IX)
               MOVE BC-ER (WS-PART-IX) TO BH-ER (WS-PART-IX)
           END-PERFORM
           WRITE BH-RECORD.

      * Completed service months from F-HIRE-DATE to F-END-DATE, the
      * same month arithmetic as TUGAS-THRRUN. A blank or garbled
      * hire date counts as under one year - the statement shows
      * the masa kerja used so HR can correct it before signing.
       2110-CALC-SERVICE.
           MOVE F-END-DATE (1:4) TO WS-END-YY
           MOVE F-END-DATE (5:2) TO WS-END-MM
      * a garbled day part settles the whole month
           IF F-END-DATE (7:2) IS NUMERIC
               MOVE F-END-DATE (7:2) TO WS-END-DD
           ELSE
               MOVE 31 TO WS-END-DD
           END-IF
           IF WS-END-DD = 0
               MOVE 31 TO WS-END-DD
           END-IF
           IF F-HIRE-DATE = SPACES OR F-HIRE-DATE IS NOT NUMERIC
               MOVE 0 TO WS-SVC-MONTHS
               MOVE 0 TO WS-HIRE-YY
               MOVE 0 TO WS-HIRE-MM
               MOVE 0 TO WS-HIRE-DD
           ELSE
               MOVE F-HIRE-DATE (1:4) TO WS-HIRE-YY
               MOVE F-HIRE-DATE (5:2) TO WS-HIRE-MM
               MOVE F-HIRE-DATE (7:2) TO WS-HIRE-DD
               COMPUTE WS-SVC-MONTHS =
                   (WS-END-YY - WS-HIRE-YY) * 12
                   + WS-END-MM - WS-HIRE-MM
               IF WS-END-DD < WS-HIRE-DD
                   SUBTRACT 1 FROM WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS < 0
                   MOVE 0 TO WS-SVC-MONTHS
               END-IF
           END-IF
           DIVIDE WS-SVC-MONTHS BY 12 GIVING WS-SVC-YEARS
               REMAINDER WS-SVC-REST.

      * The exit month is paid by calendar day up to and including
      * F-END-DATE (from F-HIRE-DATE when the leaver also joined
      * that month). If the regular run of the month already paid
      * a full month, only the shortfall is paid here - or, when
      * the leaver left early in the month, the excess is taken
      * back from the severance in 2130.
       2120-CALC-EXIT-MONTH.
           MOVE WS-END-YY TO WS-NEXT-YY
           COMPUTE WS-NEXT-MM = WS-END-MM + 1
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YY
           END-IF
           COMPUTE WS-MONTH-START = WS-END-YY * 10000
               + WS-END-MM * 100 + 1
           COMPUTE WS-NEXT-START = WS-NEXT-YY * 10000
               + WS-NEXT-MM * 100 + 1
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           IF WS-HIRE-YY = WS-END-YY AND WS-HIRE-MM = WS-END-MM
               COMPUTE WS-PAID-DAYS = WS-END-DD - WS-HIRE-DD + 1
           ELSE
               MOVE WS-END-DD TO WS-PAID-DAYS
           END-IF
           IF WS-PAID-DAYS > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-PAID-DAYS
           END-IF
           COMPUTE WS-PRO-GAJI ROUNDED = F-GAJI-POKOK
               * WS-PAID-DAYS / WS-MONTH-DAYS
           COMPUTE WS-PRO-TUNJAB ROUNDED = WS-TUNJAB
               * WS-PAID-DAYS / WS-MONTH-DAYS
           COMPUTE WS-PRO-TUNJGOL ROUNDED = WS-TUNJGOL
               * WS-PAID-DAYS / WS-MONTH-DAYS
           MOVE WS-PRO-GAJI TO WS-PAY-GAJI
           MOVE WS-PRO-TUNJAB TO WS-PAY-TUNJAB
           MOVE WS-PRO-TUNJGOL TO WS-PAY-TUNJGOL
           MOVE 0 TO WS-OVERPAY
           MOVE "N" TO WS-PAID-REGULAR-SW
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-RG-COUNT
               IF WS-RG-NIK (WS-RG-IX) = F-NIK
                  AND NOT WS-PAID-REGULAR
                   SET WS-PAID-REGULAR TO TRUE
                   PERFORM 2125-OFFSET-REGULAR
               END-IF
           END-PERFORM
      * BPJS and the monthly PPh21 of the exit month were already
      * withheld when the regular run paid it
           IF WS-PAID-REGULAR
               MOVE 0 TO WS-BPJS
           ELSE
               COMPUTE BC-UPAH = WS-PAY-GAJI + WS-PAY-TUNJAB
                   + WS-PAY-TUNJGOL
               CALL "SUB-TUGAS-BPJS" USING BPJS-CALC
               CANCEL "SUB-TUGAS-BPJS"
               MOVE BC-TOT-EE TO WS-BPJS
           END-IF.

       2125-OFFSET-REGULAR.
           IF WS-PRO-GAJI > WS-RG-GAJI (WS-RG-IX)
               COMPUTE WS-PAY-GAJI =
                   WS-PRO-GAJI - WS-RG-GAJI (WS-RG-IX)
           ELSE
               MOVE 0 TO WS-PAY-GAJI
               COMPUTE WS-OVERPAY = WS-OVERPAY
                   + WS-RG-GAJI (WS-RG-IX) - WS-PRO-GAJI
           END-IF
           IF WS-PRO-TUNJAB > WS-RG-TUNJAB (WS-RG-IX)
               COMPUTE WS-PAY-TUNJAB =
                   WS-PRO-TUNJAB - WS-RG-TUNJAB (WS-RG-IX)
           ELSE
               MOVE 0 TO WS-PAY-TUNJAB
               COMPUTE WS-OVERPAY = WS-OVERPAY
                   + WS-RG-TUNJAB (WS-RG-IX) - WS-PRO-TUNJAB
           END-IF
           IF WS-PRO-TUNJGOL > WS-RG-TUNJGOL (WS-RG-IX)
               COMPUTE WS-PAY-TUNJGOL =
                   WS-PRO-TUNJGOL - WS-RG-TUNJGOL (WS-RG-IX)
           ELSE
               MOVE 0 TO WS-PAY-TUNJGOL
               COMPUTE WS-OVERPAY = WS-OVERPAY
                   + WS-RG-TUNJGOL (WS-RG-IX) - WS-PRO-TUNJGOL
           END-IF.

      * Statutory months on the monthly wage (gaji pokok plus the
      * fixed tunjangan): pesangon one month per started service
      * year up to nine, UPMK from three years (2 months) rising by
      * one month every three years to 8 at 21 years and 10 from 24
      * years. Both are weighted by the reason factor; UPH is the
      * replacement-of-rights percentage on top plus the unused
      * leave saldo. A full month paid by the regular run for an
      * early leaver is recovered here.
       2130-CALC-SEVERANCE.
           COMPUTE WS-UPAH = F-GAJI-POKOK + WS-TUNJAB + WS-TUNJGOL
           IF WS-SVC-YEARS >= 8
               MOVE 9 TO WS-PESANGON-MONTHS
           ELSE
               COMPUTE WS-PESANGON-MONTHS = WS-SVC-YEARS + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-SVC-YEARS >= 24
                   MOVE 10 TO WS-UPMK-MONTHS
               WHEN WS-SVC-YEARS < 3
                   MOVE 0 TO WS-UPMK-MONTHS
               WHEN OTHER
                   COMPUTE WS-UPMK-MONTHS = WS-SVC-YEARS / 3 + 1
           END-EVALUATE
           COMPUTE WS-PESANGON ROUNDED = WS-UPAH
               * WS-PESANGON-MONTHS * WS-FACTOR-PESANGON
           COMPUTE WS-UPMK ROUNDED = WS-UPAH
               * WS-UPMK-MONTHS * WS-FACTOR-UPMK
           COMPUTE WS-UPH ROUNDED = (WS-PESANGON + WS-UPMK)
               * WS-UPH-PCT
           PERFORM 2135-CALC-CUTI
           ADD WS-UPH-CUTI TO WS-UPH
           COMPUTE WS-SEVERANCE = WS-PESANGON + WS-UPMK + WS-UPH
           MOVE 0 TO WS-OVERPAY-LEFT
           IF WS-OVERPAY > 0
               IF WS-OVERPAY > WS-SEVERANCE
                   COMPUTE WS-OVERPAY-LEFT =
                       WS-OVERPAY - WS-SEVERANCE
                   MOVE 0 TO WS-SEVERANCE
               ELSE
                   SUBTRACT WS-OVERPAY FROM WS-SEVERANCE
               END-IF
           END-IF.

      * Leave not yet taken in the current leave year is a right
      * the leaver is owed; it is paid at the same daily upah the
      * payroll run deducts an unpaid day at. The ledger is read as
      * it stood on the exit date - TUGAS-CUTI does not roll leavers.
       2135-CALC-CUTI.
           MOVE 0 TO WS-CUTI-DAYS
           MOVE 0 TO WS-UPH-CUTI
           IF WS-CUTI-AVAIL
               MOVE F-NIK TO CT-NIK
               READ Cuti-Master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CUTI-SALDO = CT-HAK + CT-CARRY
                           - CT-TAKEN
                       IF WS-CUTI-SALDO > 0
                           MOVE WS-CUTI-SALDO TO WS-CUTI-DAYS
                       END-IF
               END-READ
           END-IF
           IF WS-CUTI-DAYS > 0
               COMPUTE WS-UPH-CUTI ROUNDED = WS-UPAH
                   * WS-CUTI-DAYS / WS-WORK-DAYS
           END-IF.

      * The severance package carries the final PPh21 through the
      * layered rates; the exit-month pay closes the leaver's PPh21
      * year in 2350. A year-end figure larger than the whole
      * settlement after BPJS is withheld only up to it and the
      * shortfall listed on PPHTRUP.txt.
       2140-CALC-TAX.
           MOVE 0 TO WS-SEV-TAX
           MOVE 0 TO WS-PREV-BATAS
           PERFORM VARYING WS-PF-IX FROM 1 BY 1
                   UNTIL WS-PF-IX > 4
               IF WS-SEVERANCE > WS-PREV-BATAS
                   IF WS-SEVERANCE < WS-PF-BATAS (WS-PF-IX)
                       COMPUTE WS-SLICE = WS-SEVERANCE - WS-PREV-BATAS
                   ELSE
                       COMPUTE WS-SLICE =
                           WS-PF-BATAS (WS-PF-IX) - WS-PREV-BATAS
                   END-IF
                   COMPUTE WS-SEV-TAX ROUNDED = WS-SEV-TAX
                       + WS-SLICE * WS-PF-RATE (WS-PF-IX)
               END-IF
               MOVE WS-PF-BATAS (WS-PF-IX) TO WS-PREV-BATAS
           END-PERFORM
           MOVE 0 TO WS-PPH-MONTH
           COMPUTE WS-PRO-GROSS = WS-PAY-GAJI + WS-PAY-TUNJAB
               + WS-PAY-TUNJGOL
           PERFORM 2350-CALC-PPH21
           COMPUTE WS-PPH = WS-SEV-TAX + WS-PPH-MONTH
           MOVE 0 TO WS-TU-SHORT
           COMPUTE WS-TU-ROOM = WS-GROSS - WS-BPJS
           IF WS-PPH > WS-TU-ROOM
               COMPUTE WS-TU-SHORT = WS-PPH - WS-TU-ROOM
               MOVE WS-TU-ROOM TO WS-PPH
               SUBTRACT WS-TU-SHORT FROM WS-PPH-MONTH
           END-IF.

      * The last TERMINATE line journaled for the NIK carries the
      * reason as "ALASAN=..." in its after image; its text is
      * matched against the PHKRATE keywords. No journal line or no
      * keyword hit settles at 1x and is flagged on the statement.
       2150-LOOKUP-REASON.
           MOVE SPACES TO WS-ALASAN
           MOVE "N" TO WS-ALASAN-FOUND-SW
           MOVE "N" TO WS-JR-EOF
           OPEN INPUT JOURNAL-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-JR-EOF
           END-IF
           PERFORM UNTIL WS-JR-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       IF JR-NIK = F-NIK
                          AND JR-OPERATION = "TERMINATE"
                           MOVE SPACES TO WS-ALASAN
                           UNSTRING JR-AFTER DELIMITED BY "ALASAN="
                               INTO WS-JR-HEAD WS-ALASAN
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE (WS-ALASAN)
                               TO WS-ALASAN
                           SET WS-ALASAN-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 1 TO WS-FACTOR-PESANGON
           MOVE 1 TO WS-FACTOR-UPMK
           MOVE SPACES TO WS-KATA-USED
           MOVE "N" TO WS-FOUND-SW
           IF WS-ALASAN-FOUND AND WS-ALASAN NOT = SPACES
               PERFORM VARYING WS-PR-IX FROM 1 BY 1
                       UNTIL WS-PR-IX > WS-PR-COUNT OR WS-FOUND
                   MOVE FUNCTION LENGTH
                       (FUNCTION TRIM (WS-PR-KATA (WS-PR-IX)))
                       TO WS-KATA-LEN
                   MOVE 0 TO WS-KATA-HIT
                   INSPECT WS-ALASAN TALLYING WS-KATA-HIT
                       FOR ALL WS-PR-KATA (WS-PR-IX) (1:WS-KATA-LEN)
                   IF WS-KATA-HIT > 0
                       MOVE WS-PR-PESANGON (WS-PR-IX)
                           TO WS-FACTOR-PESANGON
                       MOVE WS-PR-UPMK (WS-PR-IX) TO WS-FACTOR-UPMK
                       MOVE WS-PR-KATA (WS-PR-IX) TO WS-KATA-USED
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-NOREASON-CNT
           END-IF.

       2200-LOOKUP-TUNJAB.
           MOVE 0 TO WS-TUNJAB
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-TJ-IX FROM 1 BY 1
                   UNTIL WS-TJ-IX > WS-TJ-COUNT
               IF WS-TJ-JABATAN (WS-TJ-IX) = F-JABATAN
                  AND NOT WS-FOUND
                   MOVE WS-TJ-AMOUNT (WS-TJ-IX) TO WS-TUNJAB
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-LOOKUP-TUNJGOL.
           MOVE 0 TO WS-TUNJGOL
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-TG-IX FROM 1 BY 1
                   UNTIL WS-TG-IX > WS-TG-COUNT
               IF WS-TG-KODE (WS-TG-IX) = F-GOLONGAN
                  AND NOT WS-FOUND
                   MOVE WS-TG-AMOUNT (WS-TG-IX) TO WS-TUNJGOL
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * Exit-month PPh21 closes the leaver's tax year, as the
      * December run does for everyone else: the year's actual
      * income - the earlier regular and THR rows of the year on
      * GAJIHAS.dat plus the exit-month pay settled here, not
      * annualized - less the PTKP of F-PTKP runs through the
      * PPH21TAB.dat brackets, and what the year already withheld
      * comes off. Too much withheld turns it negative, a refund on
      * the settlement. With no bracket file the old flat rate on
      * the exit-month pay still applies and nothing is trued up.
       2350-CALC-PPH21.
           IF WS-PB-COUNT = 0
               IF NOT WS-PAID-REGULAR AND WS-PRO-GROSS > WS-BPJS
                   COMPUTE WS-PPH-MONTH ROUNDED =
                       (WS-PRO-GROSS - WS-BPJS) * WS-PPH-PCT
               END-IF
           ELSE
               MOVE 0 TO WS-YTD-NETTO
               MOVE 0 TO WS-YTD-PPH
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-YT-IX FROM 1 BY 1
                       UNTIL WS-YT-IX > WS-YT-COUNT OR WS-FOUND
                   IF WS-YT-NIK (WS-YT-IX) = F-NIK
                       MOVE WS-YT-NETTO (WS-YT-IX) TO WS-YTD-NETTO
                       MOVE WS-YT-PPH (WS-YT-IX) TO WS-YTD-PPH
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-YTD-NETTO TO WS-ANNUAL
               IF WS-PRO-GROSS > WS-BPJS
                   COMPUTE WS-ANNUAL = WS-ANNUAL + WS-PRO-GROSS
                       - WS-BPJS
               END-IF
               MOVE WS-ANNUAL TO WS-TU-NETTO
               PERFORM 2360-LOOKUP-PTKP
               IF WS-ANNUAL > WS-PTKP-AMT
                   COMPUTE WS-PKP = WS-ANNUAL - WS-PTKP-AMT
               ELSE
                   MOVE 0 TO WS-PKP
               END-IF
               MOVE 0 TO WS-TAX-ANNUAL
               MOVE 0 TO WS-PREV-BATAS
               PERFORM VARYING WS-PB-IX FROM 1 BY 1
                       UNTIL WS-PB-IX > WS-PB-COUNT
                   IF WS-PKP > WS-PREV-BATAS
                       IF WS-PKP < WS-PB-BATAS (WS-PB-IX)
                           COMPUTE WS-SLICE = WS-PKP - WS-PREV-BATAS
                       ELSE
                           COMPUTE WS-SLICE =
                               WS-PB-BATAS (WS-PB-IX) - WS-PREV-BATAS
                       END-IF
                       COMPUTE WS-TAX-ANNUAL ROUNDED = WS-TAX-ANNUAL
                           + WS-SLICE * WS-PB-RATE (WS-PB-IX)
                   END-IF
                   MOVE WS-PB-BATAS (WS-PB-IX) TO WS-PREV-BATAS
               END-PERFORM
               MOVE WS-TAX-ANNUAL TO WS-TU-TAX
               COMPUTE WS-TU-DUE = WS-TU-TAX - WS-YTD-PPH
               MOVE WS-TU-DUE TO WS-PPH-MONTH
           END-IF.

       2360-LOOKUP-PTKP.
           MOVE 0 TO WS-PTKP-AMT
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                   UNTIL WS-PK-IX > WS-PK-COUNT
               IF WS-PK-KODE (WS-PK-IX) = F-PTKP
                  AND NOT WS-FOUND
                   MOVE WS-PK-AMOUNT (WS-PK-IX) TO WS-PTKP-AMT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM VARYING WS-PK-IX FROM 1 BY 1
                       UNTIL WS-PK-IX > WS-PK-COUNT
                   IF WS-PK-KODE (WS-PK-IX) = "TK/0"
                      AND NOT WS-FOUND
                       MOVE WS-PK-AMOUNT (WS-PK-IX) TO WS-PTKP-AMT
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * The whole outstanding loan is settled out of the final pay,
      * not just the monthly installment - capped at what the
      * settlement pays after BPJS and PPh21 so the net can never go
      * negative. Whatever the payment cannot cover stays on
      * LN-BALANCE and is shown on the statement for collection.
      * The GAJIRUN backout restores GH-KASBON to the balance, so a
      * crashed settlement backs out cleanly too.
       2370-NET-LOAN.
           MOVE 0 TO WS-KASBON
           MOVE 0 TO WS-LOAN-LEFT
           MOVE "N" TO WS-LOAN-FOUND-SW
           IF WS-LOAN-AVAIL
               MOVE F-NIK TO LN-NIK
               READ Loan-Master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOAN-FOUND TO TRUE
                       IF LN-BALANCE > 0
                           MOVE LN-BALANCE TO WS-KASBON
                           COMPUTE WS-KASBON-ROOM = WS-GROSS
                               - WS-BPJS - WS-PPH
                           IF WS-KASBON > WS-KASBON-ROOM
                               MOVE WS-KASBON-ROOM TO WS-KASBON
                           END-IF
                           IF WS-KASBON > 0
                               MOVE LN-BALANCE TO LM-SALDO-AWAL
                               SUBTRACT WS-KASBON FROM LN-BALANCE
                               REWRITE LN-RECORD
                                   INVALID KEY
                                       DISPLAY "GAGAL UPDATE SALDO"
                                           " PINJAMAN NIK " F-NIK
                                   NOT INVALID KEY
                                       PERFORM 2375-WRITE-LOANMUT
                               END-REWRITE
                           END-IF
                           MOVE LN-BALANCE TO WS-LOAN-LEFT
                       END-IF
               END-READ
           END-IF.

      * logged like the regular run's installment, under the
      * settlement period
       2375-WRITE-LOANMUT.
           MOVE WS-PERIODE TO LM-PERIODE
           MOVE F-NIK TO LM-NIK
           MOVE WS-KASBON TO LM-POTONG
           MOVE LN-BALANCE TO LM-SALDO-AKHIR
           WRITE LM-RECORD.

       2390-PRINT-TRUEUP-LINE.
           MOVE SPACES TO TU-LINE
           MOVE F-NIK TO TU-LINE (1:16)
           MOVE F-NAMA TO TU-LINE (18:25)
           MOVE WS-TU-NETTO TO WS-TU-Z
           MOVE WS-TU-Z TO TU-LINE (44:16)
           MOVE WS-TU-TAX TO WS-TU-Z
           MOVE WS-TU-Z TO TU-LINE (61:16)
           MOVE WS-YTD-PPH TO WS-TU-SIGN-Z
           MOVE WS-TU-SIGN-Z TO TU-LINE (78:17)
           MOVE WS-PPH-MONTH TO WS-TU-SIGN-Z
           MOVE WS-TU-SIGN-Z TO TU-LINE (96:17)
           MOVE WS-TU-SHORT TO WS-TU-Z
           MOVE WS-TU-Z TO TU-LINE (114:16)
           WRITE TU-LINE
           ADD 1 TO WS-TU-CNT
           ADD WS-PPH-MONTH TO WS-TU-TOT-ADJ.

      * One statement per leaver for signature - the same dashed
      * page separator as the payslips.
       2400-PRINT-STATEMENT.
           MOVE ALL "-" TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "PERHITUNGAN PENYELESAIAN AKHIR  PERIODE "
                   DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE F-NIK TO NIK-Z
           MOVE SPACES TO SL-LINE
           STRING "NIK     : " DELIMITED BY SIZE
               NIK-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "NAMA    : " DELIMITED BY SIZE
               F-NAMA DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "JABATAN : " DELIMITED BY SIZE
               F-JABATAN DELIMITED BY SIZE
               "  GOL " DELIMITED BY SIZE
               F-GOLONGAN DELIMITED BY SIZE
               "  UNIT " DELIMITED BY SIZE
               F-UNIT DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "MASUK   : " DELIMITED BY SIZE
               F-HIRE-DATE DELIMITED BY SIZE
               "  KELUAR : " DELIMITED BY SIZE
               F-END-DATE DELIMITED BY SIZE
               "  MASA KERJA " DELIMITED BY SIZE
               WS-SVC-YEARS DELIMITED BY SIZE
               " THN " DELIMITED BY SIZE
               WS-SVC-REST DELIMITED BY SIZE
               " BLN" DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           IF WS-ALASAN-FOUND
               STRING "ALASAN  : " DELIMITED BY SIZE
                   WS-ALASAN (1:60) DELIMITED BY SIZE
                   INTO SL-LINE
           ELSE
               MOVE "ALASAN  : TIDAK TERCATAT DI JOURNAL - DICEK HR"
                   TO SL-LINE
           END-IF
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           MOVE WS-FACTOR-PESANGON TO WS-FACTOR-Z
           MOVE WS-FACTOR-UPMK TO WS-FACTOR-UPMK-Z
           STRING "FAKTOR  : PESANGON " DELIMITED BY SIZE
               WS-FACTOR-Z DELIMITED BY SIZE
               "X  UPMK " DELIMITED BY SIZE
               WS-FACTOR-UPMK-Z DELIMITED BY SIZE
               "X  (" DELIMITED BY SIZE
               WS-KATA-USED DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "GAJI BULAN KELUAR  : " DELIMITED BY SIZE
               WS-PAID-DAYS DELIMITED BY SIZE
               " DARI " DELIMITED BY SIZE
               WS-MONTH-DAYS DELIMITED BY SIZE
               " HARI" DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           IF WS-PAID-REGULAR
               MOVE SPACES TO SL-LINE
               STRING "  SUDAH DIBAYAR PENUH DI PERIODE "
                       DELIMITED BY SIZE
                   WS-BULAN-KELUAR DELIMITED BY SIZE
                   " - HANYA SELISIH" DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           MOVE WS-PAY-GAJI TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "GAJI POKOK         : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-PAY-TUNJAB TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "TUNJANGAN JABATAN  : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-PAY-TUNJGOL TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "TUNJANGAN GOLONGAN : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-PESANGON TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "UANG PESANGON      : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-PESANGON-MONTHS DELIMITED BY SIZE
               " BLN UPAH)" DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-UPMK TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "UANG PENGHARGAAN MK: " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-UPMK-MONTHS DELIMITED BY SIZE
               " BLN UPAH)" DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-UPH TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "UANG PENGGANTIAN HAK:" DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           IF WS-CUTI-DAYS > 0
               MOVE WS-UPH-CUTI TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "  TERMASUK SISA CUTI:" DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-CUTI-DAYS DELIMITED BY SIZE
                   " HARI)" DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           IF WS-OVERPAY > 0
               MOVE WS-OVERPAY TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "KELEBIHAN GAJI     : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (DIPOTONG)" DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           MOVE WS-BPJS TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "POTONGAN BPJS      : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           IF WS-PPH < 0
               COMPUTE WS-GAJI-Z = 0 - WS-PPH
               STRING "PENGEMBALIAN PPH21 : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (FINAL PESANGON + TAHUNAN)" DELIMITED BY SIZE
                   INTO SL-LINE
           ELSE
               MOVE WS-PPH TO WS-GAJI-Z
               STRING "POTONGAN PPH21     : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (FINAL PESANGON + TAHUNAN)" DELIMITED BY SIZE
                   INTO SL-LINE
           END-IF
           WRITE SL-LINE
           MOVE WS-SEV-TAX TO WS-TU-Z
           MOVE WS-PPH-MONTH TO WS-TU-SIGN-Z
           MOVE SPACES TO SL-LINE
           STRING "  FINAL PESANGON " DELIMITED BY SIZE
               WS-TU-Z DELIMITED BY SIZE
               "  PENYESUAIAN TAHUNAN " DELIMITED BY SIZE
               WS-TU-SIGN-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           IF WS-TU-SHORT > 0
               MOVE WS-TU-SHORT TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "  PPH21 KURANG POTONG: " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (DITAGIH KEUANGAN)" DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           IF WS-LOAN-FOUND
               MOVE WS-KASBON TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "PELUNASAN PINJAMAN : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
               MOVE WS-LOAN-LEFT TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "SISA PINJAMAN      : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           IF WS-OVERPAY-LEFT > 0
               MOVE WS-OVERPAY-LEFT TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               STRING "KELEBIHAN BELUM TERTUTUP: " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           MOVE WS-NET TO WS-GAJI-Z
           MOVE SPACES TO SL-LINE
           STRING "JUMLAH DIBAYAR     : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           WRITE SL-LINE
           MOVE "DISIAPKAN OLEH      DISETUJUI OLEH      DITERIMA OLEH"
               TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           WRITE SL-LINE
           WRITE SL-LINE
           MOVE "(..............)    (..............)    (..........)"
               TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "  HRD                 KEUANGAN            "
                   DELIMITED BY SIZE
               F-NAMA DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE.

       3000-PRINT-CONTROL-PAGE.
           MOVE ALL "=" TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "HALAMAN KONTROL PESANGON  BULAN KELUAR "
                   DELIMITED BY SIZE
               WS-BULAN-KELUAR DELIMITED BY SIZE
               "  PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING "JUMLAH PEGAWAI DISELESAIKAN : " DELIMITED BY SIZE
               WS-CTL-CNT DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-CTL-SEVERANCE TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL PESANGON+UPMK+UPH     : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-CTL-GROSS TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL BRUTO                 : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-CTL-POTONGAN TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL POTONGAN              : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-CTL-NET TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL DIBAYAR               : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-CTL-LOAN-LEFT TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "SISA PINJAMAN TIDAK TERTUTUP: " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE WS-TU-TOT-ADJ TO WS-TU-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "PENYESUAIAN PPH21 TAHUNAN   :" DELIMITED BY SIZE
               WS-TU-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE ALL "-" TO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO TU-LINE
           STRING "PEGAWAI DISESUAIKAN : " DELIMITED BY SIZE
               WS-TU-CNT DELIMITED BY SIZE
               "   TOTAL PENYESUAIAN : " DELIMITED BY SIZE
               WS-TU-CTL-Z DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO SL-LINE
           STRING "ALASAN TIDAK TERCATAT       : " DELIMITED BY SIZE
               WS-NOREASON-CNT DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           IF WS-NOREASON-CNT > 0
               DISPLAY "ADA " WS-NOREASON-CNT " PEGAWAI TANPA ALASAN"
                   " BERHENTI DI JOURNAL - DIHITUNG FAKTOR 1"
           END-IF
           DISPLAY "PESANGON SELESAI - PEGAWAI=" WS-CTL-CNT
               " PERIODE=" WS-PERIODE
               " HASIL DI GAJIHAS.dat, LEMBAR DI PESANGON.txt"
           DISPLAY "UNTUK FILE BANK JALANKAN TUGAS-BANKTRF DENGAN"
               " PERIODE " WS-PERIODE.

       3700-MARK-COMPLETE.
           OPEN EXTEND GAJSTAT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-PERIODE TO GS-PERIODE
           MOVE "C" TO GS-STATUS
           MOVE WS-CD-FULL (1:15) TO GS-TIMESTAMP
           WRITE GS-RECORD
           CLOSE GAJSTAT-FILE
           DISPLAY "PERIODE " WS-PERIODE " DITANDAI SELESAI DI"
               " GAJSTAT.dat".

       9999-EXIT.
           CLOSE Personal-IDX.
           CLOSE TUNJAB-FILE.
           CLOSE TUNJGOL-FILE.
           CLOSE PPH21TAB-FILE.
           CLOSE PTKPTAB-FILE.
           CLOSE PHKRATE-FILE.
           CLOSE Loan-Master.
           CLOSE Cuti-Master.
           CLOSE GAJIHAS-FILE.
           CLOSE BPJSHAS-FILE.
           CLOSE LOANMUT-FILE.
           CLOSE SETTLE-REPORT.
           CLOSE TRUEUP-REPORT.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-PESANGON.

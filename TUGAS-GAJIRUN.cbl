      *          golongan from the TUNJAB.dat / TUNJGOL.dat rate
      *          files, prorates gaji pokok for unpaid-leave days and
      *          adds overtime pay from the per-period attendance
      *          file ABSENSI.dat, deducts the employee share of
      *          each BPJS program (JHT, JP, JKK, JKM, Kesehatan -
      *          rates and wage caps from BPJSTAB.dat through
      *          SUB-TUGAS-BPJS, employee and employer portions kept
      *          per NIK on BPJSHAS.dat) and a progressive
      *          PPh21 (annualized, less the employee's PTKP from the
      *          F-PTKP tax status, through the PPH21TAB.dat
      *          brackets) and the due kasbon installment from
      *          LOAN.dat (reducing the loan balance in the same
      *          run and logging each movement on LOANMUT.dat),
      *          adds any approved retro-pay staged in
      *          RETRO-PEND.dat by TUGAS-RETRO, writes one
      *          net-pay result line per employee to GAJIHAS.dat for
      *          the period, and prints one payslip page per employee
      *          period is marked I on GAJSTAT.dat before the first
      *          row and C at clean end of run; a period left at I
      *          (crash mid-run) blocks reruns and TUGAS-BANKTRF
      *          until the backout mode strips its rows. Leavers
      *          are not paid for their exit month here - that month
      *          is settled by TUGAS-PESANGON. Preview mode P
      *          calculates the whole period but writes only the
      *          review report GAJIPRV.txt, comparing every NIK with
      *          its last completed period and flagging large net
      *          moves, new payees and payees missing since last
      *          month; mode S lets a role-A user sign that preview
      *          off on PRVSIGN.dat, and the real run refuses a
      *          period with no signed-off preview. The December
      *          run trues each employee's PPh21 up to the tax on the
      *          year's actual income from GAJIHAS.dat, withholding
      *          or refunding the difference against what the year
      *          already withheld on that slip, and lists every
      *          adjustment on PPHTRUP.txt. A fixed-term (PKWT)
      *          employee whose contract on KONTRAK.dat ends before
      *          the last day of the period and has not been extended
      *          is not paid, and is listed on an exception page.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\TUNJGOL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           COPY "ABSENSI-SEL.cpy".
           SELECT PPH21TAB-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PPH21TAB.dat"
               FILE STATUS IS FSTAT.
           COPY "GAJIHAS-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "BPJSHAS-SEL.cpy".
           COPY "LOANMUT-SEL.cpy".
           COPY "KONTRAK-SEL.cpy".
           SELECT GAJIHAS-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\GAJIWRK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               "C:\MAYBANK\COBOL\GNU PROJECT\data\SLIPGAJI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PREVIEW-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\GAJIPRV.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           COPY "PRVSIGN-SEL.cpy".
           COPY "USER-SEL.cpy".
           SELECT TRUEUP-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\PPHTRUP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 FILLER PIC X VALUE ";".
           05 TG-AMOUNT PIC 9(09)V99.
       FD ABSENSI-FILE.
           COPY "ABSENSI-FD.cpy".
       FD PPH21TAB-FILE.
       01 PB-RECORD.
           05 PB-BATAS PIC 9(13)V99.
           COPY "GAJIHAS-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD BPJSHAS-FILE.
           COPY "BPJSHAS-FD.cpy".
       FD LOANMUT-FILE.
           COPY "LOANMUT-FD.cpy".
       FD Kontrak-Master.
           COPY "KONTRAK-FD.cpy".
       FD GAJIHAS-WORK.
       01 WK-RECORD PIC X(170).
       FD SLIP-REPORT.
       01 SL-LINE PIC X(80).
       FD PREVIEW-REPORT.
       01 PR-LINE PIC X(132).
       FD PRVSIGN-FILE.
           COPY "PRVSIGN-FD.cpy".
       FD User-Master.
           COPY "USER-FD.cpy".
       FD TRUEUP-REPORT.
       01 TU-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
           88 WS-DUP-PERIOD VALUE "Y".
       01 WS-RUN-MODE PIC X VALUE SPACE.
           88 WS-BACKOUT-MODE VALUE "B".
           88 WS-PREVIEW-MODE VALUE "P".
           88 WS-SIGNOFF-MODE VALUE "S".
       01 WS-PERIOD-STATUS PIC X VALUE SPACE.
       01 WS-GS-EOF PIC X VALUE "N".
       01 WS-GS-OPEN-SW PIC X VALUE "N".
       01 WS-BACKOUT-CNT PIC 9(05) VALUE 0.
       01 WS-KEEP-CNT PIC 9(05) VALUE 0.
       01 WS-LOAN-RESTORE-CNT PIC 9(05) VALUE 0.
       01 WS-LM-EOF PIC X VALUE "N".
       01 WS-LM-COPY-EOF PIC X VALUE "N".
       01 WS-LM-BACKOUT-CNT PIC 9(05) VALUE 0.
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-GAJI-Z PIC Z(2),ZZZ,ZZZ,ZZ9.99.
       01 WS-ABSEN-DAYS-Z PIC Z9.
       01 WS-PERIODE PIC X(06).
       01 WS-CD-FULL PIC X(21).

      * the old flat PPh21 rate stays only as the fallback when the
      * bracket file PPH21TAB.dat is not on disk
       01 WS-PPH-PCT PIC 9V9(04) VALUE 0.0500.

      * BPJS per program from SUB-TUGAS-BPJS, on the month's fixed
      * wage (gaji pokok paid plus tunjangan jabatan and golongan)
           COPY "BPJSCALC-WS.cpy".
       01 WS-BPJS-ER PIC 9(09)V99.
       01 WS-PART-IX PIC 9 VALUE 0.
       01 WS-BPJS-SRC-SW PIC X VALUE "N".
           88 WS-BPJS-SRC-SHOWN VALUE "Y".
       01 WS-BH-EOF PIC X VALUE "N".
       01 WS-BH-COPY-EOF PIC X VALUE "N".
       01 WS-BH-BACKOUT-CNT PIC 9(05) VALUE 0.
       01 WS-BPJS-JHT-Z PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BPJS-JP-Z PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BPJS-KES-Z PIC ZZ,ZZZ,ZZ9.99.

      * progressive PPh21 brackets from PPH21TAB.dat - one line per
      * bracket with its annual upper bound and rate, lowest first;
      * the top line carries an all-nines bound
       01 WS-TUNJGOL PIC 9(09)V99.
       01 WS-GROSS PIC 9(10)V99.
       01 WS-BPJS PIC 9(09)V99.
       01 WS-PPH PIC S9(09)V99.
       01 WS-NET PIC 9(10)V99.
      * approved retro-pay items staged by TUGAS-RETRO - P lines
      * pay out on this run and are flipped to D when the staging
       01 WS-PREV-BATAS PIC 9(13)V99.
       01 WS-SLICE PIC 9(13)V99.

      * December true-up: every NIK's taxable income (bruto less
      * BPJS) and the PPh21 already withheld in the earlier periods
      * of the year, THR included, from GAJIHAS.dat. A table that
      * cannot hold every NIK leaves the period at I, like a full
      * attendance table.
       01 WS-TRUEUP-SW PIC X VALUE "N".
           88 WS-TRUEUP-MONTH VALUE "Y".
       01 WS-YT-EOF PIC X VALUE "N".
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
       01 WS-PPH-REG PIC S9(09)V99.
       01 WS-TU-NETTO PIC 9(13)V99.
       01 WS-TU-TAX PIC 9(13)V99.
       01 WS-TU-DUE PIC S9(13)V99.
       01 WS-TU-ROOM PIC 9(10)V99.
       01 WS-TU-SHORT PIC 9(11)V99.
       01 WS-TU-ADJ PIC S9(11)V99.
       01 WS-TU-CNT PIC 9(05) VALUE 0.
       01 WS-TU-REFUND-CNT PIC 9(05) VALUE 0.
       01 WS-TU-SHORT-CNT PIC 9(05) VALUE 0.
       01 WS-TU-TOT-ADJ PIC S9(13)V99 VALUE 0.
       01 WS-TU-TOT-REFUND PIC 9(13)V99 VALUE 0.
       01 WS-TU-TOT-SHORT PIC 9(13)V99 VALUE 0.
       01 WS-TU-Z PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TU-SIGN-Z PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TU-CTL-Z PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * control totals
       01 WS-CTL-CNT PIC 9(05) VALUE 0.
       01 WS-CTL-GROSS PIC 9(12)V99 VALUE 0.
       01 WS-CTL-POTONGAN PIC 9(12)V99 VALUE 0.
       01 WS-CTL-NET PIC 9(12)V99 VALUE 0.
       01 WS-CTL-BPJS-ER PIC 9(12)V99 VALUE 0.
       01 WS-TERM-SKIP-CNT PIC 9(05) VALUE 0.

      * PKWT terms from KONTRAK.dat: a contract ending before the last
      * day of the period (not extended) is refused and listed; NIKs
      * without a row, permanent staff and probation are paid
       01 WS-KT-AVAIL-SW PIC X VALUE "N".
           88 WS-KT-AVAIL VALUE "Y".
       01 WS-KT-EXPIRED-SW PIC X VALUE "N".
           88 WS-KT-EXPIRED VALUE "Y".
       01 WS-KT-NEXT-START.
           05 WS-KT-NS-YYYY PIC 9(04).
           05 WS-KT-NS-MM PIC 9(02).
           05 WS-KT-NS-DD PIC 9(02) VALUE 1.
       01 WS-KT-NEXT-NUM REDEFINES WS-KT-NEXT-START PIC 9(08).
       01 WS-KT-LAST-DAY PIC 9(08).
       01 WS-KT-LAST-DAY-X REDEFINES WS-KT-LAST-DAY PIC X(08).
       01 WS-KT-SKIP-CNT PIC 9(05) VALUE 0.
       01 WS-KT-COUNT PIC 9(03) VALUE 0.
       01 WS-KT-TABLE.
           05 WS-KT-ENTRY OCCURS 500 TIMES INDEXED BY WS-KT-IX.
               10 WS-KT-NIK PIC 9(16).
               10 WS-KT-NAMA PIC X(30).
               10 WS-KT-AKHIR PIC X(08).
       01 WS-KT-OVERFLOW-SW PIC X VALUE "N".
           88 WS-KT-OVERFLOWED VALUE "Y".
       01 WS-AB-ORPHAN-CNT PIC 9(03) VALUE 0.
       01 WS-CTL-Z PIC Z(3),ZZZ,ZZZ,ZZ9.99.

      * preview sign-off standing of the period from PRVSIGN.dat -
      * last line wins, as on GAJSTAT.dat; the counts are the
      * preview's control totals the real run has to reproduce
       01 WS-PV-EOF PIC X VALUE "N".
       01 WS-PV-OPEN-SW PIC X VALUE "N".
           88 WS-PV-OPENED VALUE "Y".
       01 WS-PV-STATUS PIC X VALUE SPACE.
       01 WS-PV-CNT PIC 9(05) VALUE 0.
       01 WS-PV-NET PIC 9(12)V99 VALUE 0.
       01 WS-PV-TIMESTAMP PIC X(15) VALUE SPACES.
       01 WS-PV-USER PIC X(08) VALUE SPACES.
       01 WS-PV-NEW-STATUS PIC X VALUE SPACE.
       01 WS-PV-CONFIRM PIC X VALUE SPACE.
       01 WS-PV-LIMIT-IN PIC X(03) VALUE SPACES.
       01 WS-PV-LIMIT PIC 9(03) VALUE 10.
       01 WS-PV-LIMIT-Z PIC ZZ9.
       01 WS-AUDIT-USER PIC X(08) EXTERNAL.
       01 WS-SIGNON-ID PIC X(08).
       01 WS-SIGNON-PW PIC X(08).
       01 WS-SIGNON-TRY PIC 9 VALUE 0.
       01 WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-JR-OPERATION PIC X(10).
       01 WS-JR-NIK PIC 9(16) VALUE 0.
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).

      * completed regular periods (MM 01-12) before the previewed
      * one, from GAJSTAT.dat, and each NIK's pay in the latest of
      * them from GAJIHAS.dat - what the preview compares against
       01 WS-GP-EOF PIC X VALUE "N".
       01 WS-GP-COUNT PIC 9(03) VALUE 0.
       01 WS-GP-TABLE.
           05 WS-GP-ENTRY OCCURS 300 TIMES INDEXED BY WS-GP-IX.
               10 WS-GP-PERIODE PIC X(06).
               10 WS-GP-STATUS PIC X(01).
       01 WS-GP-OVERFLOW-SW PIC X VALUE "N".
           88 WS-GP-OVERFLOWED VALUE "Y".
       01 WS-LAST-PERIODE PIC X(06) VALUE SPACES.
       01 WS-PH-EOF PIC X VALUE "N".
       01 WS-PH-COUNT PIC 9(04) VALUE 0.
       01 WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PH-IX.
               10 WS-PH-NIK PIC 9(16).
               10 WS-PH-NAMA PIC X(30).
               10 WS-PH-PERIODE PIC X(06).
               10 WS-PH-GROSS PIC 9(10)V99.
               10 WS-PH-POT PIC S9(10)V99.
               10 WS-PH-NET PIC 9(10)V99.
               10 WS-PH-USED PIC X(01).
       01 WS-PH-OVERFLOW-SW PIC X VALUE "N".
           88 WS-PH-OVERFLOWED VALUE "Y".
       01 WS-PV-POT PIC S9(10)V99.
       01 WS-PV-PCT PIC S9(05)V99.
       01 WS-PV-PCT-Z PIC -(5)9.99.
       01 WS-PV-FLAG PIC X(14).
       01 WS-PV-LASTMON-SW PIC X VALUE "N".
           88 WS-PV-LASTMON VALUE "Y".
       01 WS-PV-GROSS-Z PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PV-POT-Z PIC -,---,---,--9.99.
       01 WS-PV-NET-Z PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PV-NOTE PIC X(20).
       01 WS-PV-FLAG-CNT PIC 9(05) VALUE 0.
       01 WS-PV-NEW-CNT PIC 9(05) VALUE 0.
       01 WS-PV-GONE-CNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF WS-BACKOUT-MODE
               PERFORM 5000-BACKOUT-PERIOD
           ELSE
           IF WS-SIGNOFF-MODE
               PERFORM 6000-SIGN-OFF-PREVIEW
           ELSE
           IF NOT WS-DUP-PERIOD
               PERFORM 1100-LOAD-TUNJAB UNTIL WS-TJ-EOF = "Y"
               PERFORM 1200-LOAD-TUNJGOL UNTIL WS-TG-EOF = "Y"
               PERFORM 1300-LOAD-ABSENSI UNTIL WS-AB-EOF = "Y"
               PERFORM 1400-LOAD-PPH21TAB UNTIL WS-PB-EOF = "Y"
               PERFORM 1500-LOAD-PTKPTAB UNTIL WS-PK-EOF = "Y"
               IF WS-TRUEUP-MONTH AND WS-PB-COUNT = 0
                   DISPLAY "PPH21TAB.dat TIDAK ADA - PENYESUAIAN PPH21"
                       " TAHUNAN TIDAK DIHITUNG"
                   MOVE "N" TO WS-TRUEUP-SW
               END-IF
               PERFORM 1600-LOAD-RETRO UNTIL WS-RP-EOF = "Y"
               PERFORM 1650-CHECK-RETRO-OVERFLOW
               PERFORM 2000-CALCULATE UNTIL WS-EOF = "Y"
               PERFORM 3000-PRINT-CONTROL-PAGE
               PERFORM 3500-PRINT-ABSENSI-EXCEPTIONS
               PERFORM 3550-PRINT-KONTRAK-EXCEPTIONS
               IF WS-PREVIEW-MODE
                   PERFORM 3800-PRINT-PREVIEW-SUMMARY
               ELSE
               IF WS-TRUEUP-MONTH
                   PERFORM 3750-PRINT-TRUEUP-TOTALS
               END-IF
               PERFORM 3600-REWRITE-RETRO-PEND
      * an overflowed attendance (or year-to-date) table paid people
      * wrong - leave the period at I so TUGAS-BANKTRF refuses it;
      * the operator backs the run out and repeats it once the
      * file is fixed
               IF WS-AB-OVERFLOWED OR WS-YT-OVERFLOWED
                   DISPLAY "PERIODE " WS-PERIODE " TIDAK DITANDAI"
                       " SELESAI - BACKOUT DAN ULANGI"
               ELSE
      * finance signed off the preview's totals, not whatever the
      * files say today - a run that pays a different headcount or
      * net (ABSENSI or a rate table changed after the preview) is
      * left at I for back-out, a fresh preview and a new sign-off
               IF WS-CTL-CNT NOT = WS-PV-CNT
                  OR WS-CTL-NET NOT = WS-PV-NET
                   MOVE WS-PV-NET TO WS-CTL-Z
                   DISPLAY "HASIL BERBEDA DENGAN PREVIEW YANG"
                       " DISETUJUI - PEGAWAI=" WS-PV-CNT
                       " BERSIH=" WS-CTL-Z
                   DISPLAY "PERIODE " WS-PERIODE " TIDAK DITANDAI"
                       " SELESAI - BACKOUT, PREVIEW DAN SETUJUI ULANG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3700-MARK-COMPLETE
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 9999-EXIT.
           DISPLAY "PERHITUNGAN GAJI BULANAN"
           DISPLAY "PERIODE YYYYMM : " NO ADVANCING
           ACCEPT WS-PERIODE
           DISPLAY "MODE (SPASI = HITUNG, P = PREVIEW,"
               " S = SIGN-OFF PREVIEW, B = BACKOUT) : "
               NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE (WS-RUN-MODE) TO WS-RUN-MODE
           IF WS-PREVIEW-MODE
               DISPLAY "BATAS SELISIH GAJI BERSIH % (SPASI = 10) : "
                   NO ADVANCING
               ACCEPT WS-PV-LIMIT-IN
               IF WS-PV-LIMIT-IN NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-PV-LIMIT-IN)
                       TO WS-PV-LIMIT
               END-IF
           END-IF
           PERFORM 1050-CHECK-PERIOD-EXISTS
           PERFORM 1060-READ-GAJSTAT UNTIL WS-GS-EOF = "Y"
           PERFORM 1070-READ-PRVSIGN UNTIL WS-PV-EOF = "Y"
           IF WS-BACKOUT-MODE OR WS-SIGNOFF-MODE
               CONTINUE
           ELSE
           IF WS-PERIOD-STATUS = "C"
                   " JALANKAN MODE BACKOUT DULU"
               MOVE 8 TO RETURN-CODE
           ELSE
      * the real run needs finance's sign-off on a preview of this
      * period; a newer preview (P after S) needs signing again
           IF NOT WS-PREVIEW-MODE AND WS-PV-STATUS NOT = "S"
               SET WS-DUP-PERIOD TO TRUE
               DISPLAY "PERIODE " WS-PERIODE " BELUM ADA PREVIEW YANG"
                   " DISETUJUI FINANCE - PERHITUNGAN DIBATALKAN"
               DISPLAY "JALANKAN MODE P, LALU MODE S, SEBELUM HITUNG"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-PREVIEW-MODE
                   PERFORM 1080-MARK-IN-PROGRESS
               END-IF
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   DISPLAY "PTKPTAB.dat TIDAK ADA - PTKP 0"
                   MOVE "Y" TO WS-PK-EOF
               END-IF
               OPEN INPUT Kontrak-Master
               IF FSTAT = "00"
                   SET WS-KT-AVAIL TO TRUE
                   PERFORM 1900-SET-PERIOD-END
               ELSE
                   DISPLAY "KONTRAK.dat TIDAK ADA - SEMUA PEGAWAI"
                       " DIBAYAR SEBAGAI PEGAWAI TETAP"
               END-IF
      * I-O: the run pays the installment AND writes the reduced
      * balance back, so the slip, GAJIHAS.dat and the loan file
      * can never disagree about what was deducted. A preview only
      * reads the balance.
               IF WS-PREVIEW-MODE
                   OPEN INPUT Loan-Master
               ELSE
                   OPEN I-O Loan-Master
               END-IF
               IF FSTAT NOT = "00"
                   DISPLAY "LOAN.dat TIDAK ADA - TANPA POTONGAN"
                       " KASBON"
                   MOVE "N" TO WS-LOAN-AVAIL-SW
               END-IF
               IF WS-PERIODE (5:2) = "12"
                   PERFORM 1800-LOAD-YTD
               END-IF
               IF WS-PREVIEW-MODE
                   PERFORM 1700-LOAD-PRIOR-PAY
                   OPEN OUTPUT PREVIEW-REPORT
                   PERFORM 1790-PRINT-PREVIEW-HEADER
               ELSE
                   IF WS-TRUEUP-MONTH
                       OPEN OUTPUT TRUEUP-REPORT
                       PERFORM 1890-PRINT-TRUEUP-HEADER
                   END-IF
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
                   OPEN OUTPUT SLIP-REPORT
               END-IF
               MOVE LOW-VALUES TO F-NIK
               START Personal-IDX KEY IS NOT LESS THAN F-NIK
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           END-IF
           END-IF
           END-IF
           END-IF.

       1050-CHECK-PERIOD-EXISTS.
               END-READ
           END-IF.

      * PRVSIGN.dat is append-only as well: P when a preview is
      * printed, S when finance signs it off. Only the period's
      * last line counts, so a preview run after the sign-off
      * withdraws it until signed again.
       1070-READ-PRVSIGN.
           IF NOT WS-PV-OPENED
               SET WS-PV-OPENED TO TRUE
               MOVE SPACE TO WS-PV-STATUS
               OPEN INPUT PRVSIGN-FILE
               IF FSTAT NOT = "00"
                   MOVE "Y" TO WS-PV-EOF
               END-IF
           END-IF
           IF WS-PV-EOF NOT = "Y"
               READ PRVSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-PV-EOF
                       CLOSE PRVSIGN-FILE
                   NOT AT END
                       IF PV-PERIODE = WS-PERIODE
                           MOVE PV-STATUS TO WS-PV-STATUS
                           MOVE PV-CNT TO WS-PV-CNT
                           MOVE PV-NET TO WS-PV-NET
                           MOVE PV-TIMESTAMP TO WS-PV-TIMESTAMP
                           MOVE PV-USER TO WS-PV-USER
                       END-IF
               END-READ
           END-IF.

      * The I mark goes down before the first GAJIHAS row is
      * written; only 3700-MARK-COMPLETE at clean end of run turns
      * it into C. A crash in between leaves I on file, which
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The preview compares each NIK with its own last completed
      * regular period - the latest YYYY01..YYYY12 period before
      * this one whose GAJSTAT.dat standing is C. THR and final
      * settlement periods are off-cycle and would only distort
      * the month-on-month picture, so they are left out. A table
      * that cannot hold every NIK leaves the preview unsignable.
       1700-LOAD-PRIOR-PAY.
           PERFORM 1710-LOAD-COMPLETE-PERIODS
           MOVE "N" TO WS-PH-EOF
           OPEN INPUT GAJIHAS-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-PH-EOF
           END-IF
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ GAJIHAS-FILE
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       IF GH-PERIODE < WS-PERIODE
                          AND GH-PERIODE (5:2) >= "01"
                          AND GH-PERIODE (5:2) <= "12"
                           PERFORM 1730-CHECK-GH-PERIOD
                           IF WS-LINE-COMPLETE
                               PERFORM 1740-KEEP-PRIOR-PAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJIHAS-FILE.

      * last line wins per period, B counting as no status; the
      * newest period left standing at C is "last month"
       1710-LOAD-COMPLETE-PERIODS.
           MOVE "N" TO WS-GP-EOF
           OPEN INPUT GAJSTAT-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GP-EOF
           END-IF
           PERFORM UNTIL WS-GP-EOF = "Y"
               READ GAJSTAT-FILE
                   AT END
                       MOVE "Y" TO WS-GP-EOF
                   NOT AT END
                       IF GS-PERIODE < WS-PERIODE
                          AND GS-PERIODE (5:2) >= "01"
                          AND GS-PERIODE (5:2) <= "12"
                           PERFORM 1720-KEEP-PERIOD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJSTAT-FILE
           MOVE SPACES TO WS-LAST-PERIODE
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-GP-COUNT
               IF WS-GP-STATUS (WS-GP-IX) = "C"
                  AND WS-GP-PERIODE (WS-GP-IX) > WS-LAST-PERIODE
                   MOVE WS-GP-PERIODE (WS-GP-IX) TO WS-LAST-PERIODE
               END-IF
           END-PERFORM.

       1720-KEEP-PERIOD-STATUS.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-GP-COUNT OR WS-FOUND
               IF WS-GP-PERIODE (WS-GP-IX) = GS-PERIODE
                   MOVE GS-STATUS TO WS-GP-STATUS (WS-GP-IX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-GP-COUNT < 300
                   ADD 1 TO WS-GP-COUNT
                   MOVE GS-PERIODE TO WS-GP-PERIODE (WS-GP-COUNT)
                   MOVE GS-STATUS TO WS-GP-STATUS (WS-GP-COUNT)
               ELSE
                   SET WS-GP-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1730-CHECK-GH-PERIOD.
           MOVE "N" TO WS-LINE-COMPLETE-SW
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-GP-COUNT
               IF WS-GP-PERIODE (WS-GP-IX) = GH-PERIODE
                  AND WS-GP-STATUS (WS-GP-IX) = "C"
                   SET WS-LINE-COMPLETE TO TRUE
               END-IF
           END-PERFORM.

       1740-KEEP-PRIOR-PAY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
                   UNTIL WS-PH-IX > WS-PH-COUNT OR WS-FOUND
               IF WS-PH-NIK (WS-PH-IX) = GH-NIK
                   SET WS-FOUND TO TRUE
                   IF GH-PERIODE > WS-PH-PERIODE (WS-PH-IX)
                       PERFORM 1750-MOVE-PRIOR-PAY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-PH-COUNT < 1000
                   ADD 1 TO WS-PH-COUNT
                   SET WS-PH-IX TO WS-PH-COUNT
                   PERFORM 1750-MOVE-PRIOR-PAY
               ELSE
                   SET WS-PH-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1750-MOVE-PRIOR-PAY.
           MOVE GH-NIK TO WS-PH-NIK (WS-PH-IX)
           MOVE GH-NAMA TO WS-PH-NAMA (WS-PH-IX)
           MOVE GH-PERIODE TO WS-PH-PERIODE (WS-PH-IX)
           COMPUTE WS-PH-GROSS (WS-PH-IX) = GH-GAJI + GH-TUNJAB
               + GH-TUNJGOL + GH-LEMBUR + GH-RAPEL
           COMPUTE WS-PH-POT (WS-PH-IX) = GH-BPJS + GH-PPH
               + GH-KASBON
           MOVE GH-NET TO WS-PH-NET (WS-PH-IX)
           MOVE "N" TO WS-PH-USED (WS-PH-IX).

       1790-PRINT-PREVIEW-HEADER.
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "PREVIEW GAJI PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " - BELUM DIBAYAR, BELUM DIBUKUKAN" DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE WS-PV-LIMIT TO WS-PV-LIMIT-Z
           MOVE SPACES TO PR-LINE
           IF WS-LAST-PERIODE = SPACES
               STRING "PEMBANDING : TIDAK ADA PERIODE SELESAI"
                       DELIMITED BY SIZE
                   "  BATAS SELISIH BERSIH : " DELIMITED BY SIZE
                   WS-PV-LIMIT-Z DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO PR-LINE
           ELSE
               STRING "PEMBANDING : PERIODE SELESAI TERAKHIR PER NIK"
                       DELIMITED BY SIZE
                   " (BULAN LALU " DELIMITED BY SIZE
                   WS-LAST-PERIODE DELIMITED BY SIZE
                   ")  BATAS SELISIH BERSIH : " DELIMITED BY SIZE
                   WS-PV-LIMIT-Z DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO PR-LINE
           END-IF
           WRITE PR-LINE
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "NIK                 NAMA                     "
                   DELIMITED BY SIZE
               "PERIODE                BRUTO         POTONGAN"
                   DELIMITED BY SIZE
               "           BERSIH  SELISIH% CATATAN"
                   DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE ALL "-" TO PR-LINE
           WRITE PR-LINE.

      * The December run is the year's last regular period, so it
      * settles the year's PPh21: every earlier row of the year -
      * the regular months and the THR run, not a final settlement,
      * whose pay belongs to a leaver's own true-up - is totalled
      * per NIK before GAJIHAS.dat is opened for this run's rows.
       1800-LOAD-YTD.
           SET WS-TRUEUP-MONTH TO TRUE
           MOVE "N" TO WS-YT-EOF
           OPEN INPUT GAJIHAS-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-YT-EOF
           END-IF
           PERFORM UNTIL WS-YT-EOF = "Y"
               READ GAJIHAS-FILE
                   AT END
                       MOVE "Y" TO WS-YT-EOF
                   NOT AT END
                       IF GH-PERIODE (1:4) = WS-PERIODE (1:4)
                          AND GH-PERIODE NOT = WS-PERIODE
                          AND GH-PERIODE (5:2) >= "01"
                          AND GH-PERIODE (5:2) <= "13"
                           PERFORM 1810-ADD-YTD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJIHAS-FILE
           IF WS-YT-OVERFLOWED
               DISPLAY "TABEL PPH21 SETAHUN PENUH - LEBIH DARI 2000"
                   " NIK DI GAJIHAS.dat TAHUN " WS-PERIODE (1:4)
               MOVE 8 TO RETURN-CODE
           END-IF.

       1810-ADD-YTD.
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

       1890-PRINT-TRUEUP-HEADER.
           MOVE ALL "=" TO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO TU-LINE
           STRING "PENYESUAIAN PPH21 TAHUNAN  PERIODE "
                   DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               "  (TAHUN PAJAK " DELIMITED BY SIZE
               WS-PERIODE (1:4) DELIMITED BY SIZE
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
           MOVE "DIPOTONG S.D. NOV" TO TU-LINE (78:17)
           MOVE "PPH DESEMBER" TO TU-LINE (101:12)
           MOVE "PENYESUAIAN" TO TU-LINE (120:11)
           WRITE TU-LINE
           MOVE ALL "-" TO TU-LINE
           WRITE TU-LINE.

      * Last calendar day of the period, the day before the first of
      * the following month; contracts ending earlier are refused
       1900-SET-PERIOD-END.
           IF WS-PERIODE IS NUMERIC
              AND WS-PERIODE (5:2) >= "01" AND WS-PERIODE (5:2) <= "12"
               MOVE WS-PERIODE (1:4) TO WS-KT-NS-YYYY
               MOVE WS-PERIODE (5:2) TO WS-KT-NS-MM
               IF WS-KT-NS-MM = 12
                   ADD 1 TO WS-KT-NS-YYYY
                   MOVE 1 TO WS-KT-NS-MM
               ELSE
                   ADD 1 TO WS-KT-NS-MM
               END-IF
               MOVE 1 TO WS-KT-NS-DD
               COMPUTE WS-KT-LAST-DAY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-KT-NEXT-NUM) - 1)
           ELSE
               MOVE "N" TO WS-KT-AVAIL-SW
               CLOSE Kontrak-Master
           END-IF.

      * A leaver is paid in full only for the months before the
      * exit month; the exit month itself is prorated to the end
      * date by the TUGAS-PESANGON final settlement, so it is
      * skipped here along with every later month.
       2000-CALCULATE.
           READ Personal-IDX NEXT RECORD
               AT END
               NOT AT END
                   IF F-STATUS = "T"
                      AND (F-END-DATE = SPACES
                           OR F-END-DATE (1:6) NOT > WS-PERIODE)
                       ADD 1 TO WS-TERM-SKIP-CNT
                   ELSE
                       PERFORM 2010-CHECK-KONTRAK
                       IF WS-KT-EXPIRED
                           PERFORM 2020-KEEP-KONTRAK-EXCEPTION
                       ELSE
                           PERFORM 2100-CALC-EMPLOYEE
                       END-IF
                   END-IF
           END-READ.

      * A PKWT whose end date falls before the period's last day
      * would be paid past the contract. HR either extends it
      * (TUGAS-INDIVIDU menu H) or terminates the employee, whose
      * exit month TUGAS-PESANGON then settles.
       2010-CHECK-KONTRAK.
           MOVE "N" TO WS-KT-EXPIRED-SW
           IF WS-KT-AVAIL
               MOVE F-NIK TO KT-NIK
               READ Kontrak-Master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KT-PKWT AND KT-AKHIR IS NUMERIC
                          AND KT-AKHIR < WS-KT-LAST-DAY-X
                           SET WS-KT-EXPIRED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2020-KEEP-KONTRAK-EXCEPTION.
           ADD 1 TO WS-KT-SKIP-CNT
           IF WS-KT-COUNT < 500
               ADD 1 TO WS-KT-COUNT
               MOVE F-NIK TO WS-KT-NIK (WS-KT-COUNT)
               MOVE F-NAMA TO WS-KT-NAMA (WS-KT-COUNT)
               MOVE KT-AKHIR TO WS-KT-AKHIR (WS-KT-COUNT)
           ELSE
               SET WS-KT-OVERFLOWED TO TRUE
           END-IF.

       2100-CALC-EMPLOYEE.
           PERFORM 2050-LOOKUP-ABSENSI
           PERFORM 2080-LOOKUP-RETRO
               * (F-GAJI-POKOK / WS-OT-DIVISOR) * WS-OT-FACTOR
           COMPUTE WS-GROSS = WS-GAJI-PERIODE + WS-TUNJAB
               + WS-TUNJGOL + WS-LEMBUR + WS-RAPEL
           PERFORM 2320-CALC-BPJS
           PERFORM 2350-CALC-PPH21
           IF WS-TRUEUP-MONTH
               PERFORM 2380-TRUE-UP-PPH21
           END-IF
           PERFORM 2370-CALC-KASBON
           COMPUTE WS-NET = WS-GROSS - WS-BPJS - WS-PPH - WS-KASBON
           MOVE WS-PERIODE TO GH-PERIODE
           MOVE WS-PPH TO GH-PPH
           MOVE WS-KASBON TO GH-KASBON
           MOVE WS-NET TO GH-NET
           IF WS-PREVIEW-MODE
               PERFORM 2500-PRINT-PREVIEW-LINE
           ELSE
               WRITE GH-RECORD
               PERFORM 2330-WRITE-BPJSHAS
               PERFORM 2400-PRINT-PAYSLIP
               IF WS-TRUEUP-MONTH
                   PERFORM 2390-PRINT-TRUEUP-LINE
               END-IF
           END-IF
           ADD 1 TO WS-CTL-CNT
           ADD WS-GROSS TO WS-CTL-GROSS
           ADD WS-BPJS TO WS-CTL-POTONGAN
           ADD WS-PPH TO WS-CTL-POTONGAN
           ADD WS-KASBON TO WS-CTL-POTONGAN
           ADD WS-NET TO WS-CTL-NET
           ADD WS-BPJS-ER TO WS-CTL-BPJS-ER.

       2050-LOOKUP-ABSENSI.
           MOVE 0 TO WS-UNPAID-DAYS
               END-IF
           END-PERFORM.

      * BPJS is due on the fixed wage actually paid - unpaid-leave
      * proration lowers it, overtime and rapel do not count. The
      * employee shares are the deduction (GH-BPJS); the employer
      * shares are cost on top and only reach BPJSHAS.dat and the
      * GL voucher.
       2320-CALC-BPJS.
           COMPUTE BC-UPAH = WS-GAJI-PERIODE + WS-TUNJAB + WS-TUNJGOL
           CALL "SUB-TUGAS-BPJS" USING BPJS-CALC
           CANCEL "SUB-TUGAS-BPJS"
           MOVE BC-TOT-EE TO WS-BPJS
           MOVE BC-TOT-ER TO WS-BPJS-ER
           IF BC-SOURCE = "D" AND NOT WS-BPJS-SRC-SHOWN
               SET WS-BPJS-SRC-SHOWN TO TRUE
               DISPLAY "BPJSTAB.dat TIDAK ADA - TARIF BPJS STANDAR"
           END-IF.

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

      * Progressive PPh21: the month's taxable pay (gross less BPJS)
      * is annualized, the employee's PTKP for F-PTKP is taken off,
      * and the remainder runs through the PPH21TAB.dat brackets;
               ELSE
                   MOVE 0 TO WS-PKP
               END-IF
               PERFORM 2355-APPLY-BRACKETS
               COMPUTE WS-PPH ROUNDED = WS-TAX-ANNUAL / 12
           END-IF.

      * annual tax on WS-PKP through the PPH21TAB.dat brackets
       2355-APPLY-BRACKETS.
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
           END-PERFORM.

      * December: the year's real tax replaces the annualized
      * estimate. The year's actual income - earlier rows plus this
      * month - less the PTKP of F-PTKP runs through the brackets;
      * what the year already withheld comes off, and the rest is
      * this month's PPh21. Too much withheld turns it negative, a
      * refund on the slip. More tax due than the month pays after
      * BPJS is withheld only up to that pay; the shortfall is
      * listed on PPHTRUP.txt for finance to collect.
       2380-TRUE-UP-PPH21.
           MOVE WS-PPH TO WS-PPH-REG
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
           COMPUTE WS-TU-NETTO = WS-YTD-NETTO + WS-GROSS - WS-BPJS
           PERFORM 2360-LOOKUP-PTKP
           IF WS-TU-NETTO > WS-PTKP-AMT
               COMPUTE WS-PKP = WS-TU-NETTO - WS-PTKP-AMT
           ELSE
               MOVE 0 TO WS-PKP
           END-IF
           PERFORM 2355-APPLY-BRACKETS
           MOVE WS-TAX-ANNUAL TO WS-TU-TAX
           COMPUTE WS-TU-DUE = WS-TU-TAX - WS-YTD-PPH
           COMPUTE WS-TU-ROOM = WS-GROSS - WS-BPJS
           MOVE 0 TO WS-TU-SHORT
           IF WS-TU-DUE > WS-TU-ROOM
               COMPUTE WS-TU-SHORT = WS-TU-DUE - WS-TU-ROOM
               MOVE WS-TU-ROOM TO WS-PPH
           ELSE
               MOVE WS-TU-DUE TO WS-PPH
           END-IF
           COMPUTE WS-TU-ADJ = WS-PPH - WS-PPH-REG.

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
           MOVE WS-PPH TO WS-TU-SIGN-Z
           MOVE WS-TU-SIGN-Z TO TU-LINE (96:17)
           MOVE WS-TU-ADJ TO WS-TU-SIGN-Z
           MOVE WS-TU-SIGN-Z TO TU-LINE (114:17)
           WRITE TU-LINE
           IF WS-TU-SHORT > 0
               MOVE WS-TU-SHORT TO WS-TU-Z
               MOVE SPACES TO TU-LINE
               STRING "  KURANG POTONG " DELIMITED BY SIZE
                   WS-TU-Z DELIMITED BY SIZE
                   " - GAJI DESEMBER TIDAK CUKUP, DITAGIH KEUANGAN"
                       DELIMITED BY SIZE
                   INTO TU-LINE
               WRITE TU-LINE
               ADD 1 TO WS-TU-SHORT-CNT
               ADD WS-TU-SHORT TO WS-TU-TOT-SHORT
           END-IF
           ADD 1 TO WS-TU-CNT
           ADD WS-TU-ADJ TO WS-TU-TOT-ADJ
           IF WS-PPH < 0
               ADD 1 TO WS-TU-REFUND-CNT
               SUBTRACT WS-PPH FROM WS-TU-TOT-REFUND
           END-IF.

      * Loan installment: the due amount is deducted and the loan
      * balance reduced in the same run - capped at the remaining
      * balance AND at what the period actually pays after BPJS and
      * stays on the balance for the next month. The balance REWRITE
      * happens here, not after the run, so a slip that shows a
      * deduction always has the matching balance movement behind it.
      * A preview works out the same deduction but leaves the
      * balance alone.
       2370-CALC-KASBON.
           MOVE 0 TO WS-KASBON
           IF WS-LOAN-AVAIL
                           IF WS-KASBON > WS-KASBON-ROOM
                               MOVE WS-KASBON-ROOM TO WS-KASBON
                           END-IF
                           IF WS-KASBON > 0 AND NOT WS-PREVIEW-MODE
                               MOVE LN-BALANCE TO LM-SALDO-AWAL
                               SUBTRACT WS-KASBON FROM LN-BALANCE
                               REWRITE LN-RECORD
                                   INVALID KEY
                                       DISPLAY "GAGAL UPDATE SALDO"
                                           " KASBON NIK " F-NIK
                                   NOT INVALID KEY
                                       PERFORM 2375-WRITE-LOANMUT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * the balance movement behind the deduction, for the period
      * reconciliation - a failed REWRITE leaves no line, so the
      * kasbon on the slip shows up there as never taken off
       2375-WRITE-LOANMUT.
           MOVE WS-PERIODE TO LM-PERIODE
           MOVE F-NIK TO LM-NIK
           MOVE WS-KASBON TO LM-POTONG
           MOVE LN-BALANCE TO LM-SALDO-AKHIR
           WRITE LM-RECORD.

      * Old rows carry spaces in F-PTKP and are taxed as TK/0; a
      * code missing from PTKPTAB.dat falls back to the TK/0 line,
      * or zero PTKP when even that is absent.
               WS-GAJI-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE BC-EE (1) TO WS-BPJS-JHT-Z
           MOVE BC-EE (2) TO WS-BPJS-JP-Z
           MOVE BC-EE (5) TO WS-BPJS-KES-Z
           MOVE SPACES TO SL-LINE
           STRING "  JHT " DELIMITED BY SIZE
               WS-BPJS-JHT-Z DELIMITED BY SIZE
               "  JP " DELIMITED BY SIZE
               WS-BPJS-JP-Z DELIMITED BY SIZE
               "  KESEHATAN " DELIMITED BY SIZE
               WS-BPJS-KES-Z DELIMITED BY SIZE
               INTO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           IF WS-PPH < 0
               COMPUTE WS-GAJI-Z = 0 - WS-PPH
               STRING "PENGEMBALIAN PPH21 : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (PTKP " DELIMITED BY SIZE
                   F-PTKP DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SL-LINE
           ELSE
               MOVE WS-PPH TO WS-GAJI-Z
               STRING "POTONGAN PPH21     : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   " (PTKP " DELIMITED BY SIZE
                   F-PTKP DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SL-LINE
           END-IF
           WRITE SL-LINE
           IF WS-TRUEUP-MONTH
               MOVE WS-TU-TAX TO WS-TU-Z
               MOVE WS-YTD-PPH TO WS-TU-SIGN-Z
               MOVE SPACES TO SL-LINE
               STRING "  PPH SETAHUN " DELIMITED BY SIZE
                   WS-TU-Z DELIMITED BY SIZE
                   "  DIPOTONG S.D. NOV " DELIMITED BY SIZE
                   WS-TU-SIGN-Z DELIMITED BY SIZE
                   INTO SL-LINE
               WRITE SL-LINE
           END-IF
           IF WS-KASBON > 0
               MOVE WS-KASBON TO WS-GAJI-Z
               MOVE SPACES TO SL-LINE
               INTO SL-LINE
           WRITE SL-LINE.

      * Preview line per NIK: this run's figures on the first
      * line, the NIK's last completed period underneath. Nobody
      * in last month's pay is flagged BARU (a returner still shows
      * the older period it is compared with); a net that moved
      * more than the operator's limit either way is flagged.
       2500-PRINT-PREVIEW-LINE.
           COMPUTE WS-PV-POT = WS-BPJS + WS-PPH + WS-KASBON
           MOVE SPACES TO WS-PV-FLAG
           MOVE 0 TO WS-PV-PCT
           MOVE "N" TO WS-PV-LASTMON-SW
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
                   UNTIL WS-PH-IX > WS-PH-COUNT OR WS-FOUND
               IF WS-PH-NIK (WS-PH-IX) = F-NIK
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-PH-IX DOWN BY 1
               MOVE "Y" TO WS-PH-USED (WS-PH-IX)
               IF WS-PH-PERIODE (WS-PH-IX) = WS-LAST-PERIODE
                   SET WS-PV-LASTMON TO TRUE
               END-IF
               IF WS-PH-NET (WS-PH-IX) > 0
                   COMPUTE WS-PV-PCT ROUNDED =
                       (WS-NET - WS-PH-NET (WS-PH-IX)) * 100
                       / WS-PH-NET (WS-PH-IX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PV-PCT
                   END-COMPUTE
               ELSE
                   IF WS-NET > 0
                       MOVE 99999.99 TO WS-PV-PCT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PV-LASTMON
               MOVE "BARU" TO WS-PV-FLAG
               ADD 1 TO WS-PV-NEW-CNT
           ELSE
               IF WS-PV-PCT > WS-PV-LIMIT
                   MOVE "NAIK > BATAS" TO WS-PV-FLAG
                   ADD 1 TO WS-PV-FLAG-CNT
               END-IF
               IF WS-PV-PCT < 0 - WS-PV-LIMIT
                   MOVE "TURUN > BATAS" TO WS-PV-FLAG
                   ADD 1 TO WS-PV-FLAG-CNT
               END-IF
           END-IF
           MOVE F-NIK TO NIK-Z
           MOVE WS-GROSS TO WS-PV-GROSS-Z
           MOVE WS-PV-POT TO WS-PV-POT-Z
           MOVE WS-NET TO WS-PV-NET-Z
           MOVE WS-PV-PCT TO WS-PV-PCT-Z
           MOVE SPACES TO PR-LINE
           STRING NIK-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F-NAMA (1:24) DELIMITED BY SIZE
               " INI  " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PV-GROSS-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PV-POT-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PV-NET-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PV-PCT-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PV-FLAG DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           IF WS-FOUND
               MOVE WS-PH-GROSS (WS-PH-IX) TO WS-PV-GROSS-Z
               MOVE WS-PH-POT (WS-PH-IX) TO WS-PV-POT-Z
               MOVE WS-PH-NET (WS-PH-IX) TO WS-PV-NET-Z
               STRING "LALU " DELIMITED BY SIZE
                   WS-PH-PERIODE (WS-PH-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PV-GROSS-Z DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PV-POT-Z DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PV-NET-Z DELIMITED BY SIZE
                   INTO PR-LINE (46:62)
           ELSE
               MOVE "LALU -      TIDAK ADA PERIODE SELESAI"
                   TO PR-LINE (46:62)
           END-IF
           WRITE PR-LINE.

       3000-PRINT-CONTROL-PAGE.
           MOVE ALL "=" TO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO SL-LINE
           STRING "HALAMAN KONTROL  PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO SL-LINE
           STRING "JUMLAH PEGAWAI DIBAYAR : " DELIMITED BY SIZE
               WS-CTL-CNT DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE WS-CTL-GROSS TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL BRUTO            : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE WS-CTL-POTONGAN TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL POTONGAN         : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE WS-CTL-NET TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "TOTAL GAJI BERSIH      : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE WS-CTL-BPJS-ER TO WS-CTL-Z
           MOVE SPACES TO SL-LINE
           STRING "BPJS PERUSAHAAN        : " DELIMITED BY SIZE
               WS-CTL-Z DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO SL-LINE
           STRING "BERHENTI TIDAK DIBAYAR : " DELIMITED BY SIZE
               WS-TERM-SKIP-CNT DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO SL-LINE
           STRING "KONTRAK HABIS DITOLAK  : " DELIMITED BY SIZE
               WS-KT-SKIP-CNT DELIMITED BY SIZE
               INTO SL-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           IF WS-TJ-OVERFLOWED OR WS-TG-OVERFLOWED
               MOVE "WARNING - TABEL TARIF PENUH, BARIS DIABAIKAN"
                   TO SL-LINE
               PERFORM 3950-WRITE-REPORT-LINE
               DISPLAY "WARNING - TABEL TARIF PENUH"
           END-IF
           IF NOT WS-PREVIEW-MODE
               DISPLAY "GAJI SELESAI - PEGAWAI=" WS-CTL-CNT
                   " HASIL DI GAJIHAS.dat, SLIP DI SLIPGAJI.txt"
           END-IF.

      * Any attendance line of this period that no master record
      * claimed is a keying error (or a leaver still on the absensi
               IF WS-AB-USED (WS-AB-IX) = "N"
                   IF WS-AB-ORPHAN-CNT = 0
                       MOVE ALL "=" TO SL-LINE
                       PERFORM 3950-WRITE-REPORT-LINE
                       MOVE SPACES TO SL-LINE
                       STRING "EXCEPTION - ABSENSI TANPA MASTER "
                               DELIMITED BY SIZE
                           "PERIODE " DELIMITED BY SIZE
                           WS-PERIODE DELIMITED BY SIZE
                           INTO SL-LINE
                       PERFORM 3950-WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-AB-ORPHAN-CNT
                   MOVE WS-AB-NIK (WS-AB-IX) TO NIK-Z
                       NIK-Z DELIMITED BY SIZE
                       " TIDAK ADA DI PERSONAL-IDX" DELIMITED BY SIZE
                       INTO SL-LINE
                   PERFORM 3950-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
      * dropped absensi lines mean people were paid a full month
           IF WS-AB-OVERFLOWED
               MOVE "ERROR - TABEL ABSENSI PENUH, BARIS DIABAIKAN"
                   TO SL-LINE
               PERFORM 3950-WRITE-REPORT-LINE
               DISPLAY "TABEL ABSENSI PENUH - ABSENSI.dat LEBIH"
                   " DARI 500 BARIS UNTUK PERIODE INI"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-AB-ORPHAN-CNT > 0
               IF WS-PREVIEW-MODE
                   DISPLAY "ABSENSI TANPA MASTER=" WS-AB-ORPHAN-CNT
                       " - LIHAT HALAMAN EXCEPTION DI GAJIPRV.txt"
               ELSE
                   DISPLAY "ABSENSI TANPA MASTER=" WS-AB-ORPHAN-CNT
                       " - LIHAT HALAMAN EXCEPTION DI SLIPGAJI.txt"
               END-IF
           END-IF.

      * Every PKWT refused by 2010-CHECK-KONTRAK, so payroll can chase
      * the renewal (or the termination) before the bank file goes
      * out. Once extended the employee is picked up by a back-out
      * and rerun, or paid with the next period.
       3550-PRINT-KONTRAK-EXCEPTIONS.
           IF WS-KT-SKIP-CNT > 0
               MOVE ALL "=" TO SL-LINE
               PERFORM 3950-WRITE-REPORT-LINE
               MOVE SPACES TO SL-LINE
               STRING "EXCEPTION - KONTRAK PKWT HABIS TANPA "
                       DELIMITED BY SIZE
                   "PERPANJANGAN  PERIODE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   INTO SL-LINE
               PERFORM 3950-WRITE-REPORT-LINE
               PERFORM VARYING WS-KT-IX FROM 1 BY 1
                       UNTIL WS-KT-IX > WS-KT-COUNT
                   MOVE WS-KT-NIK (WS-KT-IX) TO NIK-Z
                   MOVE SPACES TO SL-LINE
                   STRING "  NIK " DELIMITED BY SIZE
                       NIK-Z DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KT-NAMA (WS-KT-IX) DELIMITED BY SIZE
                       " BERAKHIR " DELIMITED BY SIZE
                       WS-KT-AKHIR (WS-KT-IX) DELIMITED BY SIZE
                       INTO SL-LINE
                   PERFORM 3950-WRITE-REPORT-LINE
               END-PERFORM
               IF WS-KT-OVERFLOWED
                   MOVE "  ... DAFTAR PENUH - LIHAT HALAMAN KONTROL"
                       TO SL-LINE
                   PERFORM 3950-WRITE-REPORT-LINE
               END-IF
               DISPLAY "KONTRAK HABIS TIDAK DIBAYAR=" WS-KT-SKIP-CNT
                   " - PERPANJANG ATAU PROSES BERHENTI"
           END-IF.

      * Paid retro lines are flipped P -> D (stamped with the
           DISPLAY "PERIODE " WS-PERIODE " DITANDAI SELESAI DI"
               " GAJSTAT.dat".

      * December totals under the true-up listing; the adjustment
      * total is what the year-end slips moved against the usual
      * monthly estimate.
       3750-PRINT-TRUEUP-TOTALS.
           MOVE ALL "-" TO TU-LINE
           WRITE TU-LINE
           MOVE SPACES TO TU-LINE
           STRING "PEGAWAI DISESUAIKAN     : " DELIMITED BY SIZE
               WS-TU-CNT DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           MOVE WS-TU-TOT-ADJ TO WS-TU-CTL-Z
           MOVE SPACES TO TU-LINE
           STRING "TOTAL PENYESUAIAN       : " DELIMITED BY SIZE
               WS-TU-CTL-Z DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           MOVE WS-TU-TOT-REFUND TO WS-TU-CTL-Z
           MOVE SPACES TO TU-LINE
           STRING "PENGEMBALIAN PPH21      : " DELIMITED BY SIZE
               WS-TU-CTL-Z DELIMITED BY SIZE
               "  PEGAWAI=" DELIMITED BY SIZE
               WS-TU-REFUND-CNT DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           MOVE WS-TU-TOT-SHORT TO WS-TU-CTL-Z
           MOVE SPACES TO TU-LINE
           STRING "KURANG POTONG           : " DELIMITED BY SIZE
               WS-TU-CTL-Z DELIMITED BY SIZE
               "  PEGAWAI=" DELIMITED BY SIZE
               WS-TU-SHORT-CNT DELIMITED BY SIZE
               INTO TU-LINE
           WRITE TU-LINE
           IF WS-YT-OVERFLOWED
               MOVE "ERROR - TABEL PPH21 SETAHUN PENUH - BACKOUT"
                   TO TU-LINE
               WRITE TU-LINE
           END-IF
           DISPLAY "PENYESUAIAN PPH21 TAHUNAN - PEGAWAI=" WS-TU-CNT
               " KURANG POTONG=" WS-TU-SHORT-CNT
               ", DAFTAR DI PPHTRUP.txt".

      * End of a preview: last month's payees this run did not pay,
      * the flag counts, and - only when every table held the whole
      * picture - the P line on PRVSIGN.dat that finance signs off
      * with mode S. Nothing else is written.
       3800-PRINT-PREVIEW-SUMMARY.
           MOVE 0 TO WS-PV-GONE-CNT
           IF WS-LAST-PERIODE NOT = SPACES
               PERFORM VARYING WS-PH-IX FROM 1 BY 1
                       UNTIL WS-PH-IX > WS-PH-COUNT
                   IF WS-PH-PERIODE (WS-PH-IX) = WS-LAST-PERIODE
                      AND WS-PH-USED (WS-PH-IX) = "N"
                       PERFORM 3810-PRINT-MISSING-PAYEE
                   END-IF
               END-PERFORM
           END-IF
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "RINGKASAN PREVIEW PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "PEGAWAI DIHITUNG         : " DELIMITED BY SIZE
               WS-CTL-CNT DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "PENERIMA BARU            : " DELIMITED BY SIZE
               WS-PV-NEW-CNT DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "SELISIH BERSIH > BATAS   : " DELIMITED BY SIZE
               WS-PV-FLAG-CNT DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "TIDAK DIBAYAR LAGI       : " DELIMITED BY SIZE
               WS-PV-GONE-CNT DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE
           IF WS-PH-OVERFLOWED OR WS-GP-OVERFLOWED OR WS-AB-OVERFLOWED
              OR WS-YT-OVERFLOWED
               MOVE "ERROR - TABEL PENUH - PREVIEW TIDAK BISA DISETUJUI"
                   TO PR-LINE
               WRITE PR-LINE
               DISPLAY "PREVIEW TIDAK LENGKAP - TABEL PENUH, TIDAK"
                   " BISA DISETUJUI"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "P" TO WS-PV-NEW-STATUS
               MOVE WS-CTL-CNT TO WS-PV-CNT
               MOVE WS-CTL-NET TO WS-PV-NET
               PERFORM 3900-APPEND-PRVSIGN
               MOVE "MENUNGGU SIGN-OFF FINANCE (TUGAS-GAJIRUN MODE S)"
                   TO PR-LINE
               WRITE PR-LINE
               DISPLAY "PREVIEW SELESAI - PEGAWAI=" WS-CTL-CNT
                   " LAPORAN DI GAJIPRV.txt"
               DISPLAY "TIDAK ADA YANG DIBUKUKAN - MINTA SIGN-OFF"
                   " FINANCE DENGAN MODE S"
           END-IF.

       3810-PRINT-MISSING-PAYEE.
           IF WS-PV-GONE-CNT = 0
               MOVE ALL "=" TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "DIBAYAR PERIODE " DELIMITED BY SIZE
                   WS-LAST-PERIODE DELIMITED BY SIZE
                   " TETAPI TIDAK DI PERIODE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   INTO PR-LINE
               WRITE PR-LINE
           END-IF
           ADD 1 TO WS-PV-GONE-CNT
           MOVE SPACES TO WS-PV-NOTE
           MOVE WS-PH-NIK (WS-PH-IX) TO F-NIK
           READ Personal-IDX
               INVALID KEY
                   MOVE "TIDAK ADA DI MASTER" TO WS-PV-NOTE
               NOT INVALID KEY
                   IF F-STATUS = "T"
                       MOVE "BERHENTI" TO WS-PV-NOTE
                   ELSE
                       PERFORM 2010-CHECK-KONTRAK
                       IF WS-KT-EXPIRED
                           MOVE "KONTRAK HABIS" TO WS-PV-NOTE
                       END-IF
                   END-IF
           END-READ
           MOVE WS-PH-NIK (WS-PH-IX) TO NIK-Z
           MOVE WS-PH-NET (WS-PH-IX) TO WS-PV-NET-Z
           MOVE SPACES TO PR-LINE
           STRING NIK-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PH-NAMA (WS-PH-IX) (1:24) DELIMITED BY SIZE
               " BERSIH LALU " DELIMITED BY SIZE
               WS-PV-NET-Z DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PV-NOTE DELIMITED BY SIZE
               INTO PR-LINE
           WRITE PR-LINE.

      * one line per preview (P) or sign-off (S), stamped with the
      * signed-on user; a preview run from the scheduler has none
       3900-APPEND-PRVSIGN.
           OPEN EXTEND PRVSIGN-FILE
           IF FSTAT = "35"
               CLOSE PRVSIGN-FILE
               OPEN OUTPUT PRVSIGN-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-PERIODE TO PV-PERIODE
           MOVE WS-PV-NEW-STATUS TO PV-STATUS
           MOVE WS-PV-CNT TO PV-CNT
           MOVE WS-PV-NET TO PV-NET
           MOVE WS-CD-FULL (1:15) TO PV-TIMESTAMP
           IF WS-AUDIT-USER = SPACES OR WS-AUDIT-USER = LOW-VALUES
               MOVE "BATCH" TO PV-USER
           ELSE
               MOVE WS-AUDIT-USER TO PV-USER
           END-IF
           WRITE PV-RECORD
           CLOSE PRVSIGN-FILE.

      * the control and exception pages go to the slip file on a
      * real run and to the review report on a preview
       3950-WRITE-REPORT-LINE.
           IF WS-PREVIEW-MODE
               MOVE SL-LINE TO PR-LINE
               WRITE PR-LINE
           ELSE
               WRITE SL-LINE
           END-IF.

      * Back-out of a half-written period: GAJIHAS.dat is copied
      * through the work file without the period's rows and copied
      * back, and the period's status lines are dropped, so the run
               PERFORM 5200-COPY-BACK UNTIL WS-BK-COPY-EOF = "Y"
               CLOSE GAJIHAS-WORK
               CLOSE GAJIHAS-FILE
               PERFORM 5500-STRIP-BPJSHAS
               PERFORM 5600-STRIP-LOANMUT
               PERFORM 5300-MARK-BACKED-OUT
               PERFORM 1600-LOAD-RETRO UNTIL WS-RP-EOF = "Y"
               PERFORM 5400-RESTORE-RETRO
                   " DIPERTAHANKAN=" WS-KEEP-CNT
                   " SALDO KASBON DIKEMBALIKAN="
                   WS-LOAN-RESTORE-CNT
                   " BPJS=" WS-BH-BACKOUT-CNT
                   " MUTASI PINJAMAN=" WS-LM-BACKOUT-CNT
               DISPLAY "PERIODE SIAP DIHITUNG ULANG"
           END-IF
           END-IF.
               END-IF
           END-IF.

      * Finance sign-off of the latest preview: a role-A user signs
      * on against USERS.dat, sees the preview's control totals and
      * confirms; the S line carries the same totals, which the real
      * run must then reproduce. The sign-off is journaled.
       6000-SIGN-OFF-PREVIEW.
           IF WS-PERIOD-STATUS = "C"
               DISPLAY "PERIODE " WS-PERIODE " SUDAH SELESAI -"
                   " SIGN-OFF TIDAK DIPERLUKAN"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-PV-STATUS = "S"
               DISPLAY "PREVIEW PERIODE " WS-PERIODE " SUDAH"
                   " DISETUJUI OLEH " WS-PV-USER
           ELSE
           IF WS-PV-STATUS NOT = "P"
               DISPLAY "BELUM ADA PREVIEW PERIODE " WS-PERIODE
                   " - JALANKAN MODE P DULU"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6100-SIGN-ON
               IF WS-SIGNED-ON
                   PERFORM 6200-CONFIRM-SIGN-OFF
               END-IF
           END-IF
           END-IF
           END-IF.

       6100-SIGN-ON.
           OPEN INPUT User-Master
           IF FSTAT NOT = "00"
               DISPLAY "USERS.dat TIDAK ADA - JALANKAN TUGAS-INDIVIDU"
               MOVE 3 TO WS-SIGNON-TRY
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRY >= 3
               ADD 1 TO WS-SIGNON-TRY
               DISPLAY "USER ID FINANCE : " NO ADVANCING
               ACCEPT WS-SIGNON-ID
               DISPLAY "PASSWORD : " NO ADVANCING
               ACCEPT WS-SIGNON-PW
               MOVE FUNCTION UPPER-CASE (WS-SIGNON-ID) TO US-ID
               READ User-Master
                   INVALID KEY
                       DISPLAY "USER ATAU PASSWORD SALAH"
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE (WS-SIGNON-PW)
                          = US-PASSWORD AND US-ROLE = "A"
                           SET WS-SIGNED-ON TO TRUE
                           MOVE US-ID TO WS-AUDIT-USER
                       ELSE
                           DISPLAY "USER/PASSWORD SALAH ATAU BUKAN"
                               " ROLE A"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE User-Master
           IF NOT WS-SIGNED-ON
               DISPLAY "SIGN-ON GAGAL - PREVIEW TIDAK DISETUJUI"
               MOVE 8 TO RETURN-CODE
           END-IF.

       6200-CONFIRM-SIGN-OFF.
           MOVE WS-PV-NET TO WS-CTL-Z
           DISPLAY "PREVIEW PERIODE " WS-PERIODE " DICETAK "
               WS-PV-TIMESTAMP " - LAPORAN GAJIPRV.txt"
           DISPLAY "PEGAWAI : " WS-PV-CNT "  TOTAL BERSIH : " WS-CTL-Z
           DISPLAY "SETUJUI PREVIEW INI (Y/N) : " NO ADVANCING
           ACCEPT WS-PV-CONFIRM
           IF WS-PV-CONFIRM = "Y" OR WS-PV-CONFIRM = "y"
               MOVE "S" TO WS-PV-NEW-STATUS
               PERFORM 3900-APPEND-PRVSIGN
               MOVE SPACES TO WS-JR-BEFORE
               STRING "PERIODE=" DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   " PREVIEW=" DELIMITED BY SIZE
                   WS-PV-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               STRING "PEGAWAI=" DELIMITED BY SIZE
                   WS-PV-CNT DELIMITED BY SIZE
                   " BERSIH=" DELIMITED BY SIZE
                   WS-PV-NET DELIMITED BY SIZE
                   " STATUS=S" DELIMITED BY SIZE
                   INTO WS-JR-AFTER
               MOVE "GAJI-SIGN" TO WS-JR-OPERATION
               CALL "SUB-TUGAS-JOURNAL" USING
                   WS-JR-OPERATION, WS-JR-NIK,
                   WS-JR-BEFORE, WS-JR-AFTER
               CANCEL "SUB-TUGAS-JOURNAL"
               DISPLAY "PREVIEW PERIODE " WS-PERIODE " DISETUJUI OLEH "
                   WS-AUDIT-USER " - PERHITUNGAN BOLEH DIJALANKAN"
           ELSE
               DISPLAY "SIGN-OFF DIBATALKAN"
           END-IF.

      * the period's BPJSHAS.dat lines go with its GAJIHAS.dat rows,
      * through the same work file, so the rerun cannot double the
      * remittance
       5500-STRIP-BPJSHAS.
           MOVE "N" TO WS-BH-EOF
           MOVE "N" TO WS-BH-COPY-EOF
           OPEN INPUT BPJSHAS-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-BH-EOF
               MOVE "Y" TO WS-BH-COPY-EOF
           ELSE
               OPEN OUTPUT GAJIHAS-WORK
               PERFORM UNTIL WS-BH-EOF = "Y"
                   READ BPJSHAS-FILE
                       AT END
                           MOVE "Y" TO WS-BH-EOF
                       NOT AT END
                           IF BH-PERIODE = WS-PERIODE
                               ADD 1 TO WS-BH-BACKOUT-CNT
                           ELSE
                               WRITE WK-RECORD FROM BH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BPJSHAS-FILE
               CLOSE GAJIHAS-WORK
               OPEN INPUT GAJIHAS-WORK
               OPEN OUTPUT BPJSHAS-FILE
               PERFORM UNTIL WS-BH-COPY-EOF = "Y"
                   READ GAJIHAS-WORK
                       AT END
                           MOVE "Y" TO WS-BH-COPY-EOF
                       NOT AT END
                           WRITE BH-RECORD FROM WK-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAJIHAS-WORK
               CLOSE BPJSHAS-FILE
           END-IF.

      * the loan movements go too: 5150 has just given each
      * GH-KASBON back to the balance, and the rerun logs its own
       5600-STRIP-LOANMUT.
           MOVE "N" TO WS-LM-EOF
           MOVE "N" TO WS-LM-COPY-EOF
           OPEN INPUT LOANMUT-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-LM-EOF
               MOVE "Y" TO WS-LM-COPY-EOF
           ELSE
               OPEN OUTPUT GAJIHAS-WORK
               PERFORM UNTIL WS-LM-EOF = "Y"
                   READ LOANMUT-FILE
                       AT END
                           MOVE "Y" TO WS-LM-EOF
                       NOT AT END
                           IF LM-PERIODE = WS-PERIODE
                               ADD 1 TO WS-LM-BACKOUT-CNT
                           ELSE
                               WRITE WK-RECORD FROM LM-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMUT-FILE
               CLOSE GAJIHAS-WORK
               OPEN INPUT GAJIHAS-WORK
               OPEN OUTPUT LOANMUT-FILE
               PERFORM UNTIL WS-LM-COPY-EOF = "Y"
                   READ GAJIHAS-WORK
                       AT END
                           MOVE "Y" TO WS-LM-COPY-EOF
                       NOT AT END
                           WRITE LM-RECORD FROM WK-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAJIHAS-WORK
               CLOSE LOANMUT-FILE
           END-IF.

       9999-EXIT.
           CLOSE Personal-IDX.
           CLOSE TUNJAB-FILE.
           CLOSE Loan-Master.
           CLOSE GAJIHAS-FILE.
           CLOSE SLIP-REPORT.
           CLOSE PREVIEW-REPORT.
           CLOSE BPJSHAS-FILE.
           CLOSE LOANMUT-FILE.
           CLOSE TRUEUP-REPORT.
           IF WS-KT-AVAIL
               CLOSE Kontrak-Master
           END-IF
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-GAJIRUN.

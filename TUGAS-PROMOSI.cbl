      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Promotion and periodic step-increase eligibility.
      *          Reads one rule per golongan from PROMOSI.dat - the
      *          minimum months in grade, the next golongan and the
      *          percentage rise that goes with the move - and walks
      *          the active master. Time in grade runs from the last
      *          golongan change on SALHIST.dat (SH-NEW-GOL differs
      *          from SH-OLD-GOL), or from F-Hire-Date when the
      *          employee never changed golongan. A golongan with no
      *          next golongan is the top of its ladder: its staff
      *          are due a periodic step increase instead, counted
      *          from their last salary change of any kind. Everyone
      *          eligible at the reference date or within the next
      *          three months is listed on PROMOSI.txt with the gaji
      *          now against the band (G-GAJI-MIN/G-GAJI-MAX) of the
      *          golongan they move to, and the gaji proposed. In
      *          mode A (ajukan) the operator signs on and confirms
      *          the lines eligible now one by one; every confirmed
      *          line is written to APPROVAL.dat as a pending update
      *          request (type U, status P) exactly as TUGAS-INDIVIDU
      *          queues one, for a supervisor to apply in
      *          TUGAS-APPROVE - nobody re-keys the change.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-PROMOSI.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "GOLONGAN-SEL.cpy".
           COPY "SALHIST-SEL.cpy".
           COPY "APPROVAL-SEL.cpy".
           COPY "USER-SEL.cpy".
           SELECT PROMOSI-RULES
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\PROMOSI.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PROMOSI-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\PROMOSI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Golongan-Ref.
           COPY "GOLONGAN-FD.cpy".
       FD Salary-History.
           COPY "SALHIST-FD.cpy".
       FD Approval-File.
           COPY "APPROVAL-FD.cpy".
       FD User-Master.
           COPY "USER-FD.cpy".
       FD PROMOSI-RULES.
       01 PR-RECORD.
           05 PR-GOLONGAN PIC X(02).
           05 FILLER PIC X VALUE ";".
           05 PR-MIN-BULAN PIC 9(03).
           05 FILLER PIC X VALUE ";".
           05 PR-GOL-NEXT PIC X(02).
           05 FILLER PIC X VALUE ";".
           05 PR-NAIK-PCT PIC 9(03)V99.
       FD PROMOSI-REPORT.
       01 PM-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PR-EOF PIC X VALUE "N".
       01 WS-SH-EOF PIC X VALUE "N".
       01 WS-AP-EOF PIC X VALUE "N".
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-GAJI-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BULAN-Z PIC ZZ9.
       01 WS-MODE PIC X(01).
           88 WS-QUEUE-MODE VALUE "A".
       01 WS-CD-FULL PIC X(21).
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-GOL-AVAIL-SW PIC X VALUE "Y".
           88 WS-GOL-AVAIL VALUE "Y".
       01 WS-SH-AVAIL-SW PIC X VALUE "Y".
           88 WS-SH-AVAIL VALUE "Y".

      * reference date - today unless the operator gives one, as in
      * TUGAS-KONTRAK
       01 WS-REF-DATE PIC X(08).
       01 WS-REF-NUM REDEFINES WS-REF-DATE PIC 9(08).
       01 WS-REF-PARTS REDEFINES WS-REF-DATE.
           05 WS-REF-YYYY PIC 9(04).
           05 WS-REF-MM PIC 9(02).
           05 WS-REF-DD PIC 9(02).

      * promotion rules from PROMOSI.dat - NAIK-PCT 5.00 on the file
      * means five percent
       01 WS-PR-COUNT PIC 9(03) VALUE 0.
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 50 TIMES INDEXED BY WS-PR-IX.
               10 WS-PR-GOL PIC X(02).
               10 WS-PR-MIN-BULAN PIC 9(03).
               10 WS-PR-GOL-NEXT PIC X(02).
               10 WS-PR-NAIK-PCT PIC 9(03)V99.
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-RULE-MIN-BULAN PIC 9(03).
       01 WS-RULE-GOL-NEXT PIC X(02).
       01 WS-RULE-NAIK-PCT PIC 9(03)V99.
       01 WS-KIND PIC X(01).
           88 WS-KIND-PROMOSI VALUE "P".
           88 WS-KIND-BERKALA VALUE "B".

      * time in grade
       01 WS-GOL-DATE PIC X(08).
       01 WS-LAST-DATE PIC X(08).
       01 WS-CLOCK-DATE PIC X(08).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-DATE.
           05 WS-CLOCK-YYYY PIC 9(04).
           05 WS-CLOCK-MM PIC 9(02).
           05 WS-CLOCK-DD PIC 9(02).
       01 WS-CLOCK-SRC PIC X(07).
       01 WS-BULAN PIC S9(05).
       01 WS-DUE-MONTHS PIC 9(06).
       01 WS-DUE-YYYY PIC 9(04).
       01 WS-DUE-MM PIC 9(02).
       01 WS-STATUS-TEXT PIC X(10).
       01 WS-NOW-SW PIC X VALUE "N".
           88 WS-ELIGIBLE-NOW VALUE "Y".

      * proposal
       01 WS-TARGET-GOL PIC X(02).
       01 WS-BAND-MIN PIC 9(09)V99.
       01 WS-BAND-MAX PIC 9(09)V99.
       01 WS-NEW-GAJI PIC 9(09)V99.
       01 WS-NOTE PIC X(30).
       01 WS-QUEUEABLE-SW PIC X VALUE "N".
           88 WS-QUEUEABLE VALUE "Y".

      * operator sign-on for mode A - same three tries as
      * TUGAS-PAYROLL; the requester is recorded on the queue item
      * and may not approve it in TUGAS-APPROVE
       01 WS-SIGNON-ID PIC X(08).
       01 WS-SIGNON-PW PIC X(08).
       01 WS-SIGNON-TRY PIC 9 VALUE 0.
       01 WS-SIGNED-ON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-AUDIT-USER PIC X(08) EXTERNAL.
       01 WS-USER-ROLE PIC X(01) VALUE SPACES.
       01 WS-ANSWER PIC X(01).
       01 WS-STOP-ASK-SW PIC X VALUE "N".
           88 WS-STOP-ASK VALUE "Y".

      * NIKs that already have a pending item on the queue - a second
      * request for the same row would go stale the moment the first
      * is applied
       01 WS-PD-COUNT PIC 9(03) VALUE 0.
       01 WS-PD-TABLE.
           05 WS-PD-NIK OCCURS 500 TIMES INDEXED BY WS-PD-IX
               PIC 9(16).
       01 WS-PENDING-SW PIC X VALUE "N".
           88 WS-PENDING VALUE "Y".
       01 WS-AP-NEXT-ID PIC 9(06) VALUE 0.
       01 WS-AP-OLD-SAVE PIC X(120).
       01 WS-JR-OPERATION PIC X(10).
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).

       01 WS-NOW-CNT PIC 9(05) VALUE 0.
       01 WS-SOON-CNT PIC 9(05) VALUE 0.
       01 WS-QUEUED-CNT PIC 9(05) VALUE 0.
       01 WS-NOQUEUE-CNT PIC 9(05) VALUE 0.
       01 WS-NORULE-CNT PIC 9(05) VALUE 0.
       01 WS-BADDATE-CNT PIC 9(05) VALUE 0.
       01 WS-TERM-CNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 1100-LOAD-RULES UNTIL WS-PR-EOF = "Y"
               IF WS-QUEUE-MODE
                   PERFORM 1200-LOAD-PENDING
               END-IF
               PERFORM 2000-PROCESS UNTIL WS-EOF = "Y"
               PERFORM 3000-PRINT-SUMMARY
           END-IF.
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           DISPLAY "KELAYAKAN PROMOSI / KENAIKAN BERKALA"
           DISPLAY "MODE (L = LAPORAN, A = AJUKAN KE PERSETUJUAN) : "
               NO ADVANCING
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
           IF NOT WS-QUEUE-MODE
               MOVE "L" TO WS-MODE
           END-IF
           DISPLAY "TANGGAL ACUAN (YYYYMMDD, SPASI = HARI INI) : "
               NO ADVANCING
           MOVE SPACES TO WS-REF-DATE
           ACCEPT WS-REF-DATE
           IF WS-REF-DATE = SPACES
               MOVE WS-CD-FULL (1:8) TO WS-REF-DATE
           END-IF
           IF WS-REF-DATE NOT NUMERIC
               DISPLAY "TANGGAL ACUAN HARUS YYYYMMDD"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-REF-NUM) NOT = 0
                   DISPLAY "TANGGAL ACUAN TIDAK VALID"
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED AND WS-QUEUE-MODE
               PERFORM 0500-SIGN-ON
               IF NOT WS-SIGNED-ON
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT PROMOSI-RULES
               IF FSTAT NOT = "00"
                   DISPLAY "PROMOSI.dat TIDAK ADA - TIDAK ADA ATURAN"
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   MOVE "Y" TO WS-EOF
               END-IF
               OPEN INPUT Golongan-Ref
               IF FSTAT NOT = "00"
                   DISPLAY "GOLONGAN.dat TIDAK ADA - BAND TIDAK BISA"
                       " DICEK, TIDAK ADA YANG DIAJUKAN"
                   MOVE "N" TO WS-GOL-AVAIL-SW
               END-IF
               OPEN INPUT Salary-History
               IF FSTAT NOT = "00"
                   DISPLAY "SALHIST.dat TIDAK ADA - MASA GOLONGAN"
                       " DIHITUNG DARI TANGGAL MASUK"
                   MOVE "N" TO WS-SH-AVAIL-SW
               END-IF
               IF WS-QUEUE-MODE
                   OPEN I-O Approval-File
                   IF FSTAT = "35"
                       OPEN OUTPUT Approval-File
                       CLOSE Approval-File
                       OPEN I-O Approval-File
                   END-IF
                   IF FSTAT NOT = "00"
                       DISPLAY "APPROVAL.dat TIDAK BISA DIBUKA, FSTAT="
                           FSTAT " - MODE LAPORAN SAJA"
                       MOVE "L" TO WS-MODE
                   END-IF
               END-IF
               OPEN OUTPUT PROMOSI-REPORT
               MOVE SPACES TO PM-LINE
               STRING "KELAYAKAN PROMOSI / KENAIKAN BERKALA  ACUAN "
                   DELIMITED BY SIZE
                   WS-REF-DATE DELIMITED BY SIZE
                   "  MODE " DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SIZE
                   INTO PM-LINE
               WRITE PM-LINE
               MOVE SPACES TO PM-LINE
               WRITE PM-LINE
               MOVE SPACES TO PM-LINE
               MOVE "NIK" TO PM-LINE (1:3)
               MOVE "NAMA" TO PM-LINE (21:4)
               MOVE "GOL" TO PM-LINE (42:3)
               MOVE "KE" TO PM-LINE (46:2)
               MOVE "BLN" TO PM-LINE (49:3)
               MOVE "LAYAK" TO PM-LINE (53:5)
               MOVE "STATUS" TO PM-LINE (61:6)
               MOVE "GAJI" TO PM-LINE (78:4)
               MOVE "BAND MIN" TO PM-LINE (88:8)
               MOVE "BAND MAX" TO PM-LINE (103:8)
               MOVE "USUL GAJI" TO PM-LINE (117:9)
               WRITE PM-LINE
               MOVE ALL "-" TO PM-LINE (1:125)
               WRITE PM-LINE
               MOVE LOW-VALUES TO F-NIK
               START Personal-IDX KEY IS NOT LESS THAN F-NIK
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           END-IF.

      * Same three-try sign-on as TUGAS-PAYROLL; only roles E and A
      * may raise a change request, as on the TUGAS-INDIVIDU update.
       0500-SIGN-ON.
           OPEN INPUT User-Master
           IF FSTAT NOT = "00"
               DISPLAY "USERS.dat TIDAK ADA - JALANKAN TUGAS-INDIVIDU"
               MOVE 3 TO WS-SIGNON-TRY
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRY >= 3
               ADD 1 TO WS-SIGNON-TRY
               DISPLAY "USER ID : " NO ADVANCING
               ACCEPT WS-SIGNON-ID
               DISPLAY "PASSWORD : " NO ADVANCING
               ACCEPT WS-SIGNON-PW
               MOVE FUNCTION UPPER-CASE (WS-SIGNON-ID) TO US-ID
               READ User-Master
                   INVALID KEY
                       DISPLAY "USER ATAU PASSWORD SALAH"
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE (WS-SIGNON-PW)
                          = US-PASSWORD
                           IF US-ROLE = "E" OR US-ROLE = "A"
                               SET WS-SIGNED-ON TO TRUE
                               MOVE US-ID TO WS-AUDIT-USER
                               MOVE US-ROLE TO WS-USER-ROLE
                           ELSE
                               DISPLAY "ROLE " US-ROLE " TIDAK BOLEH"
                                   " MENGAJUKAN PERUBAHAN"
                               MOVE 3 TO WS-SIGNON-TRY
                           END-IF
                       ELSE
                           DISPLAY "USER ATAU PASSWORD SALAH"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE User-Master
           IF NOT WS-SIGNED-ON
               DISPLAY "SIGN-ON GAGAL - PROGRAM BERHENTI"
           END-IF.

       1100-LOAD-RULES.
           READ PROMOSI-RULES
               AT END
                   MOVE "Y" TO WS-PR-EOF
               NOT AT END
                   IF WS-PR-COUNT < 50
                       ADD 1 TO WS-PR-COUNT
                       MOVE FUNCTION UPPER-CASE (PR-GOLONGAN)
                           TO WS-PR-GOL (WS-PR-COUNT)
                       MOVE PR-MIN-BULAN
                           TO WS-PR-MIN-BULAN (WS-PR-COUNT)
                       MOVE FUNCTION UPPER-CASE (PR-GOL-NEXT)
                           TO WS-PR-GOL-NEXT (WS-PR-COUNT)
                       MOVE PR-NAIK-PCT
                           TO WS-PR-NAIK-PCT (WS-PR-COUNT)
                   END-IF
           END-READ.

      * the pending queue is small, so one scan up front (the same
      * plain scan APPROVAL-NEXT-ID does) also yields the last id
       1200-LOAD-PENDING.
           MOVE 0 TO WS-AP-NEXT-ID
           MOVE "N" TO WS-AP-EOF
           MOVE LOW-VALUES TO AP-ID
           START Approval-File KEY IS NOT LESS THAN AP-ID
               INVALID KEY MOVE "Y" TO WS-AP-EOF
           END-START
           PERFORM UNTIL WS-AP-EOF = "Y"
               READ Approval-File NEXT
                   AT END
                       MOVE "Y" TO WS-AP-EOF
                   NOT AT END
                       IF AP-ID > WS-AP-NEXT-ID
                           MOVE AP-ID TO WS-AP-NEXT-ID
                       END-IF
                       IF AP-STATUS = "P" AND WS-PD-COUNT < 500
                           ADD 1 TO WS-PD-COUNT
                           MOVE AP-NIK TO WS-PD-NIK (WS-PD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       2000-PROCESS.
           READ Personal-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF F-STATUS = "T"
                       ADD 1 TO WS-TERM-CNT
                   ELSE
                       PERFORM 2100-PROCESS-EMPLOYEE
                   END-IF
           END-READ.

       2100-PROCESS-EMPLOYEE.
           PERFORM 2200-FIND-RULE
           IF NOT WS-FOUND
               ADD 1 TO WS-NORULE-CNT
           ELSE
               PERFORM 2300-FIND-CLOCK
               IF WS-CLOCK-DATE NOT NUMERIC
                  OR WS-CLOCK-MM < 1 OR WS-CLOCK-MM > 12
                   ADD 1 TO WS-BADDATE-CNT
                   PERFORM 2350-PRINT-BAD-DATE
               ELSE
                   PERFORM 2400-CALC-MONTHS
                   IF WS-BULAN NOT < WS-RULE-MIN-BULAN
                       SET WS-ELIGIBLE-NOW TO TRUE
                       MOVE "SEKARANG" TO WS-STATUS-TEXT
                       ADD 1 TO WS-NOW-CNT
                   ELSE
                       MOVE "N" TO WS-NOW-SW
                       MOVE "<= 3 BULAN" TO WS-STATUS-TEXT
                   END-IF
                   IF WS-ELIGIBLE-NOW
                      OR WS-BULAN + 3 NOT < WS-RULE-MIN-BULAN
                       IF NOT WS-ELIGIBLE-NOW
                           ADD 1 TO WS-SOON-CNT
                       END-IF
                       PERFORM 2500-PROPOSE
                       PERFORM 2600-PRINT-LINE
                       IF WS-ELIGIBLE-NOW AND WS-QUEUE-MODE
                          AND NOT WS-STOP-ASK
                           PERFORM 2700-ASK-AND-QUEUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * a rule whose next golongan is blank (or the same golongan)
      * is a step increase within the grade, not a promotion
       2200-FIND-RULE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
               IF WS-PR-GOL (WS-PR-IX) = F-GOLONGAN
                  AND NOT WS-FOUND
                   MOVE WS-PR-MIN-BULAN (WS-PR-IX) TO WS-RULE-MIN-BULAN
                   MOVE WS-PR-GOL-NEXT (WS-PR-IX) TO WS-RULE-GOL-NEXT
                   MOVE WS-PR-NAIK-PCT (WS-PR-IX) TO WS-RULE-NAIK-PCT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RULE-GOL-NEXT = SPACES
              OR WS-RULE-GOL-NEXT = F-GOLONGAN
               SET WS-KIND-BERKALA TO TRUE
           ELSE
               SET WS-KIND-PROMOSI TO TRUE
           END-IF.

      * SALHIST.dat is keyed NIK + timestamp, so the employee's rows
      * come in date order: the last golongan change starts the
      * promotion clock, the last row of any kind the step clock.
      * Without either the clock starts at F-Hire-Date.
       2300-FIND-CLOCK.
           MOVE SPACES TO WS-GOL-DATE
           MOVE SPACES TO WS-LAST-DATE
           IF WS-SH-AVAIL
               MOVE "N" TO WS-SH-EOF
               MOVE F-NIK TO SH-NIK
               MOVE LOW-VALUES TO SH-EFF-TS
               MOVE 0 TO SH-EFF-SEQ
               START Salary-History KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY MOVE "Y" TO WS-SH-EOF
               END-START
               PERFORM UNTIL WS-SH-EOF = "Y"
                   READ Salary-History NEXT
                       AT END
                           MOVE "Y" TO WS-SH-EOF
                       NOT AT END
                           IF SH-NIK NOT = F-NIK
                               MOVE "Y" TO WS-SH-EOF
                           ELSE
                               MOVE SH-EFF-DATE TO WS-LAST-DATE
                               IF SH-NEW-GOL NOT = SH-OLD-GOL
                                   MOVE SH-EFF-DATE TO WS-GOL-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-KIND-PROMOSI AND WS-GOL-DATE NOT = SPACES
                   MOVE WS-GOL-DATE TO WS-CLOCK-DATE
                   MOVE "GOL" TO WS-CLOCK-SRC
               WHEN WS-KIND-BERKALA AND WS-LAST-DATE NOT = SPACES
                   MOVE WS-LAST-DATE TO WS-CLOCK-DATE
                   MOVE "GAJI" TO WS-CLOCK-SRC
               WHEN OTHER
                   MOVE F-HIRE-DATE TO WS-CLOCK-DATE
                   MOVE "MASUK" TO WS-CLOCK-SRC
           END-EVALUATE.

       2350-PRINT-BAD-DATE.
           MOVE F-NIK TO NIK-Z
           MOVE SPACES TO PM-LINE
           STRING NIK-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F-NAMA DELIMITED BY SIZE
               " *** TANGGAL MASUK KOSONG/SALAH - CEK MANUAL"
                   DELIMITED BY SIZE
               INTO PM-LINE
           WRITE PM-LINE.

      * completed months from the clock date to the reference date;
      * the month of eligibility is the clock month plus the rule's
      * minimum
       2400-CALC-MONTHS.
           COMPUTE WS-BULAN = (WS-REF-YYYY - WS-CLOCK-YYYY) * 12
               + WS-REF-MM - WS-CLOCK-MM
           IF WS-REF-DD < WS-CLOCK-DD
               SUBTRACT 1 FROM WS-BULAN
           END-IF
           IF WS-BULAN < 0
               MOVE 0 TO WS-BULAN
           END-IF
           COMPUTE WS-DUE-MONTHS = WS-CLOCK-YYYY * 12
               + WS-CLOCK-MM - 1 + WS-RULE-MIN-BULAN
           DIVIDE WS-DUE-MONTHS BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM
           ADD 1 TO WS-DUE-MM.

      * Promotion: the gaji goes up by the rule's percentage and at
      * least to the next golongan's G-GAJI-MIN; above its
      * G-GAJI-MAX the move needs HR's own decision and is not
      * queued. Step increase: the percentage inside the current
      * band, capped at its G-GAJI-MAX.
       2500-PROPOSE.
           MOVE "N" TO WS-QUEUEABLE-SW
           MOVE SPACES TO WS-NOTE
           MOVE 0 TO WS-BAND-MIN
           MOVE 0 TO WS-BAND-MAX
           IF WS-KIND-PROMOSI
               MOVE WS-RULE-GOL-NEXT TO WS-TARGET-GOL
           ELSE
               MOVE F-GOLONGAN TO WS-TARGET-GOL
           END-IF
           COMPUTE WS-NEW-GAJI ROUNDED = F-GAJI-POKOK
               * (1 + WS-RULE-NAIK-PCT / 100)
           IF NOT WS-GOL-AVAIL
               MOVE "GOLONGAN.dat TIDAK ADA" TO WS-NOTE
               MOVE F-GAJI-POKOK TO WS-NEW-GAJI
           ELSE
               MOVE WS-TARGET-GOL TO G-KODE
               READ Golongan-Ref
                   INVALID KEY
                       MOVE "GOL TUJUAN TIDAK ADA DI TABEL"
                           TO WS-NOTE
                       MOVE F-GAJI-POKOK TO WS-NEW-GAJI
                   NOT INVALID KEY
                       MOVE G-GAJI-MIN TO WS-BAND-MIN
                       MOVE G-GAJI-MAX TO WS-BAND-MAX
                       PERFORM 2550-FIT-BAND
               END-READ
           END-IF
           IF NOT WS-QUEUEABLE
               ADD 1 TO WS-NOQUEUE-CNT
           END-IF.

       2550-FIT-BAND.
           IF WS-KIND-PROMOSI
               IF WS-NEW-GAJI < WS-BAND-MIN
                   MOVE WS-BAND-MIN TO WS-NEW-GAJI
                   MOVE "NAIK KE MINIMUM BAND" TO WS-NOTE
               END-IF
               IF WS-NEW-GAJI > WS-BAND-MAX
                   MOVE F-GAJI-POKOK TO WS-NEW-GAJI
                   MOVE "DI ATAS BAND - PUTUSAN HR" TO WS-NOTE
               ELSE
                   SET WS-QUEUEABLE TO TRUE
               END-IF
           ELSE
               IF F-GAJI-POKOK NOT < WS-BAND-MAX
                   MOVE F-GAJI-POKOK TO WS-NEW-GAJI
                   MOVE "SUDAH DI MAKSIMUM BAND" TO WS-NOTE
               ELSE
                   IF WS-NEW-GAJI > WS-BAND-MAX
                       MOVE WS-BAND-MAX TO WS-NEW-GAJI
                       MOVE "DIBATASI MAKSIMUM BAND" TO WS-NOTE
                   END-IF
                   IF WS-NEW-GAJI > F-GAJI-POKOK
                       SET WS-QUEUEABLE TO TRUE
                   ELSE
                       MOVE "TANPA PERSEN KENAIKAN" TO WS-NOTE
                   END-IF
               END-IF
           END-IF.

       2600-PRINT-LINE.
           MOVE SPACES TO PM-LINE
           MOVE F-NIK TO NIK-Z
           MOVE NIK-Z TO PM-LINE (1:19)
           MOVE F-NAMA TO PM-LINE (21:20)
           MOVE F-GOLONGAN TO PM-LINE (42:2)
           IF WS-KIND-PROMOSI
               MOVE WS-TARGET-GOL TO PM-LINE (46:2)
           ELSE
               MOVE "=" TO PM-LINE (46:1)
           END-IF
           MOVE WS-BULAN TO WS-BULAN-Z
           MOVE WS-BULAN-Z TO PM-LINE (49:3)
           MOVE WS-DUE-YYYY TO PM-LINE (53:4)
           MOVE "-" TO PM-LINE (57:1)
           MOVE WS-DUE-MM TO PM-LINE (58:2)
           MOVE WS-STATUS-TEXT TO PM-LINE (61:10)
           MOVE F-GAJI-POKOK TO WS-GAJI-Z
           MOVE WS-GAJI-Z TO PM-LINE (72:14)
           MOVE WS-BAND-MIN TO WS-GAJI-Z
           MOVE WS-GAJI-Z TO PM-LINE (87:14)
           MOVE WS-BAND-MAX TO WS-GAJI-Z
           MOVE WS-GAJI-Z TO PM-LINE (102:14)
           MOVE WS-NEW-GAJI TO WS-GAJI-Z
           MOVE WS-GAJI-Z TO PM-LINE (117:14)
           WRITE PM-LINE
           MOVE SPACES TO PM-LINE
           IF WS-KIND-PROMOSI
               MOVE "     PROMOSI, MASA DIHITUNG DARI" TO PM-LINE (1:32)
           ELSE
               MOVE "     BERKALA, MASA DIHITUNG DARI" TO PM-LINE (1:32)
           END-IF
           MOVE WS-CLOCK-SRC TO PM-LINE (34:7)
           MOVE WS-CLOCK-DATE TO PM-LINE (42:8)
           MOVE WS-NOTE TO PM-LINE (52:30)
           WRITE PM-LINE.

      * The operator confirms each line; Y queues it, N skips it and
      * S stops asking (the rest of the report is still written).
       2700-ASK-AND-QUEUE.
           PERFORM 2750-CHECK-PENDING
           EVALUATE TRUE
               WHEN NOT WS-QUEUEABLE
                   CONTINUE
               WHEN WS-PENDING
                   MOVE "     SUDAH ADA PERMINTAAN MENUNGGU - DILEWATI"
                       TO PM-LINE
                   WRITE PM-LINE
               WHEN OTHER
                   MOVE F-NIK TO NIK-Z
                   MOVE WS-NEW-GAJI TO WS-GAJI-Z
                   DISPLAY NIK-Z " " F-NAMA
      * salary amounts stay on the report; only admin sees them here
                   IF WS-USER-ROLE = "A"
                       DISPLAY "   GOL " F-GOLONGAN " -> "
                           WS-TARGET-GOL "  GAJI -> " WS-GAJI-Z
                   ELSE
                       DISPLAY "   GOL " F-GOLONGAN " -> "
                           WS-TARGET-GOL
                   END-IF
                   DISPLAY "   AJUKAN? (Y = YA, N = TIDAK, S = STOP) : "
                       NO ADVANCING
                   ACCEPT WS-ANSWER
                   MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER
                   EVALUATE WS-ANSWER
                       WHEN "Y"
                           PERFORM 2800-QUEUE-REQUEST
                       WHEN "S"
                           SET WS-STOP-ASK TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       2750-CHECK-PENDING.
           MOVE "N" TO WS-PENDING-SW
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PD-COUNT
               IF WS-PD-NIK (WS-PD-IX) = F-NIK
                   SET WS-PENDING TO TRUE
               END-IF
           END-PERFORM.

      * Same item QUEUE-UPDATE-REQUEST in TUGAS-INDIVIDU writes: the
      * master image before and after, type U, status P, journaled
      * as REQ-UPDATE. TUGAS-APPROVE refuses it if the master row
      * changes before a supervisor gets to it.
       2800-QUEUE-REQUEST.
           MOVE F-Personal TO WS-AP-OLD-SAVE
           ADD 1 TO WS-AP-NEXT-ID
           MOVE WS-AP-NEXT-ID TO AP-ID
           MOVE "U" TO AP-TYPE
           MOVE F-NIK TO AP-NIK
           MOVE WS-AP-OLD-SAVE TO AP-OLD-IMAGE
           MOVE WS-TARGET-GOL TO F-GOLONGAN
           MOVE WS-NEW-GAJI TO F-GAJI-POKOK
           MOVE F-Personal TO AP-NEW-IMAGE
           MOVE SPACES TO AP-REASON
           IF WS-KIND-PROMOSI
               STRING "PROMOSI GOL " DELIMITED BY SIZE
                   WS-AP-OLD-SAVE (67:2) DELIMITED BY SIZE
                   " KE " DELIMITED BY SIZE
                   WS-TARGET-GOL DELIMITED BY SIZE
                   INTO AP-REASON
           ELSE
               STRING "KENAIKAN BERKALA GOL " DELIMITED BY SIZE
                   WS-TARGET-GOL DELIMITED BY SIZE
                   INTO AP-REASON
           END-IF
           MOVE WS-AUDIT-USER TO AP-REQ-USER
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-CD-FULL (1:15) TO AP-REQ-TS
           MOVE "P" TO AP-STATUS
           MOVE SPACES TO AP-DECIDE-USER
           MOVE SPACES TO AP-DECIDE-TS
           MOVE SPACES TO WS-JR-BEFORE
           STRING "GOL=" DELIMITED BY SIZE
               WS-AP-OLD-SAVE (67:2) DELIMITED BY SIZE
               " GAJI=" DELIMITED BY SIZE
               WS-AP-OLD-SAVE (69:11) DELIMITED BY SIZE
               INTO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           STRING "GOL=" DELIMITED BY SIZE
               F-GOLONGAN DELIMITED BY SIZE
               " GAJI=" DELIMITED BY SIZE
               F-GAJI-POKOK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AP-REASON DELIMITED BY SIZE
               INTO WS-JR-AFTER
           WRITE AP-RECORD
               INVALID KEY
                   DISPLAY "GAGAL MENULIS ANTRIAN PERSETUJUAN"
               NOT INVALID KEY
                   ADD 1 TO WS-QUEUED-CNT
                   DISPLAY "PERUBAHAN DIANTRIKAN NO " AP-ID
                       " - MENUNGGU PERSETUJUAN SUPERVISOR"
                   MOVE SPACES TO PM-LINE
                   STRING "     DIAJUKAN KE PERSETUJUAN NO "
                       DELIMITED BY SIZE
                       AP-ID DELIMITED BY SIZE
                       " OLEH " DELIMITED BY SIZE
                       WS-AUDIT-USER DELIMITED BY SIZE
                       INTO PM-LINE
                   WRITE PM-LINE
                   MOVE "REQ-UPDATE" TO WS-JR-OPERATION
                   CALL "SUB-TUGAS-JOURNAL" USING WS-JR-OPERATION,
                       F-NIK, WS-JR-BEFORE, WS-JR-AFTER
                   CANCEL "SUB-TUGAS-JOURNAL"
           END-WRITE
      * the master row is not changed here - put the buffer back
           MOVE WS-AP-OLD-SAVE TO F-Personal.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO PM-LINE
           WRITE PM-LINE
           MOVE SPACES TO PM-LINE
           STRING "LAYAK SEKARANG=" DELIMITED BY SIZE
               WS-NOW-CNT DELIMITED BY SIZE
               "  LAYAK <= 3 BULAN=" DELIMITED BY SIZE
               WS-SOON-CNT DELIMITED BY SIZE
               "  TIDAK BISA DIAJUKAN=" DELIMITED BY SIZE
               WS-NOQUEUE-CNT DELIMITED BY SIZE
               "  DIAJUKAN=" DELIMITED BY SIZE
               WS-QUEUED-CNT DELIMITED BY SIZE
               INTO PM-LINE
           WRITE PM-LINE
           MOVE SPACES TO PM-LINE
           STRING "TANPA ATURAN=" DELIMITED BY SIZE
               WS-NORULE-CNT DELIMITED BY SIZE
               "  TANGGAL SALAH=" DELIMITED BY SIZE
               WS-BADDATE-CNT DELIMITED BY SIZE
               "  BERHENTI=" DELIMITED BY SIZE
               WS-TERM-CNT DELIMITED BY SIZE
               INTO PM-LINE
           WRITE PM-LINE
           DISPLAY "KELAYAKAN SELESAI (MODE " WS-MODE ")"
               " SEKARANG=" WS-NOW-CNT
               " <= 3 BULAN=" WS-SOON-CNT
               " DIAJUKAN=" WS-QUEUED-CNT
               " - LIHAT PROMOSI.txt".

       9999-EXIT.
           IF NOT WS-REFUSED
               CLOSE Personal-IDX
               CLOSE Golongan-Ref
               CLOSE Salary-History
               CLOSE PROMOSI-RULES
               CLOSE PROMOSI-REPORT
               IF WS-QUEUE-MODE
                   CLOSE Approval-File
               END-IF
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-PROMOSI.

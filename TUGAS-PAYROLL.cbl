      *          register of basic salary subtotaled per group with a
      *          grand total line. The SORT replaces the old fixed
      *          50-entry in-memory table so group totals stay exact
      *          at any file size. The operator signs on against
      *          USERS.dat first; only role A gets the salary totals,
      *          for every other role the amounts are left blank and
      *          only the counts print.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "USER-SEL.cpy".
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK1".
           SELECT PAYROLL-REPORT
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD User-Master.
           COPY "USER-FD.cpy".
       SD SORT-WORK.
       01 SW-RECORD.
           05 SW-JABATAN PIC A(20).
       01 WS-SORT-EOF PIC X VALUE "N".
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-GAJI-Z PIC Z(2),ZZZ,ZZZ,ZZ9.99.
       01 WS-GAJI-X REDEFINES WS-GAJI-Z PIC X(17).

      * operator sign-on - the role decides whether amounts print
       01 WS-SIGNON-ID PIC X(08).
       01 WS-SIGNON-PW PIC X(08).
       01 WS-SIGNON-TRY PIC 9 VALUE 0.
       01 WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-USER-ROLE PIC X(01) VALUE SPACE.

      * current control-break group
       01 WS-CUR-JABATAN PIC A(20).
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-SIGN-ON.
           IF WS-SIGNED-ON
               PERFORM 1000-INITIALIZE
               SORT SORT-WORK
                   ON ASCENDING KEY SW-JABATAN SW-GOLONGAN
                   INPUT PROCEDURE IS 2000-EXTRACT
                   OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT.

      * Same three-try sign-on as TUGAS-INDIVIDU, any role; the role
      * is kept to decide whether the salary totals are printed.
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
                           SET WS-SIGNED-ON TO TRUE
                           MOVE US-ROLE TO WS-USER-ROLE
                       ELSE
                           DISPLAY "USER ATAU PASSWORD SALAH"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE User-Master
           IF NOT WS-SIGNED-ON
               DISPLAY "SIGN-ON GAGAL - PROGRAM BERHENTI"
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT Personal-IDX.
           IF FSTAT NOT = "00"
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           IF WS-USER-ROLE NOT = "A"
               STRING "TOTAL GAJI DIKOSONGKAN - ROLE " DELIMITED BY SIZE
                   WS-USER-ROLE DELIMITED BY SIZE
                   INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
           END-IF
           PERFORM 3100-GET-NEXT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               MOVE SW-JABATAN TO WS-CUR-JABATAN
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-GRAND-TOTAL TO WS-GAJI-Z
           IF WS-USER-ROLE NOT = "A"
               MOVE SPACES TO WS-GAJI-X
           END-IF
           STRING "GRAND TOTAL  COUNT=" DELIMITED BY SIZE
               WS-GRAND-CNT DELIMITED BY SIZE
               "  TOTAL=" DELIMITED BY SIZE

       3200-PRINT-GROUP-LINE.
           MOVE WS-GRP-TOTAL TO WS-GAJI-Z
           IF WS-USER-ROLE NOT = "A"
               MOVE SPACES TO WS-GAJI-X
           END-IF
           MOVE SPACES TO PR-LINE
           STRING WS-CUR-JABATAN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           WRITE PR-LINE.

       9999-EXIT.
           IF WS-SIGNED-ON
               CLOSE Personal-IDX
               CLOSE PAYROLL-REPORT
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-PAYROLL.

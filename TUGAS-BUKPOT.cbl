      *          terminated mid-year stay in: the master (or the
      *          archive, for a NIK deleted after year end) supplies
      *          jabatan/unit and F-END-DATE so the page shows the
      *          months actually covered. A year already closed by
      *          TUGAS-TUTUPTHN is read from its GAJIHAS-<tahun>.dat
      *          archive first, then whatever is still on the live
      *          GAJIHAS.dat. On a pesangon settlement row
      *          (periode YYYY21..32) the exit-month pay, BPJS and
      *          PPh21 true-up count; the severance package and its
      *          final tax are printed apart, as information only.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY "PERSONAL-SEL.cpy".
           COPY "ARCHIVE-SEL.cpy".
           COPY "GAJIHAS-SEL.cpy".
           SELECT GAJIHAS-ARSIP
               ASSIGN USING WS-GHA-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK5".
           SELECT BUKPOT-REPORT
           COPY "ARCHIVE-FD.cpy".
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD GAJIHAS-ARSIP.
       01 GA-LINE PIC X(300).
       SD SORT-WORK.
       01 BW-RECORD.
           05 BW-NIK PIC 9(16).
           05 BW-LEMBUR PIC 9(09)V99.
           05 BW-RAPEL PIC 9(09)V99.
           05 BW-BPJS PIC 9(09)V99.
           05 BW-PPH PIC S9(09)V99.
           05 BW-PESANGON PIC 9(09)V99.
           05 BW-PPH-FINAL PIC 9(10)V99.
       FD BUKPOT-REPORT.
       01 BP-LINE PIC X(80).

       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-ARCH-AVAIL-SW PIC X VALUE "Y".
           88 WS-ARCH-AVAIL VALUE "Y".
       01 WS-GHA-EOF PIC X VALUE "N".
       01 WS-GHA-OPEN-SW PIC X VALUE "N".
           88 WS-GHA-OPEN VALUE "Y".
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-GHA-NAMA PIC X(80).
       01 WS-GHA-CNT PIC 9(06) VALUE 0.
       01 WS-SETTLE-CNT PIC 9(06) VALUE 0.
      * severance package and its final tax, recomputed from GH-RAPEL
      * with the TUGAS-PESANGON layers
           COPY "PPHFINAL-WS.cpy".
       01 WS-SEV-TAX PIC 9(10)V99.
       01 WS-PREV-BATAS PIC 9(13)V99.
       01 WS-SLICE PIC 9(13)V99.
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-TAHUN PIC X(04).
       01 WS-GAJI-Z PIC Z(2),ZZZ,ZZZ,ZZ9.99.
       01 WS-EMP-RAPEL PIC 9(11)V99.
       01 WS-EMP-GROSS PIC 9(11)V99.
       01 WS-EMP-BPJS PIC 9(11)V99.
       01 WS-EMP-PPH PIC S9(11)V99.
       01 WS-EMP-PESANGON PIC 9(11)V99.
       01 WS-EMP-PPH-FINAL PIC 9(11)V99.
       01 WS-EMP-MONTHS PIC 9(02).
       01 WS-EMP-FIRST PIC X(06).
       01 WS-EMP-LAST PIC X(06).
       01 WS-CTL-ROW-CNT PIC 9(06) VALUE 0.
       01 WS-CTL-GROSS PIC 9(13)V99 VALUE 0.
       01 WS-CTL-BPJS PIC 9(13)V99 VALUE 0.
       01 WS-CTL-PPH PIC S9(13)V99 VALUE 0.
       01 WS-CTL-PESANGON PIC 9(13)V99 VALUE 0.
       01 WS-CTL-PPH-FINAL PIC 9(13)V99 VALUE 0.
       01 WS-NOMASTER-CNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
               INTO BP-LINE
           WRITE BP-LINE.

      * The yearly archive (if the year has been closed) goes in
      * first; the live file then supplies any row not yet moved.
       2000-EXTRACT.
           PERFORM 2050-EXTRACT-ARSIP
           PERFORM UNTIL WS-EOF = "Y"
               READ GAJIHAS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2100-RELEASE-ROW
               END-READ
           END-PERFORM.

       2050-EXTRACT-ARSIP.
           MOVE SPACES TO WS-GHA-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               "GAJIHAS-" DELIMITED BY SIZE
               WS-TAHUN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-GHA-NAMA
           OPEN INPUT GAJIHAS-ARSIP
           IF FSTAT = "00"
               MOVE "Y" TO WS-GHA-OPEN-SW
           ELSE
               MOVE "Y" TO WS-GHA-EOF
           END-IF
           PERFORM UNTIL WS-GHA-EOF = "Y"
               READ GAJIHAS-ARSIP INTO GH-RECORD
                   AT END
                       MOVE "Y" TO WS-GHA-EOF
                   NOT AT END
                       ADD 1 TO WS-GHA-CNT
                       PERFORM 2100-RELEASE-ROW
               END-READ
           END-PERFORM
           IF WS-GHA-OPEN
               CLOSE GAJIHAS-ARSIP
           END-IF.

      * A settlement row (periode YYYY21..32, TUGAS-PESANGON) holds
      * the exit-month pay and BPJS like a regular month, plus the
      * severance package in GH-RAPEL and, in GH-PPH, its final tax
      * on top of the year's PPh21 true-up (which can be a refund).
      * The package and its final tax are not employment income or
      * PPh21 withheld for the 1721-A1: they are carried separately
      * and printed as information only.
       2100-RELEASE-ROW.
           IF GH-PERIODE (1:4) = WS-TAHUN
               MOVE GH-NIK TO BW-NIK
               MOVE GH-PERIODE TO BW-PERIODE
               MOVE GH-NAMA TO BW-NAMA
               MOVE GH-GAJI TO BW-GAJI
               MOVE GH-TUNJAB TO BW-TUNJAB
               MOVE GH-TUNJGOL TO BW-TUNJGOL
               MOVE GH-LEMBUR TO BW-LEMBUR
               MOVE GH-BPJS TO BW-BPJS
               IF GH-PERIODE (5:2) > "13"
                   ADD 1 TO WS-SETTLE-CNT
                   PERFORM 2150-CALC-SEV-TAX
                   MOVE 0 TO BW-RAPEL
                   COMPUTE BW-PPH = GH-PPH - WS-SEV-TAX
                   MOVE GH-RAPEL TO BW-PESANGON
                   MOVE WS-SEV-TAX TO BW-PPH-FINAL
               ELSE
                   MOVE GH-RAPEL TO BW-RAPEL
                   MOVE GH-PPH TO BW-PPH
                   MOVE 0 TO BW-PESANGON
                   MOVE 0 TO BW-PPH-FINAL
               END-IF
               RELEASE BW-RECORD
           END-IF.

      * same layered final tax as TUGAS-PESANGON 2140-CALC-TAX
       2150-CALC-SEV-TAX.
           MOVE 0 TO WS-SEV-TAX
           MOVE 0 TO WS-PREV-BATAS
           PERFORM VARYING WS-PF-IX FROM 1 BY 1
                   UNTIL WS-PF-IX > 4
               IF GH-RAPEL > WS-PREV-BATAS
                   IF GH-RAPEL < WS-PF-BATAS (WS-PF-IX)
                       COMPUTE WS-SLICE = GH-RAPEL - WS-PREV-BATAS
                   ELSE
                       COMPUTE WS-SLICE =
                           WS-PF-BATAS (WS-PF-IX) - WS-PREV-BATAS
                   END-IF
                   COMPUTE WS-SEV-TAX ROUNDED = WS-SEV-TAX
                       + WS-SLICE * WS-PF-RATE (WS-PF-IX)
               END-IF
               MOVE WS-PF-BATAS (WS-PF-IX) TO WS-PREV-BATAS
           END-PERFORM.

       3000-PRINT-STATEMENTS.
           PERFORM 3100-GET-NEXT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               MOVE 0 TO WS-EMP-RAPEL
               MOVE 0 TO WS-EMP-BPJS
               MOVE 0 TO WS-EMP-PPH
               MOVE 0 TO WS-EMP-PESANGON
               MOVE 0 TO WS-EMP-PPH-FINAL
               MOVE 0 TO WS-EMP-MONTHS
               MOVE BW-PERIODE TO WS-EMP-FIRST
               MOVE BW-PERIODE TO WS-EMP-LAST
               PERFORM UNTIL WS-SORT-EOF = "Y"
                      OR BW-NIK NOT = WS-CUR-NIK
      * the settlement row pays the exit month, not another month
                   IF BW-PERIODE (5:2) NOT > "13"
                       ADD 1 TO WS-EMP-MONTHS
                       MOVE BW-PERIODE TO WS-EMP-LAST
                   END-IF
                   ADD 1 TO WS-CTL-ROW-CNT
                   ADD BW-GAJI TO WS-EMP-GAJI
                   ADD BW-TUNJAB TO WS-EMP-TUNJ
                   ADD BW-RAPEL TO WS-EMP-RAPEL
                   ADD BW-BPJS TO WS-EMP-BPJS
                   ADD BW-PPH TO WS-EMP-PPH
                   ADD BW-PESANGON TO WS-EMP-PESANGON
                   ADD BW-PPH-FINAL TO WS-EMP-PPH-FINAL
                   PERFORM 3100-GET-NEXT
               END-PERFORM
               COMPUTE WS-EMP-GROSS = WS-EMP-GAJI + WS-EMP-TUNJ
               ADD WS-EMP-GROSS TO WS-CTL-GROSS
               ADD WS-EMP-BPJS TO WS-CTL-BPJS
               ADD WS-EMP-PPH TO WS-CTL-PPH
               ADD WS-EMP-PESANGON TO WS-CTL-PESANGON
               ADD WS-EMP-PPH-FINAL TO WS-CTL-PPH-FINAL
           END-PERFORM.

       3100-GET-NEXT.
           STRING "PPH21 DIPOTONG     : " DELIMITED BY SIZE
               WS-GAJI-Z DELIMITED BY SIZE
               INTO BP-LINE
           WRITE BP-LINE
           IF WS-EMP-PESANGON > 0 OR WS-EMP-PPH-FINAL > 0
               MOVE SPACES TO BP-LINE
               WRITE BP-LINE
               MOVE "INFORMASI - TIDAK TERMASUK BUKTI POTONG 1721-A1"
                   TO BP-LINE
               WRITE BP-LINE
               MOVE WS-EMP-PESANGON TO WS-GAJI-Z
               MOVE SPACES TO BP-LINE
               STRING "PESANGON/UPMK/UPH  : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
               MOVE WS-EMP-PPH-FINAL TO WS-GAJI-Z
               MOVE SPACES TO BP-LINE
               STRING "PPH21 FINAL        : " DELIMITED BY SIZE
                   WS-GAJI-Z DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
           END-IF.

      * The year's grand totals: bruto, BPJS and PPh21 here must
      * equal the sum of the twelve monthly control pages (plus any
               WS-CTL-Z DELIMITED BY SIZE
               INTO BP-LINE
           WRITE BP-LINE
           IF WS-GHA-CNT > 0
               MOVE SPACES TO BP-LINE
               STRING "BARIS DARI GAJIHAS-" DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   ".dat : " DELIMITED BY SIZE
                   WS-GHA-CNT DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
           END-IF
      * settlement runs: their control pages include the package
      * and its final tax, shown here apart from the 1721-A1 totals
           IF WS-SETTLE-CNT > 0
               MOVE SPACES TO BP-LINE
               STRING "BARIS PESANGON         : " DELIMITED BY SIZE
                   WS-SETTLE-CNT DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
               MOVE WS-CTL-PESANGON TO WS-CTL-Z
               MOVE SPACES TO BP-LINE
               STRING "TOTAL PESANGON (INFO)  : " DELIMITED BY SIZE
                   WS-CTL-Z DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
               MOVE WS-CTL-PPH-FINAL TO WS-CTL-Z
               MOVE SPACES TO BP-LINE
               STRING "PPH21 FINAL (INFO)     : " DELIMITED BY SIZE
                   WS-CTL-Z DELIMITED BY SIZE
                   INTO BP-LINE
               WRITE BP-LINE
           END-IF
           IF WS-NOMASTER-CNT > 0
               MOVE SPACES TO BP-LINE
               STRING "PEGAWAI TANPA MASTER/ARSIP : "

      *          delta, plus the joiners (in the later period only)
      *          and leavers (in the earlier period only), matched
      *          per NIK through an external SORT so the comparison
      *          has no size cap. A period of a year closed by
      *          TUGAS-TUTUPTHN is read from SNAPHIST-<tahun>.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               "C:\MAYBANK\COBOL\GNU PROJECT\data\SNAPHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           COPY "TUTUP-SEL.cpy".
           SELECT SNAPHIST-ARSIP
               ASSIGN USING WS-SNA-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK4".
           SELECT TREND-REPORT
       FILE SECTION.
       FD SNAPHIST-FILE.
       01 SN-LINE PIC X(100).
       FD TUTUP-FILE.
           COPY "TUTUP-FD.cpy".
       FD SNAPHIST-ARSIP.
       01 SA-LINE PIC X(100).
       SD SORT-WORK.
       01 TW-RECORD.
           05 TW-NIK PIC 9(16).
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-TT-EOF PIC X VALUE "N".
       01 WS-SNA-EOF PIC X VALUE "N".
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-SNA-NAMA PIC X(80).
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-PERIODE-A PIC X(06).
       01 WS-PERIODE-B PIC X(06).

      * N lines of the two chosen periods feed the per-NIK match;
      * terminated rows stay out so joiners/leavers mean headcount.
      * The T lines of the two periods give the grand totals. A
      * period of a year TUGAS-TUTUPTHN has closed is found in the
      * SNAPHIST-<tahun>.dat archive named on the TUTUPTHN.dat
      * register, read before the live file.
       2000-EXTRACT.
           PERFORM 2050-EXTRACT-ARSIP
           PERFORM UNTIL WS-EOF = "Y"
               READ SNAPHIST-FILE INTO WS-SN-IN
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2100-TAKE-LINE
               END-READ
           END-PERFORM.

       2050-EXTRACT-ARSIP.
           OPEN INPUT TUTUP-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-TT-EOF
           END-IF
           PERFORM UNTIL WS-TT-EOF = "Y"
               READ TUTUP-FILE
                   AT END
                       MOVE "Y" TO WS-TT-EOF
                       CLOSE TUTUP-FILE
                   NOT AT END
                       IF TT-FILE = "SNAPHIST" AND TT-ARSIP > 0
                          AND (TT-TAHUN = WS-PERIODE-A (1:4)
                               OR TT-TAHUN = WS-PERIODE-B (1:4))
                           PERFORM 2060-READ-ARSIP
                       END-IF
               END-READ
           END-PERFORM.

      * a registered archive that cannot be read would show every
      * NIK of that period as a joiner or leaver, so the run says so
       2060-READ-ARSIP.
           MOVE SPACES TO WS-SNA-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               "SNAPHIST-" DELIMITED BY SIZE
               TT-TAHUN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-SNA-NAMA
           MOVE "N" TO WS-SNA-EOF
           OPEN INPUT SNAPHIST-ARSIP
           IF FSTAT NOT = "00"
               DISPLAY "ARSIP TAHUNAN TIDAK ADA : SNAPHIST-" TT-TAHUN
               MOVE SPACES TO TR-LINE
               STRING "WARNING - ARSIP SNAPHIST-" DELIMITED BY SIZE
                   TT-TAHUN DELIMITED BY SIZE
                   ".dat TIDAK ADA" DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-SNA-EOF
           END-IF
           PERFORM UNTIL WS-SNA-EOF = "Y"
               READ SNAPHIST-ARSIP INTO WS-SN-IN
                   AT END
                       MOVE "Y" TO WS-SNA-EOF
                       CLOSE SNAPHIST-ARSIP
                   NOT AT END
                       PERFORM 2100-TAKE-LINE
               END-READ
           END-PERFORM.

       2100-TAKE-LINE.
           EVALUATE WS-SNI-TYPE
               WHEN "N"
                   IF (WS-SNI-PERIODE = WS-PERIODE-A
                       OR WS-SNI-PERIODE = WS-PERIODE-B)
                      AND WS-SNI-STATUS NOT = "T"
                       MOVE WS-SNI-NIK TO TW-NIK
                       MOVE WS-SNI-PERIODE TO TW-PERIODE
                       MOVE WS-SNI-GAJI TO TW-GAJI
                       RELEASE TW-RECORD
                   END-IF
               WHEN "T"
                   IF WS-SNT-PERIODE = WS-PERIODE-A
                       MOVE WS-SNT-CNT TO WS-CNT-A
                       MOVE WS-SNT-TOTAL TO WS-TOTAL-A
                       SET WS-FOUND-A TO TRUE
                   END-IF
                   IF WS-SNT-PERIODE = WS-PERIODE-B
                       MOVE WS-SNT-CNT TO WS-CNT-B
                       MOVE WS-SNT-TOTAL TO WS-TOTAL-B
                       SET WS-FOUND-B TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A NIK present only in the later period is a joiner, only in
      * the earlier period a leaver. Snapshots may be run twice for a
      * period; the presence switches make duplicates harmless.

      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Individual e-slip distribution. For one period that
      *          stands at C on GAJSTAT.dat it cuts the printed slip
      *          file - SLIPGAJI.txt for a month 01-12, SLIPTHR.txt
      *          for the THR period YYYY13 - into one file per
      *          employee, SLIP-<periode>-<NIK>.txt in the data
      *          directory, so nobody handling paper sees anyone
      *          else's pay. Each slip is routed on the contact
      *          file KONTAK.dat: an e-mail address with preference
      *          E goes to the mailing manifest ESLIPMAN.dat (NIK;
      *          address;file name), everything else - no contact
      *          row, no address, or paper requested - goes to the
      *          paper-delivery list ESLIPKRT.txt. A slip file that
      *          belongs to another period is refused, and the
      *          number of slips cut must equal the period's rows on
      *          GAJIHAS.dat or the run ends nonzero.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-ESLIP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "GAJIHAS-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "KONTAK-SEL.cpy".
           SELECT SLIP-INPUT
               ASSIGN USING WS-SI-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT SLIP-OUTPUT
               ASSIGN USING WS-SO-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT MANIFEST-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\ESLIPMAN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT KERTAS-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\ESLIPKRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD GAJIHAS-FILE.
           COPY "GAJIHAS-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD Kontak-Master.
           COPY "KONTAK-FD.cpy".
       FD SLIP-INPUT.
       01 SI-LINE PIC X(80).
       FD SLIP-OUTPUT.
       01 SO-LINE PIC X(80).
       FD MANIFEST-FILE.
       01 MF-LINE PIC X(110).
       FD KERTAS-REPORT.
       01 KR-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-GH-EOF PIC X VALUE "N".
       01 WS-GS-EOF PIC X VALUE "N".
       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-PERIODE PIC X(06).
       01 WS-PERIODE-MM PIC X(02).
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-SI-NAMA PIC X(80).
       01 WS-SI-FILE PIC X(12).
       01 WS-SO-NAMA PIC X(80).
       01 WS-SO-FILE PIC X(32).
       01 WS-COMPLETE-SW PIC X VALUE "N".
           88 WS-PERIOD-COMPLETE VALUE "Y".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-KP-AVAIL-SW PIC X VALUE "N".
           88 WS-KP-AVAILABLE VALUE "Y".

      * the second line every slip of the period must carry, as
      * TUGAS-GAJIRUN / TUGAS-THRRUN print it
       01 WS-HEADER-EXPECT PIC X(80).

      * one slip in progress: the separator and header lines are
      * held until the NIK line names the file they go into
       01 WS-HAVE-SLIP-SW PIC X VALUE "N".
           88 WS-HAVE-SLIP VALUE "Y".
       01 WS-SLIP-OPEN-SW PIC X VALUE "N".
           88 WS-SLIP-OPEN VALUE "Y".
       01 WS-HOLD-CNT PIC 9(01) VALUE 0.
       01 WS-HOLD-1 PIC X(80).
       01 WS-HOLD-2 PIC X(80).
       01 WS-CUR-NIK PIC 9(16).
       01 WS-CUR-NAMA PIC X(30).
       01 WS-NIK-IX PIC 9(02).
       01 WS-NIK-DIGIT PIC 9(01).
       01 WS-REASON PIC X(24).

       01 WS-MF-RECORD.
           05 WS-MF-NIK PIC 9(16).
           05 FILLER PIC X VALUE ";".
           05 WS-MF-EMAIL PIC X(60).
           05 FILLER PIC X VALUE ";".
           05 WS-MF-FILE PIC X(32).

       01 WS-GH-CNT PIC 9(06) VALUE 0.
       01 WS-SLIP-CNT PIC 9(06) VALUE 0.
       01 WS-MAIL-CNT PIC 9(06) VALUE 0.
       01 WS-PAPER-CNT PIC 9(06) VALUE 0.
       01 WS-BAD-CNT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 2000-READ-SLIP UNTIL WS-EOF = "Y"
               PERFORM 2500-FINISH-SLIP
               PERFORM 3000-PRINT-SUMMARY
           END-IF.
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           DISPLAY "DISTRIBUSI SLIP GAJI PER PEGAWAI"
           DISPLAY "PERIODE YYYYMM (YYYY13 = THR) : " NO ADVANCING
           ACCEPT WS-PERIODE
           MOVE WS-PERIODE (5:2) TO WS-PERIODE-MM
           MOVE SPACES TO WS-HEADER-EXPECT
           IF WS-PERIODE IS NOT NUMERIC
              OR WS-PERIODE-MM < "01" OR WS-PERIODE-MM > "13"
               DISPLAY "PERIODE HARUS YYYYMM BULAN 01-12 ATAU 13 (THR)"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-PERIODE-MM = "13"
               MOVE "SLIPTHR.txt" TO WS-SI-FILE
               STRING "SLIP THR  TAHUN " DELIMITED BY SIZE
                   WS-PERIODE (1:4) DELIMITED BY SIZE
                   INTO WS-HEADER-EXPECT
           ELSE
               MOVE "SLIPGAJI.txt" TO WS-SI-FILE
               STRING "SLIP GAJI  PERIODE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   INTO WS-HEADER-EXPECT
           END-IF
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1100-CHECK-PERIOD-COMPLETE
               IF NOT WS-PERIOD-COMPLETE
                   DISPLAY "PERIODE " WS-PERIODE " BELUM DITANDAI"
                       " SELESAI DI GAJSTAT.dat - DISTRIBUSI DITOLAK"
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               MOVE SPACES TO WS-SI-NAMA
               STRING WS-DATA-DIR DELIMITED BY SIZE
                   WS-SI-FILE DELIMITED BY SPACE
                   INTO WS-SI-NAMA
               PERFORM 1200-CHECK-SLIP-FILE
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1300-COUNT-GAJIHAS
               OPEN INPUT Kontak-Master
               IF FSTAT = "00"
                   SET WS-KP-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "KONTAK.dat TIDAK ADA - SEMUA SLIP MASUK"
                       " DAFTAR KERTAS"
               END-IF
               OPEN INPUT SLIP-INPUT
               OPEN OUTPUT MANIFEST-FILE
               OPEN OUTPUT KERTAS-REPORT
               MOVE SPACES TO KR-LINE
               STRING "SLIP KERTAS - TANPA E-MAIL  PERIODE "
                   DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-SI-FILE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO KR-LINE
               WRITE KR-LINE
               MOVE SPACES TO KR-LINE
               STRING "NIK                 | NAMA" DELIMITED BY SIZE
                   "                           | FILE SLIP"
                   DELIMITED BY SIZE
                   "                        | ALASAN" DELIMITED BY SIZE
                   INTO KR-LINE
               WRITE KR-LINE
               MOVE ALL "-" TO KR-LINE
               WRITE KR-LINE
           END-IF.

      * GAJSTAT.dat is append-only; the period's standing is its
      * LAST line on file. Only a run that finished cleanly is
      * handed out - a trailing I or B is refused.
       1100-CHECK-PERIOD-COMPLETE.
           MOVE "N" TO WS-COMPLETE-SW
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
                           IF GS-STATUS = "C"
                               SET WS-PERIOD-COMPLETE TO TRUE
                           ELSE
                               MOVE "N" TO WS-COMPLETE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJSTAT-FILE.

      * The slip file is rewritten by every run, so the one on disk
      * may already be next month's (or a THR run's). Its first slip
      * must carry this period before anything is cut.
       1200-CHECK-SLIP-FILE.
           OPEN INPUT SLIP-INPUT
           IF FSTAT NOT = "00"
               DISPLAY WS-SI-FILE " TIDAK ADA - DISTRIBUSI DITOLAK"
               SET WS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-HOLD-2
               READ SLIP-INPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       READ SLIP-INPUT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE SI-LINE TO WS-HOLD-2
                       END-READ
               END-READ
               CLOSE SLIP-INPUT
               IF WS-HOLD-2 NOT = WS-HEADER-EXPECT
                   DISPLAY WS-SI-FILE " BUKAN UNTUK PERIODE "
                       WS-PERIODE " - DISTRIBUSI DITOLAK"
                   DISPLAY "SLIP PERTAMA : " WS-HOLD-2
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1300-COUNT-GAJIHAS.
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
                           ADD 1 TO WS-GH-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAJIHAS-FILE.

       2000-READ-SLIP.
           READ SLIP-INPUT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 2100-TAKE-LINE
           END-READ.

      * A line of dashes opens a slip, a line of "=" opens the
      * control page - nothing from there on belongs to anyone.
       2100-TAKE-LINE.
           EVALUATE TRUE
               WHEN SI-LINE = ALL "="
                   PERFORM 2500-FINISH-SLIP
                   MOVE "Y" TO WS-EOF
               WHEN SI-LINE = ALL "-"
                   PERFORM 2500-FINISH-SLIP
                   SET WS-HAVE-SLIP TO TRUE
                   MOVE SI-LINE TO WS-HOLD-1
                   MOVE 1 TO WS-HOLD-CNT
               WHEN NOT WS-HAVE-SLIP
                   CONTINUE
               WHEN WS-SLIP-OPEN
                   IF SI-LINE (1:10) = "NAMA    : "
                       MOVE SI-LINE (11:30) TO WS-CUR-NAMA
                   END-IF
                   WRITE SO-LINE FROM SI-LINE
               WHEN WS-HOLD-CNT = 1
                   MOVE SI-LINE TO WS-HOLD-2
                   MOVE 2 TO WS-HOLD-CNT
                   IF WS-HOLD-2 NOT = WS-HEADER-EXPECT
                       DISPLAY "SLIP LAIN PERIODE DILEWATI : "
                           WS-HOLD-2
                       ADD 1 TO WS-BAD-CNT
                       MOVE 9 TO WS-HOLD-CNT
                   END-IF
               WHEN WS-HOLD-CNT = 2 AND SI-LINE (1:10) = "NIK     : "
                   PERFORM 2200-START-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-START-FILE.
           MOVE 0 TO WS-CUR-NIK
           MOVE SPACES TO WS-CUR-NAMA
           PERFORM VARYING WS-NIK-IX FROM 11 BY 1 UNTIL WS-NIK-IX > 29
               IF SI-LINE (WS-NIK-IX:1) IS NUMERIC
                   MOVE SI-LINE (WS-NIK-IX:1) TO WS-NIK-DIGIT
                   COMPUTE WS-CUR-NIK = WS-CUR-NIK * 10 + WS-NIK-DIGIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SO-FILE
           STRING "SLIP-" DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CUR-NIK DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-SO-FILE
           MOVE SPACES TO WS-SO-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               WS-SO-FILE DELIMITED BY SPACE
               INTO WS-SO-NAMA
           OPEN OUTPUT SLIP-OUTPUT
           IF FSTAT NOT = "00"
               MOVE WS-CUR-NIK TO NIK-Z
               DISPLAY "GAGAL BUAT " WS-SO-FILE " NIK " NIK-Z
                   " FSTAT=" FSTAT
               ADD 1 TO WS-BAD-CNT
               MOVE 9 TO WS-HOLD-CNT
           ELSE
               SET WS-SLIP-OPEN TO TRUE
               ADD 1 TO WS-SLIP-CNT
               WRITE SO-LINE FROM WS-HOLD-1
               WRITE SO-LINE FROM WS-HOLD-2
               WRITE SO-LINE FROM SI-LINE
           END-IF.

       2500-FINISH-SLIP.
           IF WS-SLIP-OPEN
               CLOSE SLIP-OUTPUT
               MOVE "N" TO WS-SLIP-OPEN-SW
               PERFORM 2600-ROUTE-SLIP
           END-IF
           MOVE "N" TO WS-HAVE-SLIP-SW
           MOVE 0 TO WS-HOLD-CNT.

      * e-mail only with an address on file and preference E;
      * every other slip is printed and handed over by HR
       2600-ROUTE-SLIP.
           MOVE SPACES TO WS-REASON
           IF NOT WS-KP-AVAILABLE
               MOVE "TANPA DATA KONTAK" TO WS-REASON
           ELSE
               MOVE WS-CUR-NIK TO KP-NIK
               READ Kontak-Master
                   INVALID KEY
                       MOVE "TANPA DATA KONTAK" TO WS-REASON
                   NOT INVALID KEY
                       IF KP-EMAIL = SPACES
                           MOVE "ALAMAT E-MAIL KOSONG" TO WS-REASON
                       ELSE IF NOT KP-KIRIM-EMAIL
                           MOVE "MINTA SLIP KERTAS" TO WS-REASON
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-CUR-NIK TO WS-MF-NIK
               MOVE KP-EMAIL TO WS-MF-EMAIL
               MOVE WS-SO-FILE TO WS-MF-FILE
               WRITE MF-LINE FROM WS-MF-RECORD
               ADD 1 TO WS-MAIL-CNT
           ELSE
               MOVE WS-CUR-NIK TO NIK-Z
               MOVE SPACES TO KR-LINE
               STRING NIK-Z DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CUR-NAMA DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-SO-FILE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO KR-LINE
               WRITE KR-LINE
               ADD 1 TO WS-PAPER-CNT
           END-IF.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO KR-LINE
           WRITE KR-LINE
           MOVE SPACES TO KR-LINE
           STRING "SLIP DIPOTONG=" DELIMITED BY SIZE
               WS-SLIP-CNT DELIMITED BY SIZE
               "  E-MAIL=" DELIMITED BY SIZE
               WS-MAIL-CNT DELIMITED BY SIZE
               "  KERTAS=" DELIMITED BY SIZE
               WS-PAPER-CNT DELIMITED BY SIZE
               "  BARIS GAJIHAS=" DELIMITED BY SIZE
               WS-GH-CNT DELIMITED BY SIZE
               INTO KR-LINE
           WRITE KR-LINE
           DISPLAY "DISTRIBUSI " WS-PERIODE " SELESAI - SLIP="
               WS-SLIP-CNT " E-MAIL=" WS-MAIL-CNT
               " KERTAS=" WS-PAPER-CNT
           DISPLAY "MANIFEST DI ESLIPMAN.dat, DAFTAR KERTAS DI"
               " ESLIPKRT.txt"
           IF WS-SLIP-CNT NOT = WS-GH-CNT
               MOVE SPACES TO KR-LINE
               STRING "*** JUMLAH SLIP TIDAK SAMA DENGAN GAJIHAS.dat"
                   DELIMITED BY SIZE
                   INTO KR-LINE
               WRITE KR-LINE
               DISPLAY "JUMLAH SLIP " WS-SLIP-CNT
                   " TIDAK SAMA DENGAN BARIS GAJIHAS " WS-GH-CNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BAD-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           IF NOT WS-REFUSED
               CLOSE SLIP-INPUT
               CLOSE MANIFEST-FILE
               CLOSE KERTAS-REPORT
               IF WS-KP-AVAILABLE
                   CLOSE Kontak-Master
               END-IF
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-ESLIP.

      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Year-end close. Moves every row of a closed payroll
      *          year out of the append-only history files GAJIHAS,
      *          JOURNAL, PAYSTAT and SNAPHIST into one archive file
      *          per file per year (GAJIHAS-2025.dat and so on), so
      *          the daily programs stop re-reading years of history.
      *          Each file is split through the TUTUPWRK.dat work
      *          file, both halves are read back and counted, and
      *          only then is the live file rewritten and counted
      *          again; rows read, moved and kept (and, for GAJIHAS,
      *          the net pay either side) go to the TUTUPTHN.dat
      *          register and the TUTUPTHN.txt report. A year is only
      *          closed once every period of it and January of the
      *          year after stand complete on GAJSTAT.dat. The close
      *          also purges ARSIP.dat rows deleted longer ago than
      *          the retention period, listed on ARSHAPUS.txt and
      *          journaled. TUGAS-DOSSIER, TUGAS-RETRO and TUGAS-TREND
      *          find the yearly archives through the register;
      *          TUGAS-BUKPOT builds the name GAJIHAS-<tahun>.dat
      *          itself. A year is not closed
      *          while one of its leavers still awaits the
      *          TUGAS-PESANGON settlement.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-TUTUPTHN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "GAJSTAT-SEL.cpy".
           COPY "PERSONAL-SEL.cpy".
           COPY "ARCHIVE-SEL.cpy".
           COPY "TUTUP-SEL.cpy".
           COPY "JRNAWAL-SEL.cpy".
      * the live history file and its yearly archive are named at
      * run time, one file after the other
           SELECT SUMBER-FILE
               ASSIGN USING WS-SUMBER-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT ARSIPTHN-FILE
               ASSIGN USING WS-ARSIP-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT KERJA-FILE
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\TUTUPWRK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT TUTUP-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\TUTUPTHN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
           SELECT PURGE-REPORT
               ASSIGN TO
               "C:\MAYBANK\COBOL\GNU PROJECT\data\ARSHAPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Personal-Archive.
           COPY "ARCHIVE-FD.cpy".
       FD TUTUP-FILE.
           COPY "TUTUP-FD.cpy".
       FD JRNAWAL-FILE.
           COPY "JRNAWAL-FD.cpy".
      * wide enough for a JOURNAL.dat entry, the longest of the four
       FD SUMBER-FILE.
       01 SB-LINE PIC X(403).
       FD ARSIPTHN-FILE.
       01 AT-LINE PIC X(403).
       FD KERJA-FILE.
       01 KJ-LINE PIC X(403).
       FD TUTUP-REPORT.
       01 TR-LINE PIC X(100).
       FD PURGE-REPORT.
       01 HP-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-GS-EOF PIC X VALUE "N".
       01 WS-TT-EOF PIC X VALUE "N".
       01 WS-AR-EOF PIC X VALUE "N".
       01 WS-PI-EOF PIC X VALUE "N".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-CONFIRM PIC X.
       01 WS-REPORT-OPEN-SW PIC X VALUE "N".
           88 WS-REPORT-OPEN VALUE "Y".

       01 WS-TAHUN PIC X(04).
       01 WS-TAHUN-NUM REDEFINES WS-TAHUN PIC 9(04).
       01 WS-NEXT-JAN.
           05 WS-NJ-YYYY PIC 9(04).
           05 WS-NJ-MM PIC X(02) VALUE "01".
       01 WS-RETENSI-IN PIC X(02).
      * leavers of the year whose settlement is still open
       01 WS-LV-PERIODE PIC X(06).
       01 WS-LV-MM PIC 99.
       01 WS-LV-OPEN-CNT PIC 9(05) VALUE 0.
       01 WS-RETENSI PIC 9(02) VALUE 10.
       01 WS-CUTOFF PIC X(10).
       01 WS-CUTOFF-YYYY PIC 9(04).

      * the four history files in the order they are closed; the
      * archive of each is <name>-<tahun>.dat in the data folder
       01 WS-DATA-DIR PIC X(34)
           VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-FILE-LIST.
           05 FILLER PIC X(08) VALUE "GAJIHAS".
           05 FILLER PIC X(08) VALUE "JOURNAL".
           05 FILLER PIC X(08) VALUE "PAYSTAT".
           05 FILLER PIC X(08) VALUE "SNAPHIST".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05 WS-FILE-NAMA PIC X(08) OCCURS 4 TIMES.
       01 WS-FILE-DONE-TABLE.
           05 WS-FILE-DONE PIC X OCCURS 4 TIMES.
       01 WS-FILE-IX PIC 9.
       01 WS-CUR-FILE PIC X(08).
       01 WS-SUMBER-NAMA PIC X(80).
       01 WS-ARSIP-NAMA PIC X(80).
       01 WS-ARSIP-FILE PIC X(20).
       01 WS-SUMBER-ADA-SW PIC X VALUE "N".
           88 WS-SUMBER-ADA VALUE "Y".

      * one row of whichever file is being split; the GAJIHAS view
      * supplies GH-NET for the money control total
       01 WS-BARIS PIC X(403).
       01 WS-BARIS-JURNAL REDEFINES WS-BARIS.
           05 WS-BJ-TAHUN PIC X(04).
           05 FILLER PIC X(371).
           05 WS-BJ-SEQ PIC 9(09).
           05 FILLER PIC X.
           05 WS-BJ-CHECK PIC X(18).
           COPY "GAJIHAS-FD.cpy".
       01 WS-ROW-TAHUN PIC X(04).
       01 WS-ROW-ARSIP-SW PIC X VALUE "N".
           88 WS-ROW-ARSIP VALUE "Y".
      * JOURNAL.dat is cut at the first entry of a later year so the
      * chain stays in one piece on either side
       01 WS-JR-CUT-SW PIC X VALUE "N".
           88 WS-JR-CUT VALUE "Y".
       01 WS-JA-SEQ PIC 9(09).
       01 WS-JA-CHECK PIC X(18).

      * control totals of the split, and the same figures counted
      * again from the files written
       01 WS-BACA PIC 9(09).
       01 WS-ARSIP-CNT PIC 9(09).
       01 WS-SISA-CNT PIC 9(09).
       01 WS-LEBIH-TUA PIC 9(09).
       01 WS-JML-ARSIP PIC 9(13)V99.
       01 WS-JML-SISA PIC 9(13)V99.
       01 WS-CEK-CNT PIC 9(09).
       01 WS-CEK-JML PIC 9(13)V99.
       01 WS-TOTAL-ARSIP PIC 9(09) VALUE 0.
       01 WS-CLOSED-CNT PIC 9 VALUE 0.

      * last GAJSTAT.dat line per period of the year being closed
       01 WS-GS-COUNT PIC 9(02) VALUE 0.
       01 WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 40 TIMES INDEXED BY WS-GS-IX.
               10 WS-GS-PERIODE PIC X(06).
               10 WS-GS-STATUS PIC X(01).
       01 WS-GS-FOUND-SW PIC X VALUE "N".
           88 WS-GS-FOUND VALUE "Y".
       01 WS-JAN-DONE-SW PIC X VALUE "N".
           88 WS-JAN-DONE VALUE "Y".

      * ARSIP.dat purge
       01 WS-HAPUS-CNT PIC 9(05) VALUE 0.
       01 WS-SIMPAN-CNT PIC 9(05) VALUE 0.
       01 WS-TANPA-TGL-CNT PIC 9(05) VALUE 0.
       01 WS-JR-OPERATION PIC X(10).
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).
       01 WS-JR-NIK-NOL PIC 9(16) VALUE 0.

       01 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
       01 WS-CNT-Z PIC ZZZ,ZZZ,ZZ9.
       01 WS-CNT2-Z PIC ZZZ,ZZZ,ZZ9.
       01 WS-CNT3-Z PIC ZZZ,ZZZ,ZZ9.
       01 WS-JML-Z PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-JML2-Z PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(04).
           05 WS-CD-MM PIC 9(02).
           05 WS-CD-DD PIC 9(02).
           05 WS-CD-HH PIC 9(02).
           05 WS-CD-MIN PIC 9(02).
           05 WS-CD-SS PIC 9(02).
           05 FILLER PIC X(07).
       01 WS-CURRENT-DATE-DISPLAY PIC X(10).
       01 WS-TIMESTAMP PIC X(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
               PERFORM 2000-CLOSE-FILE
                   VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > 4 OR WS-REFUSED
               IF NOT WS-REFUSED
                   PERFORM 5000-PURGE-ARSIP
               END-IF
               PERFORM 6000-PRINT-SUMMARY
           END-IF.
           PERFORM 9999-EXIT.

      * The year must be over, paid out completely and followed by a
      * completed January run - the January preview still compares
      * against December - before its rows may leave the live files.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
               INTO WS-CURRENT-DATE-DISPLAY
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CD-HH DELIMITED BY SIZE
                  WS-CD-MIN DELIMITED BY SIZE
                  WS-CD-SS DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           MOVE "NNNN" TO WS-FILE-DONE-TABLE
           DISPLAY "TUTUP TAHUN - ARSIP RIWAYAT PER TAHUN"
           DISPLAY "TAHUN YANG DITUTUP (YYYY) : " NO ADVANCING
           ACCEPT WS-TAHUN
           IF WS-TAHUN NOT NUMERIC
               DISPLAY "TAHUN HARUS YYYY"
               SET WS-REFUSED TO TRUE
           ELSE
               IF WS-TAHUN-NUM NOT < WS-CD-YYYY
                   DISPLAY "TAHUN " WS-TAHUN " BELUM BERAKHIR"
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               DISPLAY "RETENSI ARSIP.dat DALAM TAHUN (SPASI = 10) : "
                   NO ADVANCING
               MOVE SPACES TO WS-RETENSI-IN
               ACCEPT WS-RETENSI-IN
               IF WS-RETENSI-IN NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-RETENSI-IN) TO WS-RETENSI
               END-IF
               IF WS-RETENSI = 0
                   DISPLAY "RETENSI MINIMAL 1 TAHUN"
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1100-LOAD-GAJSTAT
               PERFORM 1150-CHECK-PERIODS
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1200-LOAD-REGISTER
               DISPLAY "TAHUN " WS-TAHUN " AKAN DIPINDAH KE ARSIP"
                   " TAHUNAN, ARSIP.dat DIHAPUS > " WS-RETENSI
                   " TAHUN. LANJUT (Y/T) : " NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "TUTUP TAHUN DIBATALKAN"
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TUTUP-REPORT
               SET WS-REPORT-OPEN TO TRUE
               MOVE SPACES TO TR-LINE
               STRING "TUTUP TAHUN " DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   "   TANGGAL " DELIMITED BY SIZE
                   WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               MOVE ALL "=" TO TR-LINE
               WRITE TR-LINE
           END-IF.

      * last line per period wins, as everywhere GAJSTAT.dat is read
       1100-LOAD-GAJSTAT.
           COMPUTE WS-NJ-YYYY = WS-TAHUN-NUM + 1
           OPEN INPUT GAJSTAT-FILE
           IF FSTAT NOT = "00"
               MOVE "Y" TO WS-GS-EOF
           END-IF
           PERFORM UNTIL WS-GS-EOF = "Y"
               READ GAJSTAT-FILE
                   AT END
                       MOVE "Y" TO WS-GS-EOF
                       CLOSE GAJSTAT-FILE
                   NOT AT END
                       IF GS-PERIODE (1:4) = WS-TAHUN
                          OR GS-PERIODE = WS-NEXT-JAN
                           PERFORM 1110-KEEP-GAJSTAT
                       END-IF
               END-READ
           END-PERFORM.

       1110-KEEP-GAJSTAT.
           MOVE "N" TO WS-GS-FOUND-SW
           PERFORM VARYING WS-GS-IX FROM 1 BY 1
                   UNTIL WS-GS-IX > WS-GS-COUNT OR WS-GS-FOUND
               IF WS-GS-PERIODE (WS-GS-IX) = GS-PERIODE
                   MOVE GS-STATUS TO WS-GS-STATUS (WS-GS-IX)
                   SET WS-GS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-GS-FOUND AND WS-GS-COUNT < 40
               ADD 1 TO WS-GS-COUNT
               MOVE GS-PERIODE TO WS-GS-PERIODE (WS-GS-COUNT)
               MOVE GS-STATUS TO WS-GS-STATUS (WS-GS-COUNT)
           END-IF.

      * B (backed out) is as good as never run; I means a run that
      * never finished and still owns rows on GAJIHAS.dat
       1150-CHECK-PERIODS.
           PERFORM VARYING WS-GS-IX FROM 1 BY 1
                   UNTIL WS-GS-IX > WS-GS-COUNT
               IF WS-GS-PERIODE (WS-GS-IX) = WS-NEXT-JAN
                   IF WS-GS-STATUS (WS-GS-IX) = "C"
                       SET WS-JAN-DONE TO TRUE
                   END-IF
               ELSE
                   IF WS-GS-STATUS (WS-GS-IX) NOT = "C"
                      AND WS-GS-STATUS (WS-GS-IX) NOT = "B"
                       DISPLAY "PERIODE " WS-GS-PERIODE (WS-GS-IX)
                           " BELUM SELESAI (STATUS "
                           WS-GS-STATUS (WS-GS-IX) ")"
                       SET WS-REFUSED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-JAN-DONE
               DISPLAY "PERIODE " WS-NEXT-JAN " BELUM SELESAI - TAHUN "
                   WS-TAHUN " BARU DITUTUP SETELAH GAJI JANUARI"
               SET WS-REFUSED TO TRUE
           END-IF
           PERFORM 1160-CHECK-LEAVERS.

      * TUGAS-PESANGON reads only the live GAJIHAS.dat and
      * JOURNAL.dat - the exit-month pay, the YTD rows for the PPh21
      * true-up and the TERMINATE reason. A leaver of this year whose
      * settlement period YYYY(MM+20) is not yet C would lose all
      * three once the year is archived, so the close waits for it.
       1160-CHECK-LEAVERS.
           MOVE "N" TO WS-PI-EOF
           MOVE 0 TO WS-LV-OPEN-CNT
           OPEN INPUT Personal-IDX
           IF FSTAT NOT = "00"
               DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   " - PEGAWAI KELUAR TIDAK BISA DICEK"
               SET WS-REFUSED TO TRUE
               MOVE "Y" TO WS-PI-EOF
           ELSE
               MOVE LOW-VALUES TO F-NIK
               START Personal-IDX KEY IS NOT LESS THAN F-NIK
                   INVALID KEY MOVE "Y" TO WS-PI-EOF
               END-START
               PERFORM UNTIL WS-PI-EOF = "Y"
                   READ Personal-IDX NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PI-EOF
                       NOT AT END
                           IF F-STATUS = "T"
                              AND F-END-DATE (1:4) = WS-TAHUN
                              AND F-END-DATE (5:2) IS NUMERIC
                               PERFORM 1170-CHECK-SETTLEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Personal-IDX
           END-IF
           IF WS-LV-OPEN-CNT > 0
               DISPLAY WS-LV-OPEN-CNT " PEGAWAI KELUAR TAHUN "
                   WS-TAHUN " BELUM DISELESAIKAN - JALANKAN"
                   " TUGAS-PESANGON DULU"
               SET WS-REFUSED TO TRUE
           END-IF.

       1170-CHECK-SETTLEMENT.
           MOVE F-END-DATE (5:2) TO WS-LV-MM
           ADD 20 TO WS-LV-MM
           MOVE SPACES TO WS-LV-PERIODE
           STRING WS-TAHUN DELIMITED BY SIZE
               WS-LV-MM DELIMITED BY SIZE
               INTO WS-LV-PERIODE
           MOVE "N" TO WS-GS-FOUND-SW
           PERFORM VARYING WS-GS-IX FROM 1 BY 1
                   UNTIL WS-GS-IX > WS-GS-COUNT OR WS-GS-FOUND
               IF WS-GS-PERIODE (WS-GS-IX) = WS-LV-PERIODE
                  AND WS-GS-STATUS (WS-GS-IX) = "C"
                   SET WS-GS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-GS-FOUND
               ADD 1 TO WS-LV-OPEN-CNT
               MOVE F-NIK TO NIK-Z
               DISPLAY "NIK " NIK-Z " KELUAR " F-END-DATE
                   " - PESANGON PERIODE " WS-LV-PERIODE " BELUM SELESAI"
           END-IF.

      * a file already on the register for this year is skipped, so
      * a close stopped half way can simply be run again
       1200-LOAD-REGISTER.
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
                       IF TT-TAHUN = WS-TAHUN
                           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                                   UNTIL WS-FILE-IX > 4
                               IF TT-FILE = WS-FILE-NAMA (WS-FILE-IX)
                                   MOVE "Y" TO WS-FILE-DONE (WS-FILE-IX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * One history file: split into archive + work file, count both
      * back, rewrite the live file from the work file, count it
      * back, then register the move. Anything that does not add up
      * stops the close before the live file is touched again.
      *****************************************************************
       2000-CLOSE-FILE.
           MOVE WS-FILE-NAMA (WS-FILE-IX) TO WS-CUR-FILE
           MOVE SPACES TO WS-SUMBER-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               WS-CUR-FILE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-SUMBER-NAMA
           MOVE SPACES TO WS-ARSIP-FILE
           STRING WS-CUR-FILE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-TAHUN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARSIP-FILE
           MOVE SPACES TO WS-ARSIP-NAMA
           STRING WS-DATA-DIR DELIMITED BY SIZE
               WS-ARSIP-FILE DELIMITED BY SPACE
               INTO WS-ARSIP-NAMA
           IF WS-FILE-DONE (WS-FILE-IX) = "Y"
               MOVE SPACES TO TR-LINE
               STRING WS-CUR-FILE DELIMITED BY SIZE
                   "  SUDAH DITUTUP SEBELUMNYA KE " DELIMITED BY SIZE
                   WS-ARSIP-FILE DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
           ELSE
               PERFORM 2100-CHECK-ARSIP-BARU
               IF NOT WS-REFUSED
                   PERFORM 2200-SPLIT
                   IF NOT WS-REFUSED
                       PERFORM 2300-VERIFY-SPLIT
                   END-IF
                   IF WS-REFUSED
                       PERFORM 2150-EMPTY-ARSIP
                   END-IF
               END-IF
               IF NOT WS-REFUSED AND WS-SUMBER-ADA
                   PERFORM 2400-COPY-BACK
                   PERFORM 2500-VERIFY-SOURCE
               END-IF
               IF NOT WS-REFUSED
                   IF WS-FILE-IX = 2 AND WS-JA-SEQ > 0
                       PERFORM 2600-WRITE-JRNAWAL
                   END-IF
                   PERFORM 2700-WRITE-REGISTER
                   PERFORM 2800-REPORT-FILE
               END-IF
           END-IF.

      * An archive already on disk without a register line means an
      * earlier close died after the split; its rows may already be
      * gone from the live file, so it must not be overwritten.
       2100-CHECK-ARSIP-BARU.
           OPEN INPUT ARSIPTHN-FILE
           IF FSTAT = "00"
               READ ARSIPTHN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY WS-ARSIP-FILE " SUDAH ADA TANPA REGISTER"
                           " - PERIKSA MANUAL SEBELUM TUTUP ULANG"
                       MOVE SPACES TO TR-LINE
                       STRING WS-ARSIP-FILE DELIMITED BY SPACE
                           " SUDAH ADA TANPA REGISTER - DIHENTIKAN"
                               DELIMITED BY SIZE
                           INTO TR-LINE
                       WRITE TR-LINE
                       SET WS-REFUSED TO TRUE
               END-READ
               CLOSE ARSIPTHN-FILE
           END-IF.

      * the live file was not touched yet - the half-written archive
      * is emptied again so the close can be repeated once fixed
       2150-EMPTY-ARSIP.
           OPEN OUTPUT ARSIPTHN-FILE
           CLOSE ARSIPTHN-FILE.

       2200-SPLIT.
           MOVE 0 TO WS-BACA
           MOVE 0 TO WS-ARSIP-CNT
           MOVE 0 TO WS-SISA-CNT
           MOVE 0 TO WS-LEBIH-TUA
           MOVE 0 TO WS-JML-ARSIP
           MOVE 0 TO WS-JML-SISA
           MOVE 0 TO WS-JA-SEQ
           MOVE ALL "0" TO WS-JA-CHECK
           MOVE "N" TO WS-JR-CUT-SW
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-SUMBER-ADA-SW
           OPEN INPUT SUMBER-FILE
           IF FSTAT NOT = "00"
               MOVE "N" TO WS-SUMBER-ADA-SW
               MOVE "Y" TO WS-EOF
           END-IF
           OPEN OUTPUT ARSIPTHN-FILE
           OPEN OUTPUT KERJA-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ SUMBER-FILE INTO WS-BARIS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2210-SPLIT-ROW
               END-READ
           END-PERFORM
           IF WS-SUMBER-ADA
               CLOSE SUMBER-FILE
           END-IF
           CLOSE ARSIPTHN-FILE
           CLOSE KERJA-FILE
           IF WS-LEBIH-TUA > 0
               MOVE WS-LEBIH-TUA TO WS-CNT-Z
               DISPLAY WS-CUR-FILE " MASIH BERISI " WS-CNT-Z
                   " BARIS SEBELUM TAHUN " WS-TAHUN
                   " - TUTUP TAHUN ITU DULU"
               MOVE SPACES TO TR-LINE
               STRING WS-CUR-FILE DELIMITED BY SIZE
                   "  ADA BARIS SEBELUM TAHUN " DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   " - DIHENTIKAN, FILE TIDAK DIUBAH" DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               SET WS-REFUSED TO TRUE
           END-IF.

      * GAJIHAS and PAYSTAT carry the period first, SNAPHIST after
      * the record type, JOURNAL the timestamp's year. Blank or
      * unreadable years are never moved.
       2210-SPLIT-ROW.
           ADD 1 TO WS-BACA
           MOVE "N" TO WS-ROW-ARSIP-SW
           IF WS-FILE-IX = 4
               MOVE WS-BARIS (3:4) TO WS-ROW-TAHUN
           ELSE
               MOVE WS-BARIS (1:4) TO WS-ROW-TAHUN
           END-IF
           IF WS-ROW-TAHUN IS NUMERIC
               IF WS-FILE-IX = 2
                   IF NOT WS-JR-CUT AND WS-ROW-TAHUN NOT > WS-TAHUN
                       SET WS-ROW-ARSIP TO TRUE
                   ELSE
                       SET WS-JR-CUT TO TRUE
                   END-IF
               ELSE
                   IF WS-ROW-TAHUN = WS-TAHUN
                       SET WS-ROW-ARSIP TO TRUE
                   END-IF
                   IF WS-ROW-TAHUN < WS-TAHUN
                       ADD 1 TO WS-LEBIH-TUA
                   END-IF
               END-IF
           ELSE
               IF WS-FILE-IX = 2
                   SET WS-JR-CUT TO TRUE
               END-IF
           END-IF
           IF WS-FILE-IX = 1
               MOVE WS-BARIS TO GH-RECORD
               IF GH-NET NOT NUMERIC
                   MOVE 0 TO GH-NET
               END-IF
           END-IF
           IF WS-ROW-ARSIP
               ADD 1 TO WS-ARSIP-CNT
               IF WS-FILE-IX = 1
                   ADD GH-NET TO WS-JML-ARSIP
               END-IF
               IF WS-FILE-IX = 2 AND WS-BJ-SEQ IS NUMERIC
                   MOVE WS-BJ-SEQ TO WS-JA-SEQ
                   MOVE WS-BJ-CHECK TO WS-JA-CHECK
               END-IF
               WRITE AT-LINE FROM WS-BARIS
           ELSE
               ADD 1 TO WS-SISA-CNT
               IF WS-FILE-IX = 1
                   ADD GH-NET TO WS-JML-SISA
               END-IF
               WRITE KJ-LINE FROM WS-BARIS
           END-IF.

      * both halves read back: the archive must hold exactly the rows
      * moved and the work file exactly the rows kept
       2300-VERIFY-SPLIT.
           MOVE 0 TO WS-CEK-CNT
           MOVE 0 TO WS-CEK-JML
           MOVE "N" TO WS-EOF
           OPEN INPUT ARSIPTHN-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ARSIPTHN-FILE INTO WS-BARIS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2900-COUNT-ROW
               END-READ
           END-PERFORM
           CLOSE ARSIPTHN-FILE
           IF WS-CEK-CNT NOT = WS-ARSIP-CNT
              OR WS-CEK-JML NOT = WS-JML-ARSIP
               PERFORM 2950-REPORT-MISMATCH
           END-IF
           MOVE 0 TO WS-CEK-CNT
           MOVE 0 TO WS-CEK-JML
           MOVE "N" TO WS-EOF
           OPEN INPUT KERJA-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ KERJA-FILE INTO WS-BARIS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2900-COUNT-ROW
               END-READ
           END-PERFORM
           CLOSE KERJA-FILE
           IF WS-CEK-CNT NOT = WS-SISA-CNT
              OR WS-CEK-JML NOT = WS-JML-SISA
              OR WS-BACA NOT = WS-ARSIP-CNT + WS-SISA-CNT
               PERFORM 2950-REPORT-MISMATCH
           END-IF.

       2400-COPY-BACK.
           MOVE "N" TO WS-EOF
           OPEN INPUT KERJA-FILE
           OPEN OUTPUT SUMBER-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ KERJA-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE SB-LINE FROM KJ-LINE
               END-READ
           END-PERFORM
           CLOSE KERJA-FILE
           CLOSE SUMBER-FILE.

       2500-VERIFY-SOURCE.
           MOVE 0 TO WS-CEK-CNT
           MOVE 0 TO WS-CEK-JML
           MOVE "N" TO WS-EOF
           OPEN INPUT SUMBER-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ SUMBER-FILE INTO WS-BARIS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 2900-COUNT-ROW
               END-READ
           END-PERFORM
           CLOSE SUMBER-FILE
           IF WS-CEK-CNT NOT = WS-SISA-CNT
              OR WS-CEK-JML NOT = WS-JML-SISA
               DISPLAY WS-CUR-FILE " TIDAK COCOK SETELAH DITULIS ULANG"
                   " - PULIHKAN DARI " WS-ARSIP-FILE " + TUTUPWRK.dat"
               PERFORM 2950-REPORT-MISMATCH
           END-IF.

      * the first entry left on JOURNAL.dat chains from the last one
      * moved; TUGAS-JRNCHECK and SUB-TUGAS-JOURNAL start from here
       2600-WRITE-JRNAWAL.
           OPEN EXTEND JRNAWAL-FILE
           IF FSTAT = "35"
               CLOSE JRNAWAL-FILE
               OPEN OUTPUT JRNAWAL-FILE
           END-IF
           MOVE ALL ";" TO JA-RECORD
           MOVE WS-TAHUN TO JA-TAHUN
           MOVE WS-JA-SEQ TO JA-SEQ
           MOVE WS-JA-CHECK TO JA-CHECK
           WRITE JA-RECORD
           CLOSE JRNAWAL-FILE.

       2700-WRITE-REGISTER.
           OPEN EXTEND TUTUP-FILE
           IF FSTAT = "35"
               CLOSE TUTUP-FILE
               OPEN OUTPUT TUTUP-FILE
           END-IF
           MOVE ALL ";" TO TT-RECORD
           MOVE WS-TAHUN TO TT-TAHUN
           MOVE WS-CUR-FILE TO TT-FILE
           MOVE WS-BACA TO TT-BACA
           MOVE WS-ARSIP-CNT TO TT-ARSIP
           MOVE WS-SISA-CNT TO TT-SISA
           MOVE WS-JML-ARSIP TO TT-JUMLAH-ARSIP
           MOVE WS-JML-SISA TO TT-JUMLAH-SISA
           MOVE WS-TIMESTAMP TO TT-TIMESTAMP
           WRITE TT-RECORD
           CLOSE TUTUP-FILE
           MOVE "Y" TO WS-FILE-DONE (WS-FILE-IX)
           ADD 1 TO WS-CLOSED-CNT
           ADD WS-ARSIP-CNT TO WS-TOTAL-ARSIP.

       2800-REPORT-FILE.
           MOVE WS-BACA TO WS-CNT-Z
           MOVE WS-ARSIP-CNT TO WS-CNT2-Z
           MOVE WS-SISA-CNT TO WS-CNT3-Z
           MOVE SPACES TO TR-LINE
           STRING WS-CUR-FILE DELIMITED BY SIZE
               "  DIBACA=" DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               "  DIARSIP=" DELIMITED BY SIZE
               WS-CNT2-Z DELIMITED BY SIZE
               "  TERSISA=" DELIMITED BY SIZE
               WS-CNT3-Z DELIMITED BY SIZE
               INTO TR-LINE
           WRITE TR-LINE
           IF WS-FILE-IX = 1
               MOVE WS-JML-ARSIP TO WS-JML-Z
               MOVE WS-JML-SISA TO WS-JML2-Z
               MOVE SPACES TO TR-LINE
               STRING "          NETTO DIARSIP=" DELIMITED BY SIZE
                   WS-JML-Z DELIMITED BY SIZE
                   "  NETTO TERSISA=" DELIMITED BY SIZE
                   WS-JML2-Z DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
           END-IF
           IF WS-FILE-IX = 2 AND WS-JA-SEQ > 0
               MOVE WS-JA-SEQ TO WS-CNT-Z
               MOVE SPACES TO TR-LINE
               STRING "          RANTAI DIARSIP S.D. URUT "
                   DELIMITED BY SIZE
                   WS-CNT-Z DELIMITED BY SIZE
                   ", DICATAT DI JRNAWAL.dat" DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
           END-IF
           MOVE SPACES TO TR-LINE
           IF WS-SUMBER-ADA
               STRING "          KE " DELIMITED BY SIZE
                   WS-ARSIP-FILE DELIMITED BY SPACE
                   " - ARSIP, SISA DAN FILE BARU DIHITUNG ULANG COCOK"
                       DELIMITED BY SIZE
                   INTO TR-LINE
           ELSE
               STRING "          " DELIMITED BY SIZE
                   WS-CUR-FILE DELIMITED BY SPACE
                   ".dat TIDAK ADA - ARSIP KOSONG " DELIMITED BY SIZE
                   WS-ARSIP-FILE DELIMITED BY SPACE
                   INTO TR-LINE
           END-IF
           WRITE TR-LINE.

       2900-COUNT-ROW.
           ADD 1 TO WS-CEK-CNT
           IF WS-FILE-IX = 1
               MOVE WS-BARIS TO GH-RECORD
               IF GH-NET IS NUMERIC
                   ADD GH-NET TO WS-CEK-JML
               END-IF
           END-IF.

       2950-REPORT-MISMATCH.
           MOVE WS-CEK-CNT TO WS-CNT-Z
           MOVE SPACES TO TR-LINE
           STRING WS-CUR-FILE DELIMITED BY SIZE
               "  KONTROL TIDAK COCOK - DIHITUNG ULANG "
                   DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               " BARIS - DIHENTIKAN" DELIMITED BY SIZE
               INTO TR-LINE
           WRITE TR-LINE
           DISPLAY WS-CUR-FILE " KONTROL TIDAK COCOK - TUTUP TAHUN"
               " DIHENTIKAN"
           SET WS-REFUSED TO TRUE.

      *****************************************************************
      * ARSIP.dat rows deleted before the cut-off date (today less the
      * retention years) are removed for good. Each one is printed on
      * ARSHAPUS.txt and journaled; a row without a deletion date is
      * kept and counted.
      *****************************************************************
       5000-PURGE-ARSIP.
           COMPUTE WS-CUTOFF-YYYY = WS-CD-YYYY - WS-RETENSI
           MOVE SPACES TO WS-CUTOFF
           STRING WS-CUTOFF-YYYY DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY (5:6) DELIMITED BY SIZE
               INTO WS-CUTOFF
           OPEN OUTPUT PURGE-REPORT
           MOVE SPACES TO HP-LINE
           STRING "PENGHAPUSAN ARSIP.dat  RETENSI " DELIMITED BY SIZE
               WS-RETENSI DELIMITED BY SIZE
               " TAHUN  DIHAPUS SEBELUM " DELIMITED BY SIZE
               WS-CUTOFF DELIMITED BY SIZE
               "  TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               INTO HP-LINE
           WRITE HP-LINE
           MOVE SPACES TO HP-LINE
           WRITE HP-LINE
           MOVE SPACES TO HP-LINE
           MOVE "NIK" TO HP-LINE (1:3)
           MOVE "NAMA" TO HP-LINE (21:4)
           MOVE "TGL HAPUS" TO HP-LINE (52:9)
           MOVE "ALASAN" TO HP-LINE (63:6)
           WRITE HP-LINE
           MOVE ALL "-" TO HP-LINE
           WRITE HP-LINE
           OPEN I-O Personal-Archive
           IF FSTAT NOT = "00"
               MOVE "ARSIP.dat TIDAK ADA - TIDAK ADA YANG DIHAPUS"
                   TO HP-LINE
               WRITE HP-LINE
           ELSE
               MOVE "N" TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = "Y"
                   READ Personal-Archive NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AR-EOF
                       NOT AT END
                           PERFORM 5100-CHECK-ARSIP-ROW
                   END-READ
               END-PERFORM
               CLOSE Personal-Archive
           END-IF
           MOVE SPACES TO HP-LINE
           WRITE HP-LINE
           MOVE SPACES TO HP-LINE
           STRING "DIHAPUS=" DELIMITED BY SIZE
               WS-HAPUS-CNT DELIMITED BY SIZE
               "  DISIMPAN=" DELIMITED BY SIZE
               WS-SIMPAN-CNT DELIMITED BY SIZE
               "  TANPA TANGGAL HAPUS (DISIMPAN)=" DELIMITED BY SIZE
               WS-TANPA-TGL-CNT DELIMITED BY SIZE
               INTO HP-LINE
           WRITE HP-LINE
           CLOSE PURGE-REPORT.

       5100-CHECK-ARSIP-ROW.
           IF A-DEL-DATE (1:4) IS NOT NUMERIC
               ADD 1 TO WS-TANPA-TGL-CNT
           ELSE
               IF A-DEL-DATE < WS-CUTOFF
                   PERFORM 5200-PURGE-ROW
               ELSE
                   ADD 1 TO WS-SIMPAN-CNT
               END-IF
           END-IF.

       5200-PURGE-ROW.
           MOVE A-NIK TO NIK-Z
           MOVE SPACES TO HP-LINE
           STRING NIK-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               A-NAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               A-DEL-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               A-DEL-REASON DELIMITED BY SIZE
               INTO HP-LINE
           MOVE SPACES TO WS-JR-BEFORE
           STRING "NAMA=" DELIMITED BY SIZE
               FUNCTION TRIM (A-NAMA) DELIMITED BY SIZE
               " DIHAPUS=" DELIMITED BY SIZE
               A-DEL-DATE DELIMITED BY SIZE
               " ALASAN=" DELIMITED BY SIZE
               FUNCTION TRIM (A-DEL-REASON) DELIMITED BY SIZE
               INTO WS-JR-BEFORE
           DELETE Personal-Archive RECORD
               INVALID KEY
                   MOVE "GAGAL" TO HP-LINE (95:5)
                   ADD 1 TO WS-SIMPAN-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-HAPUS-CNT
                   MOVE SPACES TO WS-JR-AFTER
                   STRING "RETENSI " DELIMITED BY SIZE
                       WS-RETENSI DELIMITED BY SIZE
                       " TAHUN LEWAT - TUTUP TAHUN " DELIMITED BY SIZE
                       WS-TAHUN DELIMITED BY SIZE
                       INTO WS-JR-AFTER
                   MOVE "ARSIP-HPS" TO WS-JR-OPERATION
                   CALL "SUB-TUGAS-JOURNAL" USING WS-JR-OPERATION,
                       A-NIK, WS-JR-BEFORE, WS-JR-AFTER
                   CANCEL "SUB-TUGAS-JOURNAL"
           END-DELETE
           WRITE HP-LINE.

       6000-PRINT-SUMMARY.
           MOVE ALL "=" TO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           IF WS-REFUSED
               STRING "TUTUP TAHUN " DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   " BELUM LENGKAP - FILE BERREGISTER SUDAH DIARSIP,"
                       DELIMITED BY SIZE
                   " SISANYA TIDAK DIUBAH" DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               MOVE 8 TO RETURN-CODE
               DISPLAY "TUTUP TAHUN " WS-TAHUN " DIHENTIKAN - LIHAT"
                   " TUTUPTHN.txt"
           ELSE
               MOVE WS-TOTAL-ARSIP TO WS-CNT-Z
               STRING "TUTUP TAHUN " DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   " SELESAI - BARIS DIARSIP RUN INI=" DELIMITED BY SIZE
                   WS-CNT-Z DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               MOVE SPACES TO TR-LINE
               STRING "ARSIP.dat DIHAPUS=" DELIMITED BY SIZE
                   WS-HAPUS-CNT DELIMITED BY SIZE
                   " - DAFTAR DI ARSHAPUS.txt" DELIMITED BY SIZE
                   INTO TR-LINE
               WRITE TR-LINE
               MOVE SPACES TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               STRING "TAHUN " DELIMITED BY SIZE
                   WS-TAHUN DELIMITED BY SIZE
                   " DITUTUP, BARIS DIARSIP=" DELIMITED BY SIZE
                   WS-TOTAL-ARSIP DELIMITED BY SIZE
                   " ARSIP.dat DIHAPUS=" DELIMITED BY SIZE
                   WS-HAPUS-CNT DELIMITED BY SIZE
                   INTO WS-JR-AFTER
               MOVE "TUTUP-THN" TO WS-JR-OPERATION
               CALL "SUB-TUGAS-JOURNAL" USING WS-JR-OPERATION,
                   WS-JR-NIK-NOL, WS-JR-BEFORE, WS-JR-AFTER
               CANCEL "SUB-TUGAS-JOURNAL"
               DISPLAY "TUTUP TAHUN " WS-TAHUN " SELESAI - LIHAT"
                   " TUTUPTHN.txt DAN ARSHAPUS.txt"
           END-IF.

       9999-EXIT.
           IF WS-REPORT-OPEN
               CLOSE TUTUP-REPORT
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-TUTUPTHN.

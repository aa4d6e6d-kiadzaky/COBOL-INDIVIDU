      ******************************************************************
      * Author: KIA DZAKY ERIYOKO
      * Purpose: Daily contract and probation alert. Every active
      *          employee whose PKWT contract or probation on
      *          KONTRAK.dat ends within 60 days of the reference
      *          date (today unless one is given at the prompt) is
      *          listed on KTALERT.txt, sorted by end date in three
      *          sections: already past the end date, ending within
      *          30 days and ending in 31 to 60 days. A PKWT already
      *          past its end date is held back by TUGAS-GAJIRUN until
      *          it is extended (TUGAS-INDIVIDU menu H) or the
      *          employee is terminated.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUGAS-KONTRAK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERSONAL-SEL.cpy".
           COPY "KONTRAK-SEL.cpy".
           SELECT SORT-WORK
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\SORTWK9".
           SELECT ALERT-REPORT
               ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\KTALERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Personal-IDX.
           COPY "PERSONAL-FD.cpy".
       FD Kontrak-Master.
           COPY "KONTRAK-FD.cpy".
       SD SORT-WORK.
      * KW-BAGIAN 1 = past the end date, 2 = within 30 days,
      * 3 = 31 to 60 days
       01 KW-RECORD.
           05 KW-BAGIAN PIC 9(01).
           05 KW-AKHIR PIC X(08).
           05 KW-NIK PIC 9(16).
           05 KW-NAMA PIC X(30).
           05 KW-UNIT PIC X(04).
           05 KW-JENIS PIC X(01).
           05 KW-MULAI PIC X(08).
           05 KW-KE PIC 9(02).
           05 KW-SISA PIC S9(05).
       FD ALERT-REPORT.
       01 KA-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".

      * reference date and the window around it
       01 WS-REF-DATE PIC X(08).
       01 WS-REF-NUM REDEFINES WS-REF-DATE PIC 9(08).
       01 WS-REF-INT PIC 9(07).
       01 WS-AKHIR-NUM PIC 9(08).
       01 WS-SISA PIC S9(07).
       01 WS-BATAS-1 PIC 9(03) VALUE 30.
       01 WS-BATAS-2 PIC 9(03) VALUE 60.

       01 WS-CUR-BAGIAN PIC 9(01).
       01 WS-BAGIAN-CNT PIC 9(05).
       01 WS-CNT-LEWAT PIC 9(05) VALUE 0.
       01 WS-CNT-30 PIC 9(05) VALUE 0.
       01 WS-CNT-60 PIC 9(05) VALUE 0.
       01 WS-CNT-LEWAT-K PIC 9(05) VALUE 0.
       01 WS-ROW-CNT PIC 9(05) VALUE 0.
       01 WS-NOMASTER-CNT PIC 9(05) VALUE 0.
       01 WS-BADDATE-CNT PIC 9(05) VALUE 0.
       01 WS-TERM-CNT PIC 9(05) VALUE 0.

       01 WS-JENIS-NAMA PIC X(09).
       01 WS-SISA-Z PIC -ZZZZ9.
       01 WS-KE-Z PIC Z9.
       01 WS-CNT-Z PIC ZZ,ZZ9.
       01 WS-KET PIC X(30).

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
               SORT SORT-WORK
                   ON ASCENDING KEY KW-BAGIAN KW-AKHIR KW-NIK
                   INPUT PROCEDURE IS 3000-EXTRACT
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT
           END-IF.
           PERFORM 9999-EXIT.

      * The report is run every morning; the reference date can be
      * moved forward to see what falls due over a holiday.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DD DELIMITED BY SIZE
               INTO WS-CURRENT-DATE-DISPLAY
           DISPLAY "PERINGATAN KONTRAK PKWT / MASA PERCOBAAN"
           DISPLAY "TANGGAL ACUAN (YYYYMMDD, SPASI = HARI INI) : "
               NO ADVANCING
           MOVE SPACES TO WS-REF-DATE
           ACCEPT WS-REF-DATE
           IF WS-REF-DATE = SPACES
               MOVE WS-CURRENT-DATE (1:8) TO WS-REF-DATE
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
               ELSE
                   COMPUTE WS-REF-INT =
                       FUNCTION INTEGER-OF-DATE (WS-REF-NUM)
               END-IF
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT Kontrak-Master
               IF FSTAT NOT = "00"
                   DISPLAY "KONTRAK.dat TIDAK ADA - TIDAK ADA KONTRAK"
                       " YANG DIPANTAU"
                   MOVE "Y" TO WS-EOF
               END-IF
               OPEN INPUT Personal-IDX
               IF FSTAT NOT = "00"
                   DISPLAY "CANNOT OPEN PERSONAL-IDX, FSTAT=" FSTAT
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
                   CLOSE Kontrak-Master
               ELSE
                   OPEN OUTPUT ALERT-REPORT
               END-IF
           END-IF.

      * Contract and probation rows for active employees whose end
      * date is no more than 60 days after the reference date.
      * Permanent rows carry no end date and are never listed.
       3000-EXTRACT.
           PERFORM UNTIL WS-EOF = "Y"
               READ Kontrak-Master NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF KT-PKWT OR KT-PERCOBAAN
                           ADD 1 TO WS-ROW-CNT
                           PERFORM 3100-CHECK-ROW
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-ROW.
           IF KT-AKHIR NOT NUMERIC
               ADD 1 TO WS-BADDATE-CNT
           ELSE
               MOVE KT-AKHIR TO WS-AKHIR-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-AKHIR-NUM) NOT = 0
                   ADD 1 TO WS-BADDATE-CNT
               ELSE
                   COMPUTE WS-SISA =
                       FUNCTION INTEGER-OF-DATE (WS-AKHIR-NUM)
                       - WS-REF-INT
                   IF WS-SISA NOT > WS-BATAS-2
                       MOVE KT-NIK TO F-NIK
                       READ Personal-IDX
                           INVALID KEY
                               ADD 1 TO WS-NOMASTER-CNT
                           NOT INVALID KEY
                               IF F-Status = "T"
                                   ADD 1 TO WS-TERM-CNT
                               ELSE
                                   PERFORM 3200-RELEASE-ROW
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       3200-RELEASE-ROW.
           EVALUATE TRUE
               WHEN WS-SISA < 0
                   MOVE 1 TO KW-BAGIAN
               WHEN WS-SISA NOT > WS-BATAS-1
                   MOVE 2 TO KW-BAGIAN
               WHEN OTHER
                   MOVE 3 TO KW-BAGIAN
           END-EVALUATE
           MOVE KT-AKHIR TO KW-AKHIR
           MOVE KT-NIK TO KW-NIK
           MOVE F-Nama TO KW-NAMA
           MOVE F-Unit TO KW-UNIT
           MOVE KT-JENIS TO KW-JENIS
           MOVE KT-MULAI TO KW-MULAI
           MOVE KT-KE TO KW-KE
           MOVE WS-SISA TO KW-SISA
           RELEASE KW-RECORD.

       4000-PRINT-REPORT.
           PERFORM 4100-PRINT-HEADER
           PERFORM 4050-GET-NEXT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               MOVE KW-BAGIAN TO WS-CUR-BAGIAN
               MOVE 0 TO WS-BAGIAN-CNT
               PERFORM 4150-PRINT-SECTION-HEADER
               PERFORM UNTIL WS-SORT-EOF = "Y"
                      OR KW-BAGIAN NOT = WS-CUR-BAGIAN
                   PERFORM 4200-PRINT-DETAIL
                   PERFORM 4050-GET-NEXT
               END-PERFORM
               PERFORM 4300-PRINT-SECTION-TOTAL
           END-PERFORM
           PERFORM 4400-PRINT-SUMMARY.

       4050-GET-NEXT.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       4100-PRINT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO KA-LINE
           STRING "PERINGATAN KONTRAK PKWT / PERCOBAAN  ACUAN "
                   DELIMITED BY SIZE
               WS-REF-DATE DELIMITED BY SIZE
               "   TANGGAL " DELIMITED BY SIZE
               WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
               "   HAL " DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO KA-LINE
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           MOVE "NIK" TO KA-LINE (1:3)
           MOVE "NAMA" TO KA-LINE (18:4)
           MOVE "UNIT" TO KA-LINE (49:4)
           MOVE "JENIS" TO KA-LINE (54:5)
           MOVE "KE" TO KA-LINE (64:2)
           MOVE "MULAI" TO KA-LINE (67:5)
           MOVE "AKHIR" TO KA-LINE (76:5)
           MOVE "SISA" TO KA-LINE (86:4)
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           WRITE KA-LINE
           MOVE 4 TO WS-LINE-CNT.

       4150-PRINT-SECTION-HEADER.
           IF WS-LINE-CNT > 50
               PERFORM 4100-PRINT-HEADER
           END-IF
           EVALUATE WS-CUR-BAGIAN
               WHEN 1
                   MOVE "SUDAH LEWAT TANGGAL AKHIR" TO KA-LINE
               WHEN 2
                   MOVE "BERAKHIR DALAM 30 HARI" TO KA-LINE
               WHEN OTHER
                   MOVE "BERAKHIR DALAM 31 - 60 HARI" TO KA-LINE
           END-EVALUATE
           WRITE KA-LINE
           MOVE ALL "-" TO KA-LINE
           WRITE KA-LINE
           ADD 2 TO WS-LINE-CNT.

       4200-PRINT-DETAIL.
           IF WS-LINE-CNT > 55
               PERFORM 4100-PRINT-HEADER
           END-IF
           EVALUATE KW-JENIS
               WHEN "K"
                   MOVE "PKWT" TO WS-JENIS-NAMA
               WHEN OTHER
                   MOVE "PERCOBAAN" TO WS-JENIS-NAMA
           END-EVALUATE
           MOVE SPACES TO WS-KET
           IF KW-BAGIAN = 1
               IF KW-JENIS = "K"
                   MOVE "GAJI DITAHAN" TO WS-KET
                   ADD 1 TO WS-CNT-LEWAT-K
               ELSE
                   MOVE "KEPUTUSAN PERCOBAAN" TO WS-KET
               END-IF
           END-IF
           MOVE KW-KE TO WS-KE-Z
           MOVE KW-SISA TO WS-SISA-Z
           MOVE SPACES TO KA-LINE
           STRING KW-NIK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KW-NAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KW-UNIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JENIS-NAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KE-Z DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KW-MULAI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KW-AKHIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SISA-Z DELIMITED BY SIZE
               " HARI " DELIMITED BY SIZE
               WS-KET DELIMITED BY SIZE
               INTO KA-LINE
           WRITE KA-LINE
           ADD 1 TO WS-LINE-CNT
           ADD 1 TO WS-BAGIAN-CNT
           EVALUATE KW-BAGIAN
               WHEN 1
                   ADD 1 TO WS-CNT-LEWAT
               WHEN 2
                   ADD 1 TO WS-CNT-30
               WHEN OTHER
                   ADD 1 TO WS-CNT-60
           END-EVALUATE.

       4300-PRINT-SECTION-TOTAL.
           MOVE WS-BAGIAN-CNT TO WS-CNT-Z
           MOVE SPACES TO KA-LINE
           STRING "  JUMLAH : " DELIMITED BY SIZE
               WS-CNT-Z DELIMITED BY SIZE
               INTO KA-LINE
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           WRITE KA-LINE
           ADD 2 TO WS-LINE-CNT.

       4400-PRINT-SUMMARY.
           MOVE ALL "=" TO KA-LINE
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           STRING "SUDAH LEWAT=" DELIMITED BY SIZE
               WS-CNT-LEWAT DELIMITED BY SIZE
               " (PKWT DITAHAN=" DELIMITED BY SIZE
               WS-CNT-LEWAT-K DELIMITED BY SIZE
               ")  <=30 HARI=" DELIMITED BY SIZE
               WS-CNT-30 DELIMITED BY SIZE
               "  31-60 HARI=" DELIMITED BY SIZE
               WS-CNT-60 DELIMITED BY SIZE
               INTO KA-LINE
           WRITE KA-LINE
           MOVE SPACES TO KA-LINE
           STRING "BARIS KONTRAK/PERCOBAAN=" DELIMITED BY SIZE
               WS-ROW-CNT DELIMITED BY SIZE
               "  BERHENTI=" DELIMITED BY SIZE
               WS-TERM-CNT DELIMITED BY SIZE
               "  TANPA MASTER=" DELIMITED BY SIZE
               WS-NOMASTER-CNT DELIMITED BY SIZE
               "  TANGGAL AKHIR RUSAK=" DELIMITED BY SIZE
               WS-BADDATE-CNT DELIMITED BY SIZE
               INTO KA-LINE
           WRITE KA-LINE
           IF WS-CNT-LEWAT-K > 0
               MOVE "PKWT YANG LEWAT TIDAK DIBAYAR OLEH PAYROLL SAMPAI"
                   TO KA-LINE
               MOVE " DIPERPANJANG ATAU DIPROSES BERHENTI"
                   TO KA-LINE (50:)
               WRITE KA-LINE
           END-IF
           DISPLAY "PERINGATAN KONTRAK SELESAI - LEWAT=" WS-CNT-LEWAT
               " 30 HARI=" WS-CNT-30 " 60 HARI=" WS-CNT-60
               ", KTALERT.txt".

       9999-EXIT.
           IF NOT WS-REFUSED
               CLOSE Personal-IDX
               CLOSE Kontrak-Master
               CLOSE ALERT-REPORT
           END-IF.
           STOP RUN.
      ** add other procedures here
       END PROGRAM TUGAS-KONTRAK.

           COPY "LOAN-SEL.cpy".
           COPY "JABREF-SEL.cpy".
           COPY "MUTHIST-SEL.cpy".
           COPY "CUTI-SEL.cpy".
           COPY "CUTIHIS-SEL.cpy".
           COPY "ABSENSI-SEL.cpy".
           COPY "GAJSTAT-SEL.cpy".
           COPY "ANGGARAN-SEL.cpy".
           COPY "KONTRAK-SEL.cpy".
           COPY "KONTHIS-SEL.cpy".
           COPY "ALOKASI-SEL.cpy".
           COPY "TANGGUNG-SEL.cpy".
           COPY "KONTAK-SEL.cpy".
       SELECT ABSENSI-WORK
           ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\ABSWRK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAT.
       SELECT BATCH-CTL-FILE
           ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\BATCH-CTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "JABREF-FD.cpy".
       FD Mutation-History.
           COPY "MUTHIST-FD.cpy".
       FD Cuti-Master.
           COPY "CUTI-FD.cpy".
       FD CUTIHIS-FILE.
           COPY "CUTIHIS-FD.cpy".
       FD ABSENSI-FILE.
           COPY "ABSENSI-FD.cpy".
       FD GAJSTAT-FILE.
           COPY "GAJSTAT-FD.cpy".
       FD Anggaran-Master.
           COPY "ANGGARAN-FD.cpy".
       FD Kontrak-Master.
           COPY "KONTRAK-FD.cpy".
       FD KONTHIS-FILE.
           COPY "KONTHIS-FD.cpy".
       FD Alokasi-Master.
           COPY "ALOKASI-FD.cpy".
       FD Tanggungan-Master.
           COPY "TANGGUNG-FD.cpy".
       FD Kontak-Master.
           COPY "KONTAK-FD.cpy".
       FD ABSENSI-WORK.
       01 AW-RECORD PIC X(31).
       FD BATCH-CTL-FILE.
       01 BC-RECORD.
           05 BC-COMMAND PIC X(01).
       01 WS-COUNT PIC 99 VALUE 1.
       01 PERSONAL-Z.
              05 NIK-Z PIC ZZZZ,ZZZZ,ZZZZ,ZZZZ.
      * the middle eight digits of the edited NIK, starred out for
      * roles other than A
       01 NIK-Z-MASK REDEFINES PERSONAL-Z.
              05 FILLER PIC X(05).
              05 NIK-Z-MID1 PIC X(04).
              05 FILLER PIC X(01).
              05 NIK-Z-MID2 PIC X(04).
              05 FILLER PIC X(05).
       01 WS-JR-OPERATION PIC X(10).
       01 WS-JR-BEFORE PIC X(160).
       01 WS-JR-AFTER PIC X(160).
       01 WS-LOG-PROGRAM PIC X(15) VALUE "TUGAS-INDIVIDU".
       01 WS-LOG-OPERATION PIC X(11).
       01 WS-GAJI-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GAJI-X REDEFINES WS-GAJI-Z PIC X(14).
       01 WS-EXPORT-CNT PIC 9(05) VALUE 0.
       01 WS-EXPORT-FILE PIC X(16).
       01 WS-GOL-COMMAND PIC X.
       01 WS-GOL-VALID-SW PIC X VALUE "Y".
           88 WS-GOL-VALID VALUE "Y".
       01 WS-UNIT-NAMA-IN PIC X(30).
       01 WS-UNIT-PARENT-IN PIC X(04).
       01 WS-UNIT-EOF PIC X VALUE "N".
       01 WS-BG-COMMAND PIC X.
       01 WS-BG-TAHUN-IN PIC 9(04).
       01 WS-BG-HC-IN PIC 9(05).
       01 WS-BG-ANGG-IN PIC 9(13)V99.
       01 WS-BG-KONTROL-IN PIC X(01).
       01 WS-BG-EOF PIC X VALUE "N".
       01 WS-BG-FOUND-SW PIC X VALUE "N".
           88 WS-BG-FOUND VALUE "Y".
       01 WS-BG-OK-SW PIC X VALUE "Y".
           88 WS-BG-OK VALUE "Y".
       01 WS-BG-JAWAB PIC X.
       01 WS-BG-NIK-IN PIC 9(16).
       01 WS-BG-COUNT PIC 9(05).
       01 WS-BG-HC-Z PIC ZZ,ZZ9.
       01 WS-BG-COUNT-Z PIC ZZ,ZZ9.
       01 WS-BG-ANGG-Z PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BG-SAVE-PERSONAL PIC X(104).
       01 WS-KT-COMMAND PIC X.
       01 WS-KT-NIK-IN PIC 9(16).
       01 WS-KT-JENIS-IN PIC X(01).
       01 WS-KT-MULAI-IN PIC X(08).
       01 WS-KT-AKHIR-IN PIC X(08).
       01 WS-KT-OLD-JENIS PIC X(01).
       01 WS-KT-OLD-AKHIR PIC X(08).
       01 WS-KT-DATE-NUM PIC 9(08).
       01 WS-KT-JENIS-NAMA PIC X(09).
       01 WS-KT-EOF PIC X VALUE "N".
       01 WS-KT-OK-SW PIC X VALUE "Y".
           88 WS-KT-OK VALUE "Y".
       01 WS-AL-COMMAND PIC X.
       01 WS-AL-NIK-IN PIC 9(16).
       01 WS-AL-BERLAKU-IN PIC X(08).
       01 WS-AL-DATE-NUM PIC 9(08).
       01 WS-AL-PERSEN-IN PIC 9(03)V99.
       01 WS-AL-TOTAL PIC 9(05)V99.
       01 WS-AL-TOTAL-Z PIC ZZ,ZZ9.99.
       01 WS-AL-PERSEN-Z PIC ZZ9.99.
       01 WS-AL-IX PIC 9(02).
       01 WS-AL-JX PIC 9(02).
       01 WS-AL-EOF PIC X VALUE "N".
       01 WS-AL-JAWAB PIC X.
       01 WS-AL-OK-SW PIC X VALUE "Y".
           88 WS-AL-OK VALUE "Y".
       01 WS-AL-DONE-SW PIC X VALUE "N".
           88 WS-AL-DONE VALUE "Y".
       01 WS-AL-DUP-SW PIC X VALUE "N".
           88 WS-AL-DUP VALUE "Y".
       01 WS-TG-COMMAND PIC X.
       01 WS-TG-NIK-IN PIC 9(16).
       01 WS-TG-URUT-IN PIC 9(02).
       01 WS-TG-NAMA-IN PIC X(30).
       01 WS-TG-HUB-IN PIC X(01).
       01 WS-TG-LAHIR-IN PIC X(08).
       01 WS-TG-AKTIF-IN PIC X(01).
       01 WS-TG-DATE-NUM PIC 9(08).
       01 WS-TG-TODAY PIC X(08).
       01 WS-TG-EOF PIC X VALUE "N".
       01 WS-TG-OK-SW PIC X VALUE "Y".
           88 WS-TG-OK VALUE "Y".
       01 WS-TG-ADA-SW PIC X VALUE "N".
           88 WS-TG-ADA VALUE "Y".
       01 WS-TG-MAX-URUT PIC 9(02).
       01 WS-TG-SPOUSE-CNT PIC 9(02).
       01 WS-TG-DEP-CNT PIC 9(02).
       01 WS-TG-BATAS PIC X(08).
       01 WS-TG-PTKP PIC X(04).
       01 WS-TG-TAHUN-DEPAN PIC 9(04).
       01 WS-TG-HUB-NAMA PIC X(11).
       01 WS-KP-COMMAND PIC X.
       01 WS-KP-NIK-IN PIC 9(16).
       01 WS-KP-EMAIL-IN PIC X(60).
       01 WS-KP-KIRIM-IN PIC X(01).
       01 WS-KP-EOF PIC X VALUE "N".
       01 WS-KP-OK-SW PIC X VALUE "Y".
           88 WS-KP-OK VALUE "Y".
       01 WS-KP-LOKAL PIC X(60).
       01 WS-KP-DOMAIN PIC X(60).
       01 WS-KP-AT-CNT PIC 9(02).
       01 WS-KP-DOT-CNT PIC 9(02).
       01 WS-KP-LEN PIC 9(02).
      * journal image of an allocation row: effective date and the
      * unit=percent lines
       01 WS-AL-IMAGE.
           05 FILLER PIC X(08) VALUE "BERLAKU=".
           05 WS-AL-IMG-BERLAKU PIC X(08).
           05 WS-AL-IMG-BARIS OCCURS 10 TIMES.
               10 WS-AL-IMG-SPASI PIC X(01).
               10 WS-AL-IMG-UNIT PIC X(04).
               10 WS-AL-IMG-SAMA PIC X(01).
               10 WS-AL-IMG-PERSEN PIC ZZ9.99.
       01 WS-BNK-COMMAND PIC X.
       01 WS-BNK-NIK-IN PIC 9(16).
       01 WS-BNK-BANK-IN PIC X(04).
       01 WS-LN-EOF PIC X VALUE "N".
       01 WS-LN-AMT-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LN-BAL-Z PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-COMMAND PIC X.
       01 WS-CT-NIK-IN PIC 9(16).
       01 WS-CT-TGL-IN PIC X(08).
       01 WS-CT-HARI-IN PIC 9(02).
       01 WS-CT-NUM-IN PIC X(03).
       01 WS-CT-EOF PIC X VALUE "N".
       01 WS-CT-OK-SW PIC X VALUE "Y".
           88 WS-CT-OK VALUE "Y".
       01 WS-CT-TODAY PIC 9(08).
       01 WS-CT-YEARS PIC S9(03).
       01 WS-CT-DATE-WORK.
           05 WS-CT-DW-YYYY PIC 9(04).
           05 WS-CT-DW-MMDD PIC 9(04).
       01 WS-CT-DATE-NUM REDEFINES WS-CT-DATE-WORK PIC 9(08).
       01 WS-CT-HIRE-WORK.
           05 WS-CT-HW-YYYY PIC 9(04).
           05 WS-CT-HW-MMDD PIC 9(04).
       01 WS-CT-SALDO PIC S9(03).
       01 WS-CT-DIBAYAR PIC 9(03).
       01 WS-CT-TANPA PIC 9(03).
       01 WS-CT-SALDO-Z PIC -ZZ9.
       01 WS-CT-HAK-Z PIC Z9.
       01 WS-CT-CARRY-Z PIC Z9.
       01 WS-CT-TAKEN-Z PIC ZZ9.
       01 WS-CT-UNPAID-Z PIC ZZ9.
       01 WS-CT-PERIODE.
           05 WS-CT-PER-YYYY PIC 9(04).
           05 WS-CT-PER-MM PIC 9(02).
       01 WS-CT-GS-STATUS PIC X VALUE SPACE.
       01 WS-CT-GS-EOF PIC X VALUE "N".
       01 WS-CT-SHIFT PIC 9(02) VALUE 0.
       01 WS-CT-AB-EOF PIC X VALUE "N".
       01 WS-CT-AB-DAYS PIC 9(03).
       01 WS-CT-AB-MERGED-SW PIC X VALUE "N".
           88 WS-CT-AB-MERGED VALUE "Y".
       01 WS-JAB-COMMAND PIC X.
       01 WS-JAB-NAMA-IN PIC X(20).
       01 WS-JAB-DESKRIPSI PIC X(30).
           05 LINE 17 COLUMN 05 VALUE "(K) PINJAMAN/KASBON".
           05 LINE 18 COLUMN 05 VALUE "(J) JABATAN MAINTENANCE".
           05 LINE 19 COLUMN 05 VALUE "(Q) QUIT".
           05 LINE 03 COLUMN 45 VALUE "(A) CUTI TAHUNAN".
           05 LINE 04 COLUMN 45 VALUE "(N) ANGGARAN UNIT".
           05 LINE 05 COLUMN 45 VALUE "(H) KONTRAK/PERCOBAAN".
           05 LINE 06 COLUMN 45 VALUE "(M) ALOKASI BIAYA UNIT".
           05 LINE 07 COLUMN 45 VALUE "(F) TANGGUNGAN / PTKP".
           05 LINE 08 COLUMN 45 VALUE "(W) KONTAK / E-SLIP".
           05 LINE 21 COLUMN 05 VALUE "PILIHAN : ".
           05 MNU-COMMAND LINE 21 COLUMN 16 PIC X TO WS-COMMAND.
       01 CREATE-SCREEN.
           ELSE
             CLOSE Mutation-History
           END-IF
           OPEN INPUT Cuti-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Cuti-Master
             OPEN OUTPUT Cuti-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "CUTI FILE CREATED"
             CLOSE Cuti-Master
           ELSE
             CLOSE Cuti-Master
           END-IF
           OPEN INPUT Anggaran-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Anggaran-Master
             OPEN OUTPUT Anggaran-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "ANGGARAN FILE CREATED"
             CLOSE Anggaran-Master
           ELSE
             CLOSE Anggaran-Master
           END-IF
           OPEN INPUT Kontrak-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Kontrak-Master
             OPEN OUTPUT Kontrak-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "KONTRAK FILE CREATED"
             CLOSE Kontrak-Master
           ELSE
             CLOSE Kontrak-Master
           END-IF
           OPEN INPUT Alokasi-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Alokasi-Master
             OPEN OUTPUT Alokasi-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "ALOKASI FILE CREATED"
             CLOSE Alokasi-Master
           ELSE
             CLOSE Alokasi-Master
           END-IF
           OPEN INPUT Tanggungan-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Tanggungan-Master
             OPEN OUTPUT Tanggungan-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "TANGGUNGAN FILE CREATED"
             CLOSE Tanggungan-Master
           ELSE
             CLOSE Tanggungan-Master
           END-IF
           OPEN INPUT Kontak-Master.
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           IF FSTAT = "35"
             CLOSE Kontak-Master
             OPEN OUTPUT Kontak-Master
             MOVE "OPEN-OUTPUT" TO WS-LOG-OPERATION
             CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                WS-LOG-OPERATION, FSTAT
             CANCEL "SUB-TUGAS-LOG"
             DISPLAY "KONTAK FILE CREATED"
             CLOSE Kontak-Master
           ELSE
             CLOSE Kontak-Master
           END-IF
           OPEN INPUT BATCH-CTL-FILE
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN INPUT Anggaran-Master
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN INPUT Tanggungan-Master
           MOVE "OPEN-INPUT" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-CTL-FILE
                   AT END
           CLOSE Unit-Master
           CLOSE Jabatan-Ref
           CLOSE Mutation-History
           CLOSE Anggaran-Master
           CLOSE Tanggungan-Master
           CLOSE BATCH-DSP-FILE
           MOVE 0 TO WS-BATCH-LINE-NO
           PERFORM BATCH-WRITE-CHECKPOINT
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Cuti-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Anggaran-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Kontrak-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Alokasi-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Tanggungan-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           OPEN I-O Kontak-Master.
           MOVE "OPEN-IO" TO WS-LOG-OPERATION
           CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
              WS-LOG-OPERATION, FSTAT
           CANCEL "SUB-TUGAS-LOG"
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           MOVE FUNCTION UPPER-CASE (WS-COMMAND) TO WS-COMMAND.
                     PERFORM LOAN-MAINT
                  WHEN WS-COMMAND = "J" OR WS-COMMAND = "j"
                     PERFORM JABATAN-MAINT
                  WHEN WS-COMMAND = "A" OR WS-COMMAND = "a"
                     PERFORM CUTI-MAINT
                  WHEN WS-COMMAND = "N" OR WS-COMMAND = "n"
                     PERFORM ANGGARAN-MAINT
                  WHEN WS-COMMAND = "H" OR WS-COMMAND = "h"
                     PERFORM KONTRAK-MAINT
                  WHEN WS-COMMAND = "M" OR WS-COMMAND = "m"
                     PERFORM ALOKASI-MAINT
                  WHEN WS-COMMAND = "F" OR WS-COMMAND = "f"
                     PERFORM TANGGUNGAN-MAINT
                  WHEN WS-COMMAND = "W" OR WS-COMMAND = "w"
                     PERFORM KONTAK-MAINT
                  WHEN OTHER
                  PERFORM CLEAN-SCREEN
                     DISPLAY "SALAH INPUT"
              CLOSE Loan-Master.
              CLOSE Jabatan-Ref.
              CLOSE Mutation-History.
              CLOSE Cuti-Master.
              CLOSE Anggaran-Master.
              CLOSE Kontrak-Master.
              CLOSE Alokasi-Master.
              CLOSE Tanggungan-Master.
              CLOSE Kontak-Master.

      * Role gate for the menu: R (read-only) gets R/L/S and Q; E
      * (data entry) adds C/U/D/T, the masked semicolon/CSV exports,
      * the leave ledger (A), contract terms (H), dependents (F)
      * and the e-slip contact file (W);
      * A (admin) adds import, the full fixed-width export, the
      * golongan/unit reference maintenance, the unit manpower
      * budget (N) and the cost allocation split (M).
      * Everyone but A sees NIKs masked and salaries blank
      * (APPLY-ROLE-MASK). The batch path never comes through here -
      * it runs as BATCH with role A.
       CHECK-COMMAND-AUTH.
           MOVE "Y" TO WS-CMD-ALLOWED-SW
           EVALUATE WS-COMMAND
               WHEN "T"
               WHEN "E"
               WHEN "X"
               WHEN "A"
               WHEN "H"
               WHEN "F"
               WHEN "W"
                   IF WS-USER-ROLE NOT = "E" AND WS-USER-ROLE NOT = "A"
                       MOVE "N" TO WS-CMD-ALLOWED-SW
                   END-IF
               WHEN "B"
               WHEN "K"
               WHEN "J"
               WHEN "N"
               WHEN "M"
                   IF WS-USER-ROLE NOT = "A"
                       MOVE "N" TO WS-CMD-ALLOWED-SW
                   END-IF
                 DISPLAY "FORMAT (1/2/3) : " NO ADVANCING
                 ACCEPT WS-EXPORT-FORMAT
              END-IF
              MOVE 0 TO WS-EXPORT-CNT
              EVALUATE TRUE
                  WHEN WS-EXPORT-FORMAT = "2"
                      PERFORM EXPORT-SEMICOLON-FORMAT
                  WHEN WS-EXPORT-FORMAT = "3"
                      PERFORM EXPORT-CSV-FORMAT
                  WHEN WS-USER-ROLE NOT = "A"
                      DISPLAY "EKSPOR PENUH (FORMAT 1) HANYA UNTUK"
                          " ROLE A - PILIH FORMAT 2 ATAU 3"
                  WHEN OTHER
                      PERFORM EXPORT-FIXED-FORMAT
              END-EVALUATE
              IF WS-USER-ROLE = "A" AND WS-EXPORT-CNT > 0
                 PERFORM JOURNAL-FULL-EXPORT
              END-IF
           .

      * An unmasked export leaves the building with every NIK and
      * salary on it, so who took it, when, in which format and how
      * many rows goes on the journal.
       JOURNAL-FULL-EXPORT.
              EVALUATE WS-EXPORT-FORMAT
                  WHEN "2"
                      MOVE "EKSPOR-SEMI.dat" TO WS-EXPORT-FILE
                  WHEN "3"
                      MOVE "EKSPOR-CSV.dat" TO WS-EXPORT-FILE
                  WHEN OTHER
                      MOVE "EKSPOR-DATA.dat" TO WS-EXPORT-FILE
              END-EVALUATE
              MOVE SPACES TO WS-JR-BEFORE
              MOVE SPACES TO WS-JR-AFTER
              STRING "EKSPOR PENUH FILE=" DELIMITED BY SIZE
                     WS-EXPORT-FILE DELIMITED BY SPACE
                     " BARIS=" DELIMITED BY SIZE
                     WS-EXPORT-CNT DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              MOVE "EXPORT" TO WS-JR-OPERATION
              CALL "SUB-TUGAS-JOURNAL" USING WS-JR-OPERATION,
                     WS-REF-JR-NIK, WS-JR-BEFORE, WS-JR-AFTER
              CANCEL "SUB-TUGAS-JOURNAL".

      * Roles other than A see the NIK with its middle eight digits
      * starred out and no salary amount, on screen and in every
      * list or export they take away.
       APPLY-ROLE-MASK.
              IF WS-USER-ROLE NOT = "A"
                 MOVE "****" TO NIK-Z-MID1
                 MOVE "****" TO NIK-Z-MID2
                 MOVE SPACES TO WS-GAJI-X
              END-IF.

      * Canonical fixed-width layout - the only format IMPORT-DATA and
      * RECONCILE-EXPORT can parse back, so it is the one reconciled.
       EXPORT-FIXED-FORMAT.
                      MOVE F-END-DATE TO EKS-END-DATE
                      MOVE F-PTKP TO EKS-PTKP
                      WRITE EKS-PERSONAL
                      ADD 1 TO WS-EXPORT-CNT
                      DISPLAY EKS-PERSONAL
                    END-READ
           END-PERFORM
                      NOT AT END
                      MOVE F-NIK TO NIK-Z
                      MOVE F-GAJI-POKOK TO WS-GAJI-Z
                      PERFORM APPLY-ROLE-MASK
                      MOVE SPACES TO ES-LINE
                      STRING NIK-Z DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             FUNCTION TRIM (F-NAMA) DELIMITED BY SIZE
                             F-UNIT DELIMITED BY SIZE
                             INTO ES-LINE
                      WRITE ES-LINE
                      ADD 1 TO WS-EXPORT-CNT
                      DISPLAY ES-LINE
                    END-READ
           END-PERFORM
                      NOT AT END
                      MOVE F-NIK TO NIK-Z
                      MOVE F-GAJI-POKOK TO WS-GAJI-Z
                      PERFORM APPLY-ROLE-MASK
                      MOVE SPACES TO EC-LINE
                      STRING """" DELIMITED BY SIZE
                             NIK-Z DELIMITED BY SIZE
                             """," DELIMITED BY SIZE
                             """" DELIMITED BY SIZE
                             INTO EC-LINE
                      WRITE EC-LINE
                      ADD 1 TO WS-EXPORT-CNT
                      DISPLAY EC-LINE
                    END-READ
           END-PERFORM
                         MOVE "Y" TO WS-EOF
                      ELSE
                         MOVE F-NIK TO NIK-Z
                         PERFORM APPLY-ROLE-MASK
                         DISPLAY "-----------------------------------",
                              "-----------------------------------",
                              "---------"
                           GO CREATE-RECORD
                        END-IF
                     ELSE
                     MOVE NIK TO WS-BG-NIK-IN
                     PERFORM CHECK-UNIT-HEADCOUNT
                     IF NOT WS-BG-OK
                        IF WS-IN-BATCH
                           ADD 1 TO WS-BATCH-ERR-CNT
                        ELSE
                           GO CREATE-RECORD
                        END-IF
                     ELSE
                     MOVE PERSONAL TO F-Personal
                     MOVE FUNCTION UPPER-CASE (F-Personal) TO F-Personal
                     PERFORM WRITE-RECORD
                     END-IF
                     END-IF
                     END-IF
                     END-IF
              END-IF.

      * Structural check on top of the NIK NUMERIC test above: region
              DISPLAY " "
              DISPLAY "NIK YANG AKAN DICARI : " NO ADVANCING
              ACCEPT WS-NIK-INPUT
              CALL "SUB-TUGAS-READ" using WS-NIK-INPUT, WS-USER-ROLE
              CANCEL "SUB-TUGAS-READ"
              *> MOVE WS-NIK-INPUT TO F-NIK
              *> MOVE F-NIK TO NIK-Z
              IF PTKP-STATUS = SPACES
                     MOVE "TK/0" TO PTKP-STATUS
              END-IF
      * once dependents are on file the PTKP follows them (menu F and
      * the January TUGAS-PTKP run) and is not keyed over here
              MOVE F-NIK TO WS-TG-NIK-IN
              PERFORM TANGGUNGAN-CHECK-ADA
              IF WS-TG-ADA AND F-PTKP NOT = SPACES
                 AND FUNCTION UPPER-CASE (PTKP-STATUS) NOT = F-PTKP
                     DISPLAY "PTKP MENGIKUTI DATA TANGGUNGAN - TETAP "
                         F-PTKP
                     MOVE F-PTKP TO PTKP-STATUS
              END-IF
              MOVE NAMA TO F-Nama
              MOVE JABATAN TO F-JABATAN
              MOVE GOLONGAN TO F-GOLONGAN
                           GO REWRITE-DATA
                        END-IF
                     ELSE
      * only a transfer is held against the new unit's headcount -
      * the employee already counts on an unchanged unit
                     MOVE "Y" TO WS-BG-OK-SW
                     IF F-UNIT NOT = WS-MH-OLD-UNIT
                        MOVE F-NIK TO WS-BG-NIK-IN
                        PERFORM CHECK-UNIT-HEADCOUNT
                     END-IF
                     IF NOT WS-BG-OK
                        IF WS-IN-BATCH
                           ADD 1 TO WS-BATCH-ERR-CNT
                        ELSE
                           GO REWRITE-DATA
                        END-IF
                     ELSE
                     IF NOT WS-IN-BATCH
                     PERFORM QUEUE-UPDATE-REQUEST
                     ELSE
                             F-NIK, WS-JR-BEFORE, WS-JR-AFTER
                      CANCEL "SUB-TUGAS-JOURNAL"
                      IF F-GAJI-POKOK NOT = WS-SH-OLD-GAJI
                         OR F-GOLONGAN NOT = WS-SH-OLD-GOL
                         PERFORM WRITE-SALARY-HISTORY
                      END-IF
                      IF F-JABATAN NOT = WS-MH-OLD-JABATAN
                     END-IF
                     END-IF
                     END-IF
                     END-IF
              END-IF
              END-IF
              .
                      NOT AT END
                      MOVE F-NIK TO NIK-Z
                      MOVE F-GAJI-POKOK TO WS-GAJI-Z
                      PERFORM APPLY-ROLE-MASK
                      DISPLAY "---------------------------------------",
                              "---------------------------------------",
                              "---------"
                         END-IF
                         MOVE F-NIK TO NIK-Z
                         MOVE F-GAJI-POKOK TO WS-GAJI-Z
                         PERFORM APPLY-ROLE-MASK
                         MOVE SPACES TO LR-LINE
                         STRING NIK-Z DELIMITED BY SIZE
                                " | " DELIMITED BY SIZE
                                F-NAMA DELIMITED BY SIZE
                     DELIMITED BY SIZE
                     INTO LR-LINE
              WRITE LR-LINE
              IF WS-USER-ROLE NOT = "A"
                 MOVE SPACES TO LR-LINE
                 STRING "NIK DISAMARKAN, GAJI DIKOSONGKAN - ROLE "
                        DELIMITED BY SIZE
                        WS-USER-ROLE DELIMITED BY SIZE
                        INTO LR-LINE
                 WRITE LR-LINE
              END-IF
              MOVE SPACES TO LR-LINE
              WRITE LR-LINE.

              ADD 1 TO WS-AP-NEXT-ID
              .

      * Every GAJI-POKOK or golongan change is captured as a keyed
      * row on the salary history file so HR can query salary steps,
      * retro-pay can find the gaji in force on a given date and the
      * promotion report can tell how long someone has been in grade.
       WRITE-SALARY-HISTORY.
              MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
              MOVE F-NIK TO SH-NIK
              END-IF
              .

      * Manpower budget control on a hire or a transfer: the active
      * staff already booked on WS-UNIT-KODE-IN (less the NIK being
      * placed) are counted against this year's BG-HEADCOUNT. At or
      * past the limit a "T" row refuses the move; a "P" row only
      * warns - the operator confirms, batch lets it through. The
      * Personal-IDX walk overwrites the record area, so the caller's
      * image is saved and put back.
       CHECK-UNIT-HEADCOUNT.
              MOVE "Y" TO WS-BG-OK-SW
              MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
              MOVE WS-UNIT-KODE-IN TO BG-UNIT
              MOVE WS-CD-FULL (1:4) TO BG-TAHUN
              READ Anggaran-Master
                  INVALID KEY
                      MOVE "N" TO WS-BG-FOUND-SW
                  NOT INVALID KEY
                      MOVE "Y" TO WS-BG-FOUND-SW
              END-READ
              IF WS-BG-FOUND
                 MOVE F-Personal TO WS-BG-SAVE-PERSONAL
                 MOVE 0 TO WS-BG-COUNT
                 MOVE "N" TO WS-BG-EOF
                 MOVE LOW-VALUES TO F-NIK
                 START Personal-IDX KEY IS NOT LESS THAN F-NIK
                     INVALID KEY MOVE "Y" TO WS-BG-EOF
                 END-START
                 PERFORM UNTIL WS-BG-EOF = "Y"
                     READ Personal-IDX NEXT
                         AT END
                             MOVE "Y" TO WS-BG-EOF
                         NOT AT END
                             IF F-UNIT = WS-UNIT-KODE-IN
                                AND F-STATUS NOT = "T"
                                AND F-NIK NOT = WS-BG-NIK-IN
                                 ADD 1 TO WS-BG-COUNT
                             END-IF
                     END-READ
                 END-PERFORM
                 MOVE WS-BG-SAVE-PERSONAL TO F-Personal
                 IF WS-BG-COUNT NOT < BG-HEADCOUNT
                    MOVE BG-HEADCOUNT TO WS-BG-HC-Z
                    MOVE WS-BG-COUNT TO WS-BG-COUNT-Z
                    DISPLAY "UNIT " WS-UNIT-KODE-IN " SUDAH PENUH - "
                        "AKTIF " WS-BG-COUNT-Z " DARI ANGGARAN "
                        WS-BG-HC-Z " ORANG TAHUN " BG-TAHUN
                    IF BG-TOLAK
                       MOVE "N" TO WS-BG-OK-SW
                       DISPLAY "PENEMPATAN DITOLAK - TAMBAH ANGGARAN "
                           "HEADCOUNT DULU (MENU N)"
                    ELSE
                       IF WS-IN-BATCH
                          DISPLAY "PERINGATAN: TETAP DIPROSES NIK "
                              WS-BG-NIK-IN
                       ELSE
                          DISPLAY "TETAP LANJUTKAN? (Y/N) : "
                              NO ADVANCING
                          ACCEPT WS-BG-JAWAB
                          IF WS-BG-JAWAB NOT = "Y"
                             AND WS-BG-JAWAB NOT = "y"
                             MOVE "N" TO WS-BG-OK-SW
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
              .

      * Maintenance screen for the Unit-Master, reachable from the
      * main menu with command O.
       UNIT-MAINT.
                     INTO WS-JR-AFTER
              .

      * Maintenance screen for the unit manpower budget, reachable
      * from the main menu with command N (role A only). One row per
      * unit per year; the unit must be on the Unit-Master.
       ANGGARAN-MAINT.
              MOVE SPACE TO WS-BG-COMMAND
              PERFORM UNTIL WS-BG-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== ANGGARAN TENAGA KERJA PER UNIT ==="
                 DISPLAY "(A) TAMBAH ANGGARAN"
                 DISPLAY "(U) UBAH ANGGARAN"
                 DISPLAY "(D) HAPUS ANGGARAN"
                 DISPLAY "(L) LIHAT DAFTAR"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/U/D/L/X : " NO ADVANCING
                 ACCEPT WS-BG-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-BG-COMMAND)
                     TO WS-BG-COMMAND
                 EVALUATE WS-BG-COMMAND
                     WHEN "A"
                         PERFORM ANGGARAN-ADD
                     WHEN "U"
                         PERFORM ANGGARAN-UPDATE
                     WHEN "D"
                         PERFORM ANGGARAN-DELETE
                     WHEN "L"
                         PERFORM ANGGARAN-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       ANGGARAN-ADD.
              DISPLAY "KODE UNIT : " NO ADVANCING
              ACCEPT WS-UNIT-KODE-IN
              DISPLAY "TAHUN (YYYY) : " NO ADVANCING
              ACCEPT WS-BG-TAHUN-IN
              DISPLAY "HEADCOUNT DISETUJUI : " NO ADVANCING
              ACCEPT WS-BG-HC-IN
              DISPLAY "ANGGARAN GAJI SETAHUN : " NO ADVANCING
              ACCEPT WS-BG-ANGG-IN
              DISPLAY "KONTROL (T=TOLAK, P=PERINGATAN) : "
                  NO ADVANCING
              ACCEPT WS-BG-KONTROL-IN
              MOVE FUNCTION UPPER-CASE (WS-UNIT-KODE-IN)
                  TO WS-UNIT-KODE-IN
              MOVE FUNCTION UPPER-CASE (WS-BG-KONTROL-IN)
                  TO WS-BG-KONTROL-IN
              IF WS-BG-KONTROL-IN = SPACE
                 MOVE "T" TO WS-BG-KONTROL-IN
              END-IF
              IF WS-UNIT-KODE-IN = SPACE OR WS-BG-TAHUN-IN < 2000
                 DISPLAY "KODE UNIT DAN TAHUN JANGAN KOSONG"
              ELSE IF WS-BG-KONTROL-IN NOT = "T"
                 AND WS-BG-KONTROL-IN NOT = "P"
                 DISPLAY "KONTROL HARUS T ATAU P"
              ELSE
                 PERFORM VALIDATE-UNIT
                 IF NOT WS-UNIT-VALID
                     DISPLAY WS-UNIT-ERR-MSG
                 ELSE
                 MOVE WS-UNIT-KODE-IN TO BG-UNIT
                 MOVE WS-BG-TAHUN-IN TO BG-TAHUN
                 MOVE WS-BG-HC-IN TO BG-HEADCOUNT
                 MOVE WS-BG-ANGG-IN TO BG-ANGGARAN
                 MOVE WS-BG-KONTROL-IN TO BG-KONTROL
                 WRITE BG-RECORD
                     INVALID KEY
                         DISPLAY "ANGGARAN " BG-UNIT "/" BG-TAHUN
                             " SUDAH ADA"
                     NOT INVALID KEY
                         DISPLAY "ANGGARAN " BG-UNIT "/" BG-TAHUN
                             " DITAMBAH"
                         PERFORM ANGGARAN-JOURNAL-AFTER
                         MOVE SPACES TO WS-JR-BEFORE
                         MOVE "ANGG-ADD" TO WS-JR-OPERATION
                         CALL "SUB-TUGAS-JOURNAL" USING
                             WS-JR-OPERATION, WS-REF-JR-NIK,
                             WS-JR-BEFORE, WS-JR-AFTER
                         CANCEL "SUB-TUGAS-JOURNAL"
                 END-WRITE
                 MOVE "WRITE" TO WS-LOG-OPERATION
                 CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                    WS-LOG-OPERATION, FSTAT
                 CANCEL "SUB-TUGAS-LOG"
                 END-IF
              END-IF
              END-IF
              PERFORM PAUSE-SCREEN
              .
       ANGGARAN-UPDATE.
              DISPLAY "KODE UNIT YANG DIUBAH : " NO ADVANCING
              ACCEPT WS-UNIT-KODE-IN
              DISPLAY "TAHUN (YYYY) : " NO ADVANCING
              ACCEPT WS-BG-TAHUN-IN
              MOVE FUNCTION UPPER-CASE (WS-UNIT-KODE-IN) TO BG-UNIT
              MOVE WS-BG-TAHUN-IN TO BG-TAHUN
              READ Anggaran-Master
                  INVALID KEY
                      DISPLAY "ANGGARAN " BG-UNIT "/" BG-TAHUN
                          " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM ANGGARAN-JOURNAL-BEFORE
                      MOVE BG-HEADCOUNT TO WS-BG-HC-Z
                      MOVE BG-ANGGARAN TO WS-BG-ANGG-Z
                      DISPLAY "HEADCOUNT LAMA : " WS-BG-HC-Z
                      DISPLAY "ANGGARAN LAMA  : " WS-BG-ANGG-Z
                      DISPLAY "KONTROL LAMA   : " BG-KONTROL
                      DISPLAY "HEADCOUNT BARU : " NO ADVANCING
                      ACCEPT WS-BG-HC-IN
                      DISPLAY "ANGGARAN BARU : " NO ADVANCING
                      ACCEPT WS-BG-ANGG-IN
                      DISPLAY "KONTROL BARU (T/P, SPASI=TETAP) : "
                          NO ADVANCING
                      ACCEPT WS-BG-KONTROL-IN
                      MOVE FUNCTION UPPER-CASE (WS-BG-KONTROL-IN)
                          TO WS-BG-KONTROL-IN
                      IF WS-BG-KONTROL-IN = SPACE
                          MOVE BG-KONTROL TO WS-BG-KONTROL-IN
                      END-IF
                      IF WS-BG-KONTROL-IN NOT = "T"
                         AND WS-BG-KONTROL-IN NOT = "P"
                          DISPLAY "KONTROL HARUS T ATAU P"
                      ELSE
                          MOVE WS-BG-HC-IN TO BG-HEADCOUNT
                          MOVE WS-BG-ANGG-IN TO BG-ANGGARAN
                          MOVE WS-BG-KONTROL-IN TO BG-KONTROL
                          REWRITE BG-RECORD
                              INVALID KEY
                                  DISPLAY "ANGGARAN GAGAL DIUBAH"
                              NOT INVALID KEY
                                  DISPLAY "ANGGARAN " BG-UNIT "/"
                                      BG-TAHUN " DIUBAH"
                                  PERFORM ANGGARAN-JOURNAL-AFTER
                                  MOVE "ANGG-UPD" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, WS-REF-JR-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-REWRITE
                          MOVE "REWRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       ANGGARAN-DELETE.
              DISPLAY "KODE UNIT YANG DIHAPUS : " NO ADVANCING
              ACCEPT WS-UNIT-KODE-IN
              DISPLAY "TAHUN (YYYY) : " NO ADVANCING
              ACCEPT WS-BG-TAHUN-IN
              MOVE FUNCTION UPPER-CASE (WS-UNIT-KODE-IN) TO BG-UNIT
              MOVE WS-BG-TAHUN-IN TO BG-TAHUN
              READ Anggaran-Master
                  INVALID KEY
                      DISPLAY "ANGGARAN " BG-UNIT "/" BG-TAHUN
                          " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM ANGGARAN-JOURNAL-BEFORE
                      DISPLAY "YAKIN HAPUS ANGGARAN " BG-UNIT "/"
                          BG-TAHUN " ? (Y/N) : " NO ADVANCING
                      ACCEPT WS-BG-JAWAB
                      IF WS-BG-JAWAB = "Y" OR WS-BG-JAWAB = "y"
                          DELETE Anggaran-Master RECORD
                              INVALID KEY
                                  DISPLAY "ANGGARAN GAGAL DIHAPUS"
                              NOT INVALID KEY
                                  DISPLAY "ANGGARAN " BG-UNIT "/"
                                      BG-TAHUN " DIHAPUS"
                                  MOVE SPACES TO WS-JR-AFTER
                                  MOVE "ANGG-DEL" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, WS-REF-JR-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-DELETE
                          MOVE "DELETE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       ANGGARAN-LIST.
              PERFORM CLEAN-SCREEN
              DISPLAY "UNIT | TAHUN | HEADCOUNT |"
                  "        ANGGARAN GAJI | KONTROL"
              MOVE "N" TO WS-BG-EOF
              MOVE LOW-VALUES TO BG-KEY
              START Anggaran-Master KEY IS NOT LESS THAN BG-KEY
                  INVALID KEY MOVE "Y" TO WS-BG-EOF
              END-START
              PERFORM UNTIL WS-BG-EOF = "Y"
                  READ Anggaran-Master NEXT
                      AT END
                          MOVE "Y" TO WS-BG-EOF
                      NOT AT END
                          MOVE BG-HEADCOUNT TO WS-BG-HC-Z
                          MOVE BG-ANGGARAN TO WS-BG-ANGG-Z
                          DISPLAY BG-UNIT " | " BG-TAHUN "  |    "
                              WS-BG-HC-Z " | " WS-BG-ANGG-Z " | "
                              BG-KONTROL
                  END-READ
              END-PERFORM
              PERFORM PAUSE-SCREEN
              .
       ANGGARAN-JOURNAL-BEFORE.
              MOVE SPACES TO WS-JR-BEFORE
              STRING "UNIT=" DELIMITED BY SIZE
                     BG-UNIT DELIMITED BY SIZE
                     " TAHUN=" DELIMITED BY SIZE
                     BG-TAHUN DELIMITED BY SIZE
                     " HC=" DELIMITED BY SIZE
                     BG-HEADCOUNT DELIMITED BY SIZE
                     " ANGGARAN=" DELIMITED BY SIZE
                     BG-ANGGARAN DELIMITED BY SIZE
                     " KONTROL=" DELIMITED BY SIZE
                     BG-KONTROL DELIMITED BY SIZE
                     INTO WS-JR-BEFORE
              .
       ANGGARAN-JOURNAL-AFTER.
              MOVE SPACES TO WS-JR-AFTER
              STRING "UNIT=" DELIMITED BY SIZE
                     BG-UNIT DELIMITED BY SIZE
                     " TAHUN=" DELIMITED BY SIZE
                     BG-TAHUN DELIMITED BY SIZE
                     " HC=" DELIMITED BY SIZE
                     BG-HEADCOUNT DELIMITED BY SIZE
                     " ANGGARAN=" DELIMITED BY SIZE
                     BG-ANGGARAN DELIMITED BY SIZE
                     " KONTROL=" DELIMITED BY SIZE
                     BG-KONTROL DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              .

      * Maintenance screen for the sign-on user file, reachable from
      * the main menu with command P (role A only). Passwords are
      * never written to the journal - the images carry user and role.
                     LN-BALANCE DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              .

      * Maintenance screen for the annual leave ledger (Cuti-Master),
      * reachable from the main menu with command A. One row per NIK
      * for the current leave year, which starts on the F-Hire-Date
      * anniversary; TUGAS-CUTI mode T rolls the year over. Every
      * movement is journaled under the NIK and appended to
      * CUTIHIS.dat; leave taken beyond the saldo is posted to
      * ABSENSI.dat as unpaid days so the payroll run deducts it.
       CUTI-MAINT.
              MOVE SPACE TO WS-CT-COMMAND
              PERFORM UNTIL WS-CT-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== CUTI TAHUNAN ==="
                 DISPLAY "(A) BUKA LEDGER CUTI"
                 DISPLAY "(P) POSTING CUTI DIAMBIL"
                 DISPLAY "(U) KOREKSI SALDO"
                 DISPLAY "(D) HAPUS LEDGER"
                 DISPLAY "(L) LIHAT DAFTAR"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/P/U/D/L/X : " NO ADVANCING
                 ACCEPT WS-CT-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-CT-COMMAND)
                     TO WS-CT-COMMAND
                 EVALUATE WS-CT-COMMAND
                     WHEN "A"
                         PERFORM CUTI-OPEN
                     WHEN "P"
                         PERFORM CUTI-POST
                     WHEN "U"
                         PERFORM CUTI-CORRECT
                     WHEN "D"
                         PERFORM CUTI-DELETE
                     WHEN "L"
                         PERFORM CUTI-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       CUTI-OPEN.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-CT-NIK-IN
              MOVE WS-CT-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      DISPLAY "NAMA : " F-NAMA
                      MOVE F-NIK TO CT-NIK
                      READ Cuti-Master
                          INVALID KEY
                              PERFORM CUTI-CREATE-LEDGER
                          NOT INVALID KEY
                              DISPLAY "LEDGER CUTI NIK " NIK-Z
                                  " SUDAH ADA"
                      END-READ
                      PERFORM CUTI-SHOW-LEDGER
              END-READ
              PERFORM PAUSE-SCREEN
              .
      * Opens the ledger row for the Personal record just read. The
      * leave year starts on the latest F-Hire-Date anniversary on or
      * before today; before the first anniversary there is no
      * entitlement yet, so CT-HAK stays 0 and any leave taken is
      * unpaid. Old rows without a hire date start from today.
       CUTI-CREATE-LEDGER.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CT-TODAY
              MOVE F-NIK TO CT-NIK
              MOVE 0 TO CT-HAK
              MOVE 0 TO CT-CARRY
              MOVE 0 TO CT-TAKEN
              MOVE 0 TO CT-UNPAID
              IF F-Hire-Date NOT NUMERIC
                  MOVE WS-CT-TODAY TO CT-AWAL
                  MOVE 12 TO CT-HAK
              ELSE
                  MOVE F-Hire-Date TO WS-CT-HIRE-WORK
                  MOVE WS-CT-TODAY TO WS-CT-DATE-NUM
                  COMPUTE WS-CT-YEARS = WS-CT-DW-YYYY - WS-CT-HW-YYYY
                  IF WS-CT-DW-MMDD < WS-CT-HW-MMDD
                      SUBTRACT 1 FROM WS-CT-YEARS
                  END-IF
                  IF WS-CT-YEARS < 1
                      MOVE F-Hire-Date TO CT-AWAL
                  ELSE
                      COMPUTE WS-CT-DW-YYYY = WS-CT-HW-YYYY
                          + WS-CT-YEARS
                      MOVE WS-CT-HW-MMDD TO WS-CT-DW-MMDD
                      MOVE WS-CT-DATE-WORK TO CT-AWAL
                      MOVE 12 TO CT-HAK
                  END-IF
              END-IF
              WRITE CT-RECORD
                  INVALID KEY
                      DISPLAY "LEDGER CUTI GAGAL DIBUAT"
                  NOT INVALID KEY
                      DISPLAY "LEDGER CUTI NIK " NIK-Z " DIBUKA"
                      PERFORM CUTI-JOURNAL-AFTER
                      MOVE SPACES TO WS-JR-BEFORE
                      MOVE "CUTI-BUKA" TO WS-JR-OPERATION
                      CALL "SUB-TUGAS-JOURNAL" USING
                          WS-JR-OPERATION, CT-NIK,
                          WS-JR-BEFORE, WS-JR-AFTER
                      CANCEL "SUB-TUGAS-JOURNAL"
                      MOVE "B" TO CH-JENIS
                      MOVE CT-AWAL TO CH-TGL
                      COMPUTE CH-HARI = CT-HAK + CT-CARRY
                      MOVE 0 TO CH-DIBAYAR
                      MOVE 0 TO CH-TANPA
                      MOVE SPACES TO CH-PERIODE
                      PERFORM CUTI-WRITE-HISTORY
              END-WRITE
              MOVE "WRITE" TO WS-LOG-OPERATION
              CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                 WS-LOG-OPERATION, FSTAT
              CANCEL "SUB-TUGAS-LOG"
              .
       CUTI-SHOW-LEDGER.
              COMPUTE WS-CT-SALDO = CT-HAK + CT-CARRY - CT-TAKEN
              MOVE WS-CT-SALDO TO WS-CT-SALDO-Z
              MOVE CT-HAK TO WS-CT-HAK-Z
              MOVE CT-CARRY TO WS-CT-CARRY-Z
              MOVE CT-TAKEN TO WS-CT-TAKEN-Z
              MOVE CT-UNPAID TO WS-CT-UNPAID-Z
              DISPLAY "AWAL TAHUN CUTI : " CT-AWAL
              DISPLAY "HAK " WS-CT-HAK-Z " + CARRY " WS-CT-CARRY-Z
                  " - DIAMBIL " WS-CT-TAKEN-Z
                  " = SALDO " WS-CT-SALDO-Z
              DISPLAY "HARI TANPA UPAH TAHUN INI : " WS-CT-UNPAID-Z
              .
      * Posts leave taken. The days come out of the saldo first; any
      * excess is unpaid and goes to ABSENSI.dat for the month the
      * leave starts in. The leave date must fall inside the current
      * leave year - once the next anniversary has passed the year
      * has to be rolled over by TUGAS-CUTI before posting resumes.
       CUTI-POST.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-CT-NIK-IN
              MOVE WS-CT-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      IF F-Status = "T"
                          DISPLAY "NIK : " NIK-Z " SUDAH KELUAR -"
                              " CUTI TIDAK DIPOSTING"
                      ELSE
                          DISPLAY "NAMA : " F-NAMA
                          PERFORM CUTI-POST-LEAVE
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       CUTI-POST-LEAVE.
              MOVE "Y" TO WS-CT-OK-SW
              MOVE F-NIK TO CT-NIK
              READ Cuti-Master
                  INVALID KEY
                      PERFORM CUTI-CREATE-LEDGER
              END-READ
              PERFORM CUTI-SHOW-LEDGER
              DISPLAY "TGL MULAI CUTI (YYYYMMDD, SPASI = HARI INI) : "
                  NO ADVANCING
              MOVE SPACES TO WS-CT-TGL-IN
              ACCEPT WS-CT-TGL-IN
              IF WS-CT-TGL-IN = SPACES
                  MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CT-TGL-IN
              END-IF
              IF WS-CT-TGL-IN NOT NUMERIC
                  DISPLAY "TANGGAL TIDAK VALID"
                  MOVE "N" TO WS-CT-OK-SW
              END-IF
              IF WS-CT-OK
                  PERFORM CUTI-NEXT-ANNIV
                  IF WS-CT-TGL-IN < CT-AWAL
                      DISPLAY "TANGGAL SEBELUM TAHUN CUTI BERJALAN ("
                          CT-AWAL ") - GUNAKAN KOREKSI (U)"
                      MOVE "N" TO WS-CT-OK-SW
                  END-IF
                  IF WS-CT-TGL-IN NOT < WS-CT-DATE-WORK
                      DISPLAY "TAHUN CUTI SUDAH BERGANTI "
                          WS-CT-DATE-WORK " - JALANKAN TUGAS-CUTI"
                          " MODE T DULU"
                      MOVE "N" TO WS-CT-OK-SW
                  END-IF
              END-IF
              IF WS-CT-OK
                  DISPLAY "JUMLAH HARI KERJA CUTI : " NO ADVANCING
                  ACCEPT WS-CT-HARI-IN
                  IF WS-CT-HARI-IN = ZERO
                      DISPLAY "JUMLAH HARI JANGAN NOL"
                      MOVE "N" TO WS-CT-OK-SW
                  END-IF
              END-IF
              IF WS-CT-OK
                  PERFORM CUTI-JOURNAL-BEFORE
                  COMPUTE WS-CT-SALDO = CT-HAK + CT-CARRY - CT-TAKEN
                  IF WS-CT-SALDO < 0
                      MOVE 0 TO WS-CT-SALDO
                  END-IF
                  IF WS-CT-HARI-IN > WS-CT-SALDO
                      MOVE WS-CT-SALDO TO WS-CT-DIBAYAR
                  ELSE
                      MOVE WS-CT-HARI-IN TO WS-CT-DIBAYAR
                  END-IF
                  COMPUTE WS-CT-TANPA = WS-CT-HARI-IN - WS-CT-DIBAYAR
                  ADD WS-CT-DIBAYAR TO CT-TAKEN
                  ADD WS-CT-TANPA TO CT-UNPAID
                  REWRITE CT-RECORD
                      INVALID KEY
                          DISPLAY "LEDGER CUTI GAGAL DIUBAH"
                      NOT INVALID KEY
                          DISPLAY "CUTI " WS-CT-HARI-IN " HARI"
                              " DIPOSTING - DIBAYAR " WS-CT-DIBAYAR
                              " TANPA UPAH " WS-CT-TANPA
                          PERFORM CUTI-JOURNAL-AFTER
                          MOVE "CUTI-AMBIL" TO WS-JR-OPERATION
                          CALL "SUB-TUGAS-JOURNAL" USING
                              WS-JR-OPERATION, CT-NIK,
                              WS-JR-BEFORE, WS-JR-AFTER
                          CANCEL "SUB-TUGAS-JOURNAL"
                          MOVE SPACES TO CH-PERIODE
                          IF WS-CT-TANPA > 0
                              PERFORM CUTI-POST-ABSENSI
                              MOVE WS-CT-PERIODE TO CH-PERIODE
                          END-IF
                          MOVE "A" TO CH-JENIS
                          MOVE WS-CT-TGL-IN TO CH-TGL
                          MOVE WS-CT-HARI-IN TO CH-HARI
                          MOVE WS-CT-DIBAYAR TO CH-DIBAYAR
                          MOVE WS-CT-TANPA TO CH-TANPA
                          PERFORM CUTI-WRITE-HISTORY
                  END-REWRITE
                  MOVE "REWRITE" TO WS-LOG-OPERATION
                  CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                     WS-LOG-OPERATION, FSTAT
                  CANCEL "SUB-TUGAS-LOG"
              END-IF
              .
      * Next anniversary of CT-AWAL into WS-CT-DATE-WORK; a 29 Feb
      * start rolls on 1 Mar in the years that have no 29th.
       CUTI-NEXT-ANNIV.
              MOVE CT-AWAL TO WS-CT-DATE-WORK
              IF WS-CT-DATE-WORK NOT NUMERIC
                  MOVE 99999999 TO WS-CT-DATE-NUM
              ELSE
                  ADD 1 TO WS-CT-DW-YYYY
                  IF WS-CT-DW-MMDD = 0229
                      MOVE 0301 TO WS-CT-DW-MMDD
                  END-IF
              END-IF
              .
      * Unpaid days go to ABSENSI.dat for the leave month. If that
      * month's payroll is already complete on GAJSTAT.dat the days
      * move to the first month not yet paid. TUGAS-GAJIRUN reads
      * only the first line per NIK per period, so an existing line
      * is added to (through the ABSWRK.dat work file) rather than a
      * second line appended.
       CUTI-POST-ABSENSI.
              MOVE WS-CT-TGL-IN (1:6) TO WS-CT-PERIODE
              MOVE 0 TO WS-CT-SHIFT
              PERFORM CUTI-READ-GAJSTAT
              PERFORM UNTIL WS-CT-GS-STATUS NOT = "C"
                      OR WS-CT-SHIFT > 12
                  IF WS-CT-PER-MM = 12
                      ADD 1 TO WS-CT-PER-YYYY
                      MOVE 1 TO WS-CT-PER-MM
                  ELSE
                      ADD 1 TO WS-CT-PER-MM
                  END-IF
                  ADD 1 TO WS-CT-SHIFT
                  PERFORM CUTI-READ-GAJSTAT
              END-PERFORM
              IF WS-CT-SHIFT > 0
                  DISPLAY "PERIODE " WS-CT-TGL-IN (1:6)
                      " SUDAH DIBAYAR - TANPA UPAH MASUK PERIODE "
                      WS-CT-PERIODE
              END-IF
              MOVE "N" TO WS-CT-AB-MERGED-SW
              MOVE "N" TO WS-CT-AB-EOF
              OPEN INPUT ABSENSI-FILE
              IF FSTAT = "35"
                  CLOSE ABSENSI-FILE
                  OPEN OUTPUT ABSENSI-FILE
                  PERFORM CUTI-NEW-ABSENSI-LINE
                  WRITE AB-RECORD
                  CLOSE ABSENSI-FILE
              ELSE
                  OPEN OUTPUT ABSENSI-WORK
                  PERFORM UNTIL WS-CT-AB-EOF = "Y"
                      READ ABSENSI-FILE
                          AT END
                              MOVE "Y" TO WS-CT-AB-EOF
                          NOT AT END
                              PERFORM CUTI-MERGE-ABSENSI-LINE
                              WRITE AW-RECORD FROM AB-RECORD
                      END-READ
                  END-PERFORM
                  IF NOT WS-CT-AB-MERGED
                      PERFORM CUTI-NEW-ABSENSI-LINE
                      WRITE AW-RECORD FROM AB-RECORD
                  END-IF
                  CLOSE ABSENSI-FILE
                  CLOSE ABSENSI-WORK
                  MOVE "N" TO WS-CT-AB-EOF
                  OPEN INPUT ABSENSI-WORK
                  OPEN OUTPUT ABSENSI-FILE
                  PERFORM UNTIL WS-CT-AB-EOF = "Y"
                      READ ABSENSI-WORK
                          AT END
                              MOVE "Y" TO WS-CT-AB-EOF
                          NOT AT END
                              WRITE AB-RECORD FROM AW-RECORD
                      END-READ
                  END-PERFORM
                  CLOSE ABSENSI-WORK
                  CLOSE ABSENSI-FILE
              END-IF
              MOVE "WRITE" TO WS-LOG-OPERATION
              CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                 WS-LOG-OPERATION, FSTAT
              CANCEL "SUB-TUGAS-LOG"
              DISPLAY WS-CT-TANPA " HARI TANPA UPAH DIPOSTING KE"
                  " ABSENSI.dat PERIODE " WS-CT-PERIODE
              .
       CUTI-MERGE-ABSENSI-LINE.
              IF AB-PERIODE = WS-CT-PERIODE
                 AND AB-NIK = CT-NIK
                 AND NOT WS-CT-AB-MERGED
                  COMPUTE WS-CT-AB-DAYS = AB-UNPAID-DAYS + WS-CT-TANPA
                  IF WS-CT-AB-DAYS > 99
                      DISPLAY "HARI TANPA UPAH DIBATASI 99"
                      MOVE 99 TO WS-CT-AB-DAYS
                  END-IF
                  MOVE WS-CT-AB-DAYS TO AB-UNPAID-DAYS
                  SET WS-CT-AB-MERGED TO TRUE
              END-IF
              .
       CUTI-NEW-ABSENSI-LINE.
              MOVE SPACES TO AB-RECORD
              MOVE ";" TO AB-RECORD (7:1)
              MOVE ";" TO AB-RECORD (24:1)
              MOVE ";" TO AB-RECORD (27:1)
              MOVE WS-CT-PERIODE TO AB-PERIODE
              MOVE CT-NIK TO AB-NIK
              MOVE WS-CT-TANPA TO AB-UNPAID-DAYS
              MOVE 0 TO AB-OT-HOURS
              .
      * Last line on GAJSTAT.dat for WS-CT-PERIODE wins; B (backed
      * out) counts as no status.
       CUTI-READ-GAJSTAT.
              MOVE SPACE TO WS-CT-GS-STATUS
              MOVE "N" TO WS-CT-GS-EOF
              OPEN INPUT GAJSTAT-FILE
              IF FSTAT NOT = "00"
                  MOVE "Y" TO WS-CT-GS-EOF
              END-IF
              PERFORM UNTIL WS-CT-GS-EOF = "Y"
                  READ GAJSTAT-FILE
                      AT END
                          MOVE "Y" TO WS-CT-GS-EOF
                      NOT AT END
                          IF GS-PERIODE = WS-CT-PERIODE
                              MOVE GS-STATUS TO WS-CT-GS-STATUS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GAJSTAT-FILE
              IF WS-CT-GS-STATUS = "B"
                  MOVE SPACE TO WS-CT-GS-STATUS
              END-IF
              .
      * Correction of the current year's figures, e.g. a posting made
      * against the wrong NIK or leave agreed outside the ledger.
      * Each figure left blank keeps its value.
       CUTI-CORRECT.
              DISPLAY "NIK YANG DIKOREKSI : " NO ADVANCING
              ACCEPT WS-CT-NIK-IN
              MOVE WS-CT-NIK-IN TO CT-NIK
              MOVE CT-NIK TO NIK-Z
              READ Cuti-Master
                  INVALID KEY
                      DISPLAY "LEDGER CUTI NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM CUTI-JOURNAL-BEFORE
                      PERFORM CUTI-SHOW-LEDGER
                      DISPLAY "HAK BARU (SPASI = TETAP) : "
                          NO ADVANCING
                      MOVE SPACES TO WS-CT-NUM-IN
                      ACCEPT WS-CT-NUM-IN
                      IF WS-CT-NUM-IN NOT = SPACES
                          MOVE FUNCTION NUMVAL (WS-CT-NUM-IN) TO CT-HAK
                      END-IF
                      DISPLAY "CARRY BARU (SPASI = TETAP) : "
                          NO ADVANCING
                      MOVE SPACES TO WS-CT-NUM-IN
                      ACCEPT WS-CT-NUM-IN
                      IF WS-CT-NUM-IN NOT = SPACES
                          MOVE FUNCTION NUMVAL (WS-CT-NUM-IN)
                              TO CT-CARRY
                      END-IF
                      DISPLAY "DIAMBIL BARU (SPASI = TETAP) : "
                          NO ADVANCING
                      MOVE SPACES TO WS-CT-NUM-IN
                      ACCEPT WS-CT-NUM-IN
                      IF WS-CT-NUM-IN NOT = SPACES
                          MOVE FUNCTION NUMVAL (WS-CT-NUM-IN)
                              TO CT-TAKEN
                      END-IF
                      REWRITE CT-RECORD
                          INVALID KEY
                              DISPLAY "LEDGER CUTI GAGAL DIUBAH"
                          NOT INVALID KEY
                              DISPLAY "LEDGER CUTI NIK " NIK-Z
                                  " DIKOREKSI"
                              PERFORM CUTI-SHOW-LEDGER
                              PERFORM CUTI-JOURNAL-AFTER
                              MOVE "CUTI-KOR" TO WS-JR-OPERATION
                              CALL "SUB-TUGAS-JOURNAL" USING
                                  WS-JR-OPERATION, CT-NIK,
                                  WS-JR-BEFORE, WS-JR-AFTER
                              CANCEL "SUB-TUGAS-JOURNAL"
                              MOVE "K" TO CH-JENIS
                              MOVE FUNCTION CURRENT-DATE (1:8)
                                  TO CH-TGL
                              IF WS-CT-SALDO < 0
                                  MOVE 0 TO CH-HARI
                              ELSE
                                  MOVE WS-CT-SALDO TO CH-HARI
                              END-IF
                              MOVE CT-TAKEN TO CH-DIBAYAR
                              MOVE 0 TO CH-TANPA
                              MOVE SPACES TO CH-PERIODE
                              PERFORM CUTI-WRITE-HISTORY
                      END-REWRITE
                      MOVE "REWRITE" TO WS-LOG-OPERATION
                      CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                         WS-LOG-OPERATION, FSTAT
                      CANCEL "SUB-TUGAS-LOG"
              END-READ
              PERFORM PAUSE-SCREEN
              .
       CUTI-DELETE.
              DISPLAY "NIK YANG DIHAPUS : " NO ADVANCING
              ACCEPT WS-CT-NIK-IN
              MOVE WS-CT-NIK-IN TO CT-NIK
              MOVE CT-NIK TO NIK-Z
              READ Cuti-Master
                  INVALID KEY
                      DISPLAY "LEDGER CUTI NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM CUTI-JOURNAL-BEFORE
                      PERFORM CUTI-SHOW-LEDGER
                      DISPLAY "YAKIN HAPUS LEDGER CUTI NIK " NIK-Z
                          " ? (Y/N) : " NO ADVANCING
                      ACCEPT WS-CT-COMMAND
                      IF WS-CT-COMMAND = "Y" OR WS-CT-COMMAND = "y"
                          DELETE Cuti-Master RECORD
                              INVALID KEY
                                  DISPLAY "LEDGER CUTI GAGAL DIHAPUS"
                              NOT INVALID KEY
                                  DISPLAY "LEDGER CUTI NIK " NIK-Z
                                      " DIHAPUS"
                                  MOVE SPACES TO WS-JR-AFTER
                                  MOVE "CUTI-DEL" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, CT-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-DELETE
                          MOVE "DELETE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
                      MOVE FUNCTION UPPER-CASE (WS-CT-COMMAND)
                          TO WS-CT-COMMAND
                      IF WS-CT-COMMAND = "X"
                          MOVE SPACE TO WS-CT-COMMAND
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       CUTI-LIST.
              PERFORM CLEAN-SCREEN
              DISPLAY "NIK                 | AWAL     | HAK |CARRY|"
                  " AMBIL| SALDO| TANPA"
              MOVE "N" TO WS-CT-EOF
              MOVE LOW-VALUES TO CT-NIK
              START Cuti-Master KEY IS NOT LESS THAN CT-NIK
                  INVALID KEY MOVE "Y" TO WS-CT-EOF
              END-START
              PERFORM UNTIL WS-CT-EOF = "Y"
                  READ Cuti-Master NEXT
                      AT END
                          MOVE "Y" TO WS-CT-EOF
                      NOT AT END
                          MOVE CT-NIK TO NIK-Z
                          PERFORM APPLY-ROLE-MASK
                          COMPUTE WS-CT-SALDO = CT-HAK + CT-CARRY
                              - CT-TAKEN
                          MOVE WS-CT-SALDO TO WS-CT-SALDO-Z
                          MOVE CT-HAK TO WS-CT-HAK-Z
                          MOVE CT-CARRY TO WS-CT-CARRY-Z
                          MOVE CT-TAKEN TO WS-CT-TAKEN-Z
                          MOVE CT-UNPAID TO WS-CT-UNPAID-Z
                          DISPLAY NIK-Z " | " CT-AWAL " |  "
                              WS-CT-HAK-Z " |  " WS-CT-CARRY-Z " | "
                              WS-CT-TAKEN-Z "  | " WS-CT-SALDO-Z
                              " | " WS-CT-UNPAID-Z
                  END-READ
              END-PERFORM
              PERFORM PAUSE-SCREEN
              .
       CUTI-WRITE-HISTORY.
              MOVE CT-NIK TO CH-NIK
              MOVE WS-AUDIT-USER TO CH-USER
              OPEN EXTEND CUTIHIS-FILE
              IF FSTAT = "35"
                  CLOSE CUTIHIS-FILE
                  OPEN OUTPUT CUTIHIS-FILE
              END-IF
              WRITE CH-RECORD
              CLOSE CUTIHIS-FILE
              .
       CUTI-JOURNAL-BEFORE.
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
              .
       CUTI-JOURNAL-AFTER.
              MOVE SPACES TO WS-JR-AFTER
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
                     INTO WS-JR-AFTER
              .

      * Maintenance screen for the employment type file
      * (Kontrak-Master), reachable from the main menu with command H.
      * A NIK with no row is permanent staff. Contract (PKWT) and
      * probation terms carry an end date; TUGAS-KONTRAK lists the
      * ones running out and TUGAS-GAJIRUN stops paying a PKWT whose
      * end date has passed until it is extended here or the
      * employee is terminated. Every change is journaled under the
      * NIK and appended to KONTHIS.dat.
       KONTRAK-MAINT.
              MOVE SPACE TO WS-KT-COMMAND
              PERFORM UNTIL WS-KT-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== KONTRAK / PERCOBAAN ==="
                 DISPLAY "(A) CATAT STATUS KERJA"
                 DISPLAY "(P) PERPANJANG / ANGKAT TETAP"
                 DISPLAY "(U) KOREKSI"
                 DISPLAY "(L) LIHAT DAFTAR"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/P/U/L/X : " NO ADVANCING
                 ACCEPT WS-KT-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-KT-COMMAND)
                     TO WS-KT-COMMAND
                 EVALUATE WS-KT-COMMAND
                     WHEN "A"
                         PERFORM KONTRAK-OPEN
                     WHEN "P"
                         PERFORM KONTRAK-EXTEND
                     WHEN "U"
                         PERFORM KONTRAK-CORRECT
                     WHEN "L"
                         PERFORM KONTRAK-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       KONTRAK-OPEN.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-KT-NIK-IN
              MOVE WS-KT-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      DISPLAY "NAMA : " F-NAMA
                      MOVE F-NIK TO KT-NIK
                      READ Kontrak-Master
                          INVALID KEY
                              PERFORM KONTRAK-CREATE-ROW
                          NOT INVALID KEY
                              DISPLAY "STATUS KERJA NIK " NIK-Z
                                  " SUDAH ADA - GUNAKAN P ATAU U"
                              PERFORM KONTRAK-SHOW
                      END-READ
              END-READ
              PERFORM PAUSE-SCREEN
              .
      * The term starts on F-Hire-Date unless another date is keyed
      * (e.g. staff recorded after they were hired on a later PKWT).
       KONTRAK-CREATE-ROW.
              DISPLAY "JENIS (T=TETAP, K=PKWT, P=PERCOBAAN) : "
                  NO ADVANCING
              ACCEPT WS-KT-JENIS-IN
              MOVE SPACES TO WS-KT-MULAI-IN
              DISPLAY "MULAI YYYYMMDD (SPASI = TGL MASUK) : "
                  NO ADVANCING
              ACCEPT WS-KT-MULAI-IN
              IF WS-KT-MULAI-IN = SPACES
                  IF F-Hire-Date IS NUMERIC
                      MOVE F-Hire-Date TO WS-KT-MULAI-IN
                  ELSE
                      MOVE FUNCTION CURRENT-DATE (1:8)
                          TO WS-KT-MULAI-IN
                  END-IF
              END-IF
              MOVE FUNCTION UPPER-CASE (WS-KT-JENIS-IN)
                  TO WS-KT-JENIS-IN
              MOVE SPACES TO WS-KT-AKHIR-IN
              IF WS-KT-JENIS-IN = "K" OR WS-KT-JENIS-IN = "P"
                  DISPLAY "BERAKHIR YYYYMMDD : " NO ADVANCING
                  ACCEPT WS-KT-AKHIR-IN
              END-IF
              PERFORM KONTRAK-CHECK-TERM
              IF WS-KT-OK
                  MOVE F-NIK TO KT-NIK
                  MOVE WS-KT-JENIS-IN TO KT-JENIS
                  MOVE WS-KT-MULAI-IN TO KT-MULAI
                  MOVE WS-KT-AKHIR-IN TO KT-AKHIR
                  MOVE 0 TO KT-KE
                  IF KT-PKWT
                      MOVE 1 TO KT-KE
                  END-IF
                  WRITE KT-RECORD
                      INVALID KEY
                          DISPLAY "STATUS KERJA GAGAL DICATAT"
                      NOT INVALID KEY
                          DISPLAY "STATUS KERJA NIK " NIK-Z
                              " DICATAT"
                          PERFORM KONTRAK-JOURNAL-AFTER
                          MOVE SPACES TO WS-JR-BEFORE
                          MOVE "KTRK-BUKA" TO WS-JR-OPERATION
                          CALL "SUB-TUGAS-JOURNAL" USING
                              WS-JR-OPERATION, KT-NIK,
                              WS-JR-BEFORE, WS-JR-AFTER
                          CANCEL "SUB-TUGAS-JOURNAL"
                          MOVE "B" TO KH-AKSI
                          MOVE SPACES TO KH-JENIS-LAMA
                          MOVE SPACES TO KH-AKHIR-LAMA
                          PERFORM KONTRAK-WRITE-HISTORY
                          PERFORM KONTRAK-SHOW
                  END-WRITE
                  MOVE "WRITE" TO WS-LOG-OPERATION
                  CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                     WS-LOG-OPERATION, FSTAT
                  CANCEL "SUB-TUGAS-LOG"
              END-IF
              .
      * A renewal continues the day after the old end date. Going to
      * T makes the employee permanent; a new PKWT term after a
      * PKWT counts up KT-KE, after probation it starts at 1.
       KONTRAK-EXTEND.
              DISPLAY "NIK YANG DIPERPANJANG : " NO ADVANCING
              ACCEPT WS-KT-NIK-IN
              MOVE WS-KT-NIK-IN TO KT-NIK
              MOVE KT-NIK TO NIK-Z
              READ Kontrak-Master
                  INVALID KEY
                      DISPLAY "STATUS KERJA NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM KONTRAK-SHOW
                      IF KT-TETAP
                          DISPLAY "PEGAWAI SUDAH TETAP"
                      ELSE
                          PERFORM KONTRAK-EXTEND-TERM
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       KONTRAK-EXTEND-TERM.
              PERFORM KONTRAK-JOURNAL-BEFORE
              MOVE KT-JENIS TO WS-KT-OLD-JENIS
              MOVE KT-AKHIR TO WS-KT-OLD-AKHIR
              DISPLAY "JENIS BARU T/K/P (SPASI = SAMA) : "
                  NO ADVANCING
              MOVE SPACES TO WS-KT-JENIS-IN
              ACCEPT WS-KT-JENIS-IN
              MOVE FUNCTION UPPER-CASE (WS-KT-JENIS-IN)
                  TO WS-KT-JENIS-IN
              IF WS-KT-JENIS-IN = SPACES
                  MOVE KT-JENIS TO WS-KT-JENIS-IN
              END-IF
              IF KT-AKHIR IS NUMERIC
                  MOVE KT-AKHIR TO WS-KT-DATE-NUM
                  COMPUTE WS-KT-DATE-NUM = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-KT-DATE-NUM) + 1)
                  MOVE WS-KT-DATE-NUM TO WS-KT-MULAI-IN
              ELSE
                  MOVE FUNCTION CURRENT-DATE (1:8) TO WS-KT-MULAI-IN
              END-IF
              MOVE SPACES TO WS-KT-AKHIR-IN
              IF WS-KT-JENIS-IN NOT = "T"
                  DISPLAY "BERAKHIR BARU YYYYMMDD : " NO ADVANCING
                  ACCEPT WS-KT-AKHIR-IN
              END-IF
              PERFORM KONTRAK-CHECK-TERM
              IF WS-KT-OK
                  IF WS-KT-JENIS-IN = "K"
                      IF KT-PKWT
                          ADD 1 TO KT-KE
                      ELSE
                          MOVE 1 TO KT-KE
                      END-IF
                  END-IF
                  MOVE WS-KT-JENIS-IN TO KT-JENIS
                  MOVE WS-KT-MULAI-IN TO KT-MULAI
                  MOVE WS-KT-AKHIR-IN TO KT-AKHIR
                  REWRITE KT-RECORD
                      INVALID KEY
                          DISPLAY "STATUS KERJA GAGAL DIUBAH"
                      NOT INVALID KEY
                          PERFORM KONTRAK-JOURNAL-AFTER
                          IF KT-TETAP
                              DISPLAY "NIK " NIK-Z " DIANGKAT TETAP"
                              MOVE "KTRK-TETAP" TO WS-JR-OPERATION
                              MOVE "A" TO KH-AKSI
                          ELSE
                              DISPLAY "NIK " NIK-Z " DIPERPANJANG"
                                  " S/D " KT-AKHIR
                              MOVE "KTRK-PJG" TO WS-JR-OPERATION
                              MOVE "P" TO KH-AKSI
                          END-IF
                          CALL "SUB-TUGAS-JOURNAL" USING
                              WS-JR-OPERATION, KT-NIK,
                              WS-JR-BEFORE, WS-JR-AFTER
                          CANCEL "SUB-TUGAS-JOURNAL"
                          MOVE WS-KT-OLD-JENIS TO KH-JENIS-LAMA
                          MOVE WS-KT-OLD-AKHIR TO KH-AKHIR-LAMA
                          PERFORM KONTRAK-WRITE-HISTORY
                  END-REWRITE
                  MOVE "REWRITE" TO WS-LOG-OPERATION
                  CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                     WS-LOG-OPERATION, FSTAT
                  CANCEL "SUB-TUGAS-LOG"
              END-IF
              .
      * Straight correction of a wrongly keyed row; each field left
      * blank keeps its value.
       KONTRAK-CORRECT.
              DISPLAY "NIK YANG DIKOREKSI : " NO ADVANCING
              ACCEPT WS-KT-NIK-IN
              MOVE WS-KT-NIK-IN TO KT-NIK
              MOVE KT-NIK TO NIK-Z
              READ Kontrak-Master
                  INVALID KEY
                      DISPLAY "STATUS KERJA NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM KONTRAK-JOURNAL-BEFORE
                      PERFORM KONTRAK-SHOW
                      MOVE KT-JENIS TO WS-KT-OLD-JENIS
                      MOVE KT-AKHIR TO WS-KT-OLD-AKHIR
                      DISPLAY "JENIS T/K/P (SPASI = TETAP) : "
                          NO ADVANCING
                      MOVE SPACES TO WS-KT-JENIS-IN
                      ACCEPT WS-KT-JENIS-IN
                      MOVE FUNCTION UPPER-CASE (WS-KT-JENIS-IN)
                          TO WS-KT-JENIS-IN
                      IF WS-KT-JENIS-IN = SPACES
                          MOVE KT-JENIS TO WS-KT-JENIS-IN
                      END-IF
                      DISPLAY "MULAI YYYYMMDD (SPASI = TETAP) : "
                          NO ADVANCING
                      MOVE SPACES TO WS-KT-MULAI-IN
                      ACCEPT WS-KT-MULAI-IN
                      IF WS-KT-MULAI-IN = SPACES
                          MOVE KT-MULAI TO WS-KT-MULAI-IN
                      END-IF
                      MOVE SPACES TO WS-KT-AKHIR-IN
                      IF WS-KT-JENIS-IN NOT = "T"
                          DISPLAY "BERAKHIR YYYYMMDD (SPASI = TETAP) : "
                              NO ADVANCING
                          ACCEPT WS-KT-AKHIR-IN
                          IF WS-KT-AKHIR-IN = SPACES
                              MOVE KT-AKHIR TO WS-KT-AKHIR-IN
                          END-IF
                      END-IF
                      PERFORM KONTRAK-CHECK-TERM
                      IF WS-KT-OK
                          MOVE WS-KT-JENIS-IN TO KT-JENIS
                          MOVE WS-KT-MULAI-IN TO KT-MULAI
                          MOVE WS-KT-AKHIR-IN TO KT-AKHIR
                          IF KT-PKWT AND KT-KE = 0
                              MOVE 1 TO KT-KE
                          END-IF
                          REWRITE KT-RECORD
                              INVALID KEY
                                  DISPLAY "STATUS KERJA GAGAL DIUBAH"
                              NOT INVALID KEY
                                  DISPLAY "STATUS KERJA NIK " NIK-Z
                                      " DIKOREKSI"
                                  PERFORM KONTRAK-JOURNAL-AFTER
                                  MOVE "KTRK-KOR" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, KT-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                                  MOVE "K" TO KH-AKSI
                                  MOVE WS-KT-OLD-JENIS TO KH-JENIS-LAMA
                                  MOVE WS-KT-OLD-AKHIR TO KH-AKHIR-LAMA
                                  PERFORM KONTRAK-WRITE-HISTORY
                          END-REWRITE
                          MOVE "REWRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
      * Shared term check: jenis T/K/P, a real start date, and for a
      * PKWT or probation a real end date after the start. Permanent
      * staff carry no end date.
       KONTRAK-CHECK-TERM.
              MOVE "Y" TO WS-KT-OK-SW
              IF WS-KT-JENIS-IN NOT = "T" AND WS-KT-JENIS-IN NOT = "K"
                 AND WS-KT-JENIS-IN NOT = "P"
                  MOVE "N" TO WS-KT-OK-SW
                  DISPLAY "JENIS HARUS T, K ATAU P"
              ELSE IF WS-KT-MULAI-IN IS NOT NUMERIC
                  MOVE "N" TO WS-KT-OK-SW
                  DISPLAY "TANGGAL MULAI HARUS YYYYMMDD"
              ELSE
                  MOVE WS-KT-MULAI-IN TO WS-KT-DATE-NUM
                  IF FUNCTION TEST-DATE-YYYYMMDD (WS-KT-DATE-NUM)
                     NOT = 0
                      MOVE "N" TO WS-KT-OK-SW
                      DISPLAY "TANGGAL MULAI TIDAK VALID"
                  END-IF
              END-IF
              END-IF
              IF WS-KT-OK
                  IF WS-KT-JENIS-IN = "T"
                      MOVE SPACES TO WS-KT-AKHIR-IN
                  ELSE IF WS-KT-AKHIR-IN IS NOT NUMERIC
                      MOVE "N" TO WS-KT-OK-SW
                      DISPLAY "TANGGAL BERAKHIR HARUS YYYYMMDD"
                  ELSE
                      MOVE WS-KT-AKHIR-IN TO WS-KT-DATE-NUM
                      IF FUNCTION TEST-DATE-YYYYMMDD (WS-KT-DATE-NUM)
                         NOT = 0
                          MOVE "N" TO WS-KT-OK-SW
                          DISPLAY "TANGGAL BERAKHIR TIDAK VALID"
                      ELSE IF WS-KT-AKHIR-IN NOT > WS-KT-MULAI-IN
                          MOVE "N" TO WS-KT-OK-SW
                          DISPLAY "TANGGAL BERAKHIR HARUS SETELAH "
                              "TANGGAL MULAI"
                      END-IF
                      END-IF
                  END-IF
                  END-IF
              END-IF
              .
       KONTRAK-SHOW.
              EVALUATE TRUE
                  WHEN KT-TETAP
                      MOVE "TETAP" TO WS-KT-JENIS-NAMA
                  WHEN KT-PKWT
                      MOVE "PKWT" TO WS-KT-JENIS-NAMA
                  WHEN KT-PERCOBAAN
                      MOVE "PERCOBAAN" TO WS-KT-JENIS-NAMA
                  WHEN OTHER
                      MOVE "?" TO WS-KT-JENIS-NAMA
              END-EVALUATE
              DISPLAY "JENIS : " WS-KT-JENIS-NAMA
                  "  MULAI : " KT-MULAI
                  "  BERAKHIR : " KT-AKHIR
                  "  KONTRAK KE : " KT-KE
              .
       KONTRAK-LIST.
              PERFORM CLEAN-SCREEN
              DISPLAY "NIK                 | JENIS     | MULAI    |"
                  " BERAKHIR | KE"
              MOVE "N" TO WS-KT-EOF
              MOVE LOW-VALUES TO KT-NIK
              START Kontrak-Master KEY IS NOT LESS THAN KT-NIK
                  INVALID KEY MOVE "Y" TO WS-KT-EOF
              END-START
              PERFORM UNTIL WS-KT-EOF = "Y"
                  READ Kontrak-Master NEXT
                      AT END
                          MOVE "Y" TO WS-KT-EOF
                      NOT AT END
                          MOVE KT-NIK TO NIK-Z
                          PERFORM APPLY-ROLE-MASK
                          EVALUATE TRUE
                              WHEN KT-TETAP
                                  MOVE "TETAP" TO WS-KT-JENIS-NAMA
                              WHEN KT-PKWT
                                  MOVE "PKWT" TO WS-KT-JENIS-NAMA
                              WHEN OTHER
                                  MOVE "PERCOBAAN" TO WS-KT-JENIS-NAMA
                          END-EVALUATE
                          DISPLAY NIK-Z " | " WS-KT-JENIS-NAMA " | "
                              KT-MULAI " | " KT-AKHIR " | " KT-KE
                  END-READ
              END-PERFORM
              PERFORM PAUSE-SCREEN
              .
       KONTRAK-WRITE-HISTORY.
              MOVE KT-NIK TO KH-NIK
              MOVE FUNCTION CURRENT-DATE (1:8) TO KH-TGL
              MOVE KT-JENIS TO KH-JENIS
              MOVE KT-MULAI TO KH-MULAI
              MOVE KT-AKHIR TO KH-AKHIR
              MOVE KT-KE TO KH-KE
              MOVE WS-AUDIT-USER TO KH-USER
              OPEN EXTEND KONTHIS-FILE
              IF FSTAT = "35"
                  CLOSE KONTHIS-FILE
                  OPEN OUTPUT KONTHIS-FILE
              END-IF
              WRITE KH-RECORD
              CLOSE KONTHIS-FILE
              .
       KONTRAK-JOURNAL-BEFORE.
              MOVE SPACES TO WS-JR-BEFORE
              STRING "JENIS=" DELIMITED BY SIZE
                     KT-JENIS DELIMITED BY SIZE
                     " MULAI=" DELIMITED BY SIZE
                     KT-MULAI DELIMITED BY SIZE
                     " AKHIR=" DELIMITED BY SIZE
                     KT-AKHIR DELIMITED BY SIZE
                     " KE=" DELIMITED BY SIZE
                     KT-KE DELIMITED BY SIZE
                     INTO WS-JR-BEFORE
              .
       KONTRAK-JOURNAL-AFTER.
              MOVE SPACES TO WS-JR-AFTER
              STRING "JENIS=" DELIMITED BY SIZE
                     KT-JENIS DELIMITED BY SIZE
                     " MULAI=" DELIMITED BY SIZE
                     KT-MULAI DELIMITED BY SIZE
                     " AKHIR=" DELIMITED BY SIZE
                     KT-AKHIR DELIMITED BY SIZE
                     " KE=" DELIMITED BY SIZE
                     KT-KE DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              .
      * Maintenance screen for the cost allocation file
      * (Alokasi-Master), reachable from the main menu with command M
      * (role A only). A shared-service NIK gets one row per effective
      * date listing the units its salary cost is split over; the
      * percentages must come to exactly 100.00 or the row is not
      * saved. TUGAS-GLEXPORT uses the latest row in force for the
      * period and debits each unit its share.
       ALOKASI-MAINT.
              MOVE SPACE TO WS-AL-COMMAND
              PERFORM UNTIL WS-AL-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== ALOKASI BIAYA GAJI PER UNIT ==="
                 DISPLAY "(A) TAMBAH ALOKASI"
                 DISPLAY "(U) UBAH ALOKASI"
                 DISPLAY "(D) HAPUS ALOKASI"
                 DISPLAY "(L) LIHAT ALOKASI SATU NIK"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/U/D/L/X : " NO ADVANCING
                 ACCEPT WS-AL-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-AL-COMMAND)
                     TO WS-AL-COMMAND
                 EVALUATE WS-AL-COMMAND
                     WHEN "A"
                         PERFORM ALOKASI-ADD
                     WHEN "U"
                         PERFORM ALOKASI-UPDATE
                     WHEN "D"
                         PERFORM ALOKASI-DELETE
                     WHEN "L"
                         PERFORM ALOKASI-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       ALOKASI-ADD.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-AL-NIK-IN
              MOVE WS-AL-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      DISPLAY "NAMA : " F-NAMA "  UNIT MASTER : " F-UNIT
                      PERFORM ALOKASI-ACCEPT-BERLAKU
                      IF WS-AL-OK
                          MOVE F-NIK TO AL-NIK
                          MOVE WS-AL-BERLAKU-IN TO AL-BERLAKU
                          PERFORM ALOKASI-ENTER-LINES
                      END-IF
                      IF WS-AL-OK
                          WRITE AL-RECORD
                              INVALID KEY
                                  DISPLAY "ALOKASI NIK " NIK-Z
                                      " BERLAKU " AL-BERLAKU
                                      " SUDAH ADA - GUNAKAN U"
                              NOT INVALID KEY
                                  DISPLAY "ALOKASI NIK " NIK-Z
                                      " BERLAKU " AL-BERLAKU
                                      " DITAMBAH"
                                  PERFORM ALOKASI-JOURNAL-AFTER
                                  MOVE SPACES TO WS-JR-BEFORE
                                  MOVE "ALOK-ADD" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, AL-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-WRITE
                          MOVE "WRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
      * The lines are keyed again in full; the old row stays on
      * file untouched unless the new lines add up to 100.00.
       ALOKASI-UPDATE.
              DISPLAY "NIK YANG DIUBAH : " NO ADVANCING
              ACCEPT WS-AL-NIK-IN
              PERFORM ALOKASI-ACCEPT-BERLAKU
              IF WS-AL-OK
                  MOVE WS-AL-NIK-IN TO AL-NIK
                  MOVE WS-AL-BERLAKU-IN TO AL-BERLAKU
                  MOVE AL-NIK TO NIK-Z
                  READ Alokasi-Master
                      INVALID KEY
                          DISPLAY "ALOKASI NIK " NIK-Z " BERLAKU "
                              AL-BERLAKU " TIDAK ADA"
                      NOT INVALID KEY
                          PERFORM ALOKASI-JOURNAL-BEFORE
                          PERFORM ALOKASI-SHOW
                          PERFORM ALOKASI-ENTER-LINES
                          IF WS-AL-OK
                              REWRITE AL-RECORD
                                  INVALID KEY
                                      DISPLAY "ALOKASI GAGAL DIUBAH"
                                  NOT INVALID KEY
                                      DISPLAY "ALOKASI NIK " NIK-Z
                                          " DIUBAH"
                                      PERFORM ALOKASI-JOURNAL-AFTER
                                      MOVE "ALOK-UPD"
                                          TO WS-JR-OPERATION
                                      CALL "SUB-TUGAS-JOURNAL" USING
                                          WS-JR-OPERATION, AL-NIK,
                                          WS-JR-BEFORE, WS-JR-AFTER
                                      CANCEL "SUB-TUGAS-JOURNAL"
                              END-REWRITE
                              MOVE "REWRITE" TO WS-LOG-OPERATION
                              CALL "SUB-TUGAS-LOG" USING
                                 WS-LOG-PROGRAM, WS-LOG-OPERATION,
                                 FSTAT
                              CANCEL "SUB-TUGAS-LOG"
                          END-IF
                  END-READ
              END-IF
              PERFORM PAUSE-SCREEN
              .
       ALOKASI-DELETE.
              DISPLAY "NIK YANG DIHAPUS : " NO ADVANCING
              ACCEPT WS-AL-NIK-IN
              PERFORM ALOKASI-ACCEPT-BERLAKU
              IF WS-AL-OK
                  MOVE WS-AL-NIK-IN TO AL-NIK
                  MOVE WS-AL-BERLAKU-IN TO AL-BERLAKU
                  MOVE AL-NIK TO NIK-Z
                  READ Alokasi-Master
                      INVALID KEY
                          DISPLAY "ALOKASI NIK " NIK-Z " BERLAKU "
                              AL-BERLAKU " TIDAK ADA"
                      NOT INVALID KEY
                          PERFORM ALOKASI-JOURNAL-BEFORE
                          PERFORM ALOKASI-SHOW
                          DISPLAY "YAKIN HAPUS ALOKASI INI ? (Y/N) : "
                              NO ADVANCING
                          ACCEPT WS-AL-JAWAB
                          IF WS-AL-JAWAB = "Y" OR WS-AL-JAWAB = "y"
                              DELETE Alokasi-Master RECORD
                                  INVALID KEY
                                      DISPLAY "ALOKASI GAGAL DIHAPUS"
                                  NOT INVALID KEY
                                      DISPLAY "ALOKASI NIK " NIK-Z
                                          " DIHAPUS"
                                      MOVE SPACES TO WS-JR-AFTER
                                      MOVE "ALOK-DEL"
                                          TO WS-JR-OPERATION
                                      CALL "SUB-TUGAS-JOURNAL" USING
                                          WS-JR-OPERATION, AL-NIK,
                                          WS-JR-BEFORE, WS-JR-AFTER
                                      CANCEL "SUB-TUGAS-JOURNAL"
                              END-DELETE
                              MOVE "DELETE" TO WS-LOG-OPERATION
                              CALL "SUB-TUGAS-LOG" USING
                                 WS-LOG-PROGRAM, WS-LOG-OPERATION,
                                 FSTAT
                              CANCEL "SUB-TUGAS-LOG"
                          END-IF
                  END-READ
              END-IF
              PERFORM PAUSE-SCREEN
              .
      * every row of one NIK, oldest effective date first
       ALOKASI-LIST.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-AL-NIK-IN
              PERFORM CLEAN-SCREEN
              MOVE WS-AL-NIK-IN TO NIK-Z
              PERFORM APPLY-ROLE-MASK
              DISPLAY "ALOKASI BIAYA NIK " NIK-Z
              MOVE "N" TO WS-AL-EOF
              MOVE WS-AL-NIK-IN TO AL-NIK
              MOVE LOW-VALUES TO AL-BERLAKU
              START Alokasi-Master KEY IS NOT LESS THAN AL-KEY
                  INVALID KEY MOVE "Y" TO WS-AL-EOF
              END-START
              PERFORM UNTIL WS-AL-EOF = "Y"
                  READ Alokasi-Master NEXT
                      AT END
                          MOVE "Y" TO WS-AL-EOF
                      NOT AT END
                          IF AL-NIK NOT = WS-AL-NIK-IN
                              MOVE "Y" TO WS-AL-EOF
                          ELSE
                              PERFORM ALOKASI-SHOW
                          END-IF
                  END-READ
              END-PERFORM
              PERFORM PAUSE-SCREEN
              .
       ALOKASI-ACCEPT-BERLAKU.
              MOVE "Y" TO WS-AL-OK-SW
              MOVE SPACES TO WS-AL-BERLAKU-IN
              DISPLAY "BERLAKU MULAI YYYYMMDD : " NO ADVANCING
              ACCEPT WS-AL-BERLAKU-IN
              IF WS-AL-BERLAKU-IN IS NOT NUMERIC
                  MOVE "N" TO WS-AL-OK-SW
                  DISPLAY "TANGGAL BERLAKU HARUS YYYYMMDD"
              ELSE
                  MOVE WS-AL-BERLAKU-IN TO WS-AL-DATE-NUM
                  IF FUNCTION TEST-DATE-YYYYMMDD (WS-AL-DATE-NUM)
                     NOT = 0
                      MOVE "N" TO WS-AL-OK-SW
                      DISPLAY "TANGGAL BERLAKU TIDAK VALID"
                  END-IF
              END-IF
              .
      * Up to ten unit/percent lines, ended by a blank unit. Each
      * unit must be on the Unit-Master and appear once; the total
      * must be exactly 100.00.
       ALOKASI-ENTER-LINES.
              MOVE 0 TO AL-JUMLAH
              MOVE 0 TO WS-AL-TOTAL
              PERFORM VARYING WS-AL-IX FROM 1 BY 1 UNTIL WS-AL-IX > 10
                  MOVE SPACES TO AL-UNIT (WS-AL-IX)
                  MOVE 0 TO AL-PERSEN (WS-AL-IX)
              END-PERFORM
              MOVE "N" TO WS-AL-DONE-SW
              PERFORM UNTIL WS-AL-DONE OR AL-JUMLAH = 10
                  COMPUTE WS-AL-IX = AL-JUMLAH + 1
                  MOVE SPACES TO WS-UNIT-KODE-IN
                  DISPLAY "UNIT KE-" WS-AL-IX " (SPASI = SELESAI) : "
                      NO ADVANCING
                  ACCEPT WS-UNIT-KODE-IN
                  MOVE FUNCTION UPPER-CASE (WS-UNIT-KODE-IN)
                      TO WS-UNIT-KODE-IN
                  IF WS-UNIT-KODE-IN = SPACES
                      MOVE "Y" TO WS-AL-DONE-SW
                  ELSE
                      DISPLAY "PERSEN (999.99) : " NO ADVANCING
                      ACCEPT WS-AL-PERSEN-IN
                      PERFORM ALOKASI-CHECK-LINE
                  END-IF
              END-PERFORM
              MOVE WS-AL-TOTAL TO WS-AL-TOTAL-Z
              IF AL-JUMLAH = 0
                  MOVE "N" TO WS-AL-OK-SW
                  DISPLAY "TIDAK ADA BARIS ALOKASI - TIDAK DISIMPAN"
              ELSE IF WS-AL-TOTAL NOT = 100
                  MOVE "N" TO WS-AL-OK-SW
                  DISPLAY "TOTAL PERSEN " WS-AL-TOTAL-Z
                      " HARUS 100.00 - TIDAK DISIMPAN"
              ELSE
                  MOVE "Y" TO WS-AL-OK-SW
              END-IF
              END-IF
              .
       ALOKASI-CHECK-LINE.
              PERFORM VALIDATE-UNIT
              MOVE "N" TO WS-AL-DUP-SW
              PERFORM VARYING WS-AL-JX FROM 1 BY 1
                      UNTIL WS-AL-JX > AL-JUMLAH
                  IF AL-UNIT (WS-AL-JX) = WS-UNIT-KODE-IN
                      MOVE "Y" TO WS-AL-DUP-SW
                  END-IF
              END-PERFORM
              IF NOT WS-UNIT-VALID
                  DISPLAY WS-UNIT-ERR-MSG
              ELSE IF WS-AL-DUP
                  DISPLAY "UNIT " WS-UNIT-KODE-IN
                      " SUDAH ADA DI ALOKASI"
              ELSE IF WS-AL-PERSEN-IN = 0 OR WS-AL-PERSEN-IN > 100
                  DISPLAY "PERSEN HARUS 0.01 S/D 100.00"
              ELSE
                  ADD 1 TO AL-JUMLAH
                  MOVE WS-UNIT-KODE-IN TO AL-UNIT (AL-JUMLAH)
                  MOVE WS-AL-PERSEN-IN TO AL-PERSEN (AL-JUMLAH)
                  ADD WS-AL-PERSEN-IN TO WS-AL-TOTAL
              END-IF
              END-IF
              END-IF
              .
       ALOKASI-SHOW.
              DISPLAY "BERLAKU " AL-BERLAKU " :"
              MOVE 0 TO WS-AL-TOTAL
              PERFORM VARYING WS-AL-IX FROM 1 BY 1
                      UNTIL WS-AL-IX > AL-JUMLAH OR WS-AL-IX > 10
                  MOVE AL-PERSEN (WS-AL-IX) TO WS-AL-PERSEN-Z
                  ADD AL-PERSEN (WS-AL-IX) TO WS-AL-TOTAL
                  DISPLAY "   UNIT " AL-UNIT (WS-AL-IX) "  "
                      WS-AL-PERSEN-Z " %"
              END-PERFORM
              MOVE WS-AL-TOTAL TO WS-AL-TOTAL-Z
              DISPLAY "   TOTAL   " WS-AL-TOTAL-Z " %"
              .
       ALOKASI-FILL-IMAGE.
              MOVE AL-BERLAKU TO WS-AL-IMG-BERLAKU
              PERFORM VARYING WS-AL-IX FROM 1 BY 1 UNTIL WS-AL-IX > 10
                  IF WS-AL-IX > AL-JUMLAH
                      MOVE SPACES TO WS-AL-IMG-BARIS (WS-AL-IX)
                  ELSE
                      MOVE SPACE TO WS-AL-IMG-SPASI (WS-AL-IX)
                      MOVE AL-UNIT (WS-AL-IX)
                          TO WS-AL-IMG-UNIT (WS-AL-IX)
                      MOVE "=" TO WS-AL-IMG-SAMA (WS-AL-IX)
                      MOVE AL-PERSEN (WS-AL-IX)
                          TO WS-AL-IMG-PERSEN (WS-AL-IX)
                  END-IF
              END-PERFORM
              .
       ALOKASI-JOURNAL-BEFORE.
              PERFORM ALOKASI-FILL-IMAGE
              MOVE WS-AL-IMAGE TO WS-JR-BEFORE
              .
       ALOKASI-JOURNAL-AFTER.
              PERFORM ALOKASI-FILL-IMAGE
              MOVE WS-AL-IMAGE TO WS-JR-AFTER
              .
      * Maintenance screen for the dependents file
      * (Tanggungan-Master), reachable from the main menu with command
      * F. The PTKP on the master is derived from the active rows: K
      * with an active spouse, TK without, and one step per other
      * active dependent up to three. PTKP is fixed for the tax year,
      * so a change for staff already employed at the start of the
      * year only takes effect when the January TUGAS-PTKP run
      * applies it; for someone hired this year it is applied here
      * at once. Every change is journaled under the NIK.
       TANGGUNGAN-MAINT.
              MOVE SPACE TO WS-TG-COMMAND
              PERFORM UNTIL WS-TG-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== TANGGUNGAN KELUARGA / PTKP ==="
                 DISPLAY "(A) TAMBAH TANGGUNGAN"
                 DISPLAY "(U) UBAH / NONAKTIFKAN TANGGUNGAN"
                 DISPLAY "(L) LIHAT TANGGUNGAN SATU NIK"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/U/L/X : " NO ADVANCING
                 ACCEPT WS-TG-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-TG-COMMAND)
                     TO WS-TG-COMMAND
                 EVALUATE WS-TG-COMMAND
                     WHEN "A"
                         PERFORM TANGGUNGAN-ADD
                     WHEN "U"
                         PERFORM TANGGUNGAN-UPDATE
                     WHEN "L"
                         PERFORM TANGGUNGAN-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       TANGGUNGAN-ADD.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-TG-NIK-IN
              MOVE WS-TG-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      DISPLAY "NAMA : " F-NAMA "  PTKP : " F-PTKP
                      MOVE 0 TO WS-TG-URUT-IN
                      PERFORM TANGGUNGAN-SCAN
                      IF F-STATUS = "T"
                          DISPLAY "PEGAWAI SUDAH BERHENTI"
                      ELSE IF WS-TG-MAX-URUT = 99
                          DISPLAY "URUT TANGGUNGAN SUDAH 99"
                      ELSE
                          MOVE SPACES TO WS-TG-NAMA-IN
                          MOVE SPACES TO WS-TG-HUB-IN
                          MOVE SPACES TO WS-TG-LAHIR-IN
                          DISPLAY "NAMA TANGGUNGAN : " NO ADVANCING
                          ACCEPT WS-TG-NAMA-IN
                          DISPLAY "HUBUNGAN (S=SUAMI/ISTRI, A=ANAK, "
                              "K=KELUARGA LAIN) : " NO ADVANCING
                          ACCEPT WS-TG-HUB-IN
                          DISPLAY "TGL LAHIR YYYYMMDD : " NO ADVANCING
                          ACCEPT WS-TG-LAHIR-IN
                          MOVE "Y" TO WS-TG-AKTIF-IN
                          PERFORM TANGGUNGAN-CHECK
                          IF WS-TG-OK
                              PERFORM TANGGUNGAN-WRITE-NEW
                          END-IF
                      END-IF
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       TANGGUNGAN-WRITE-NEW.
              MOVE WS-TG-NIK-IN TO TG-NIK
              COMPUTE TG-URUT = WS-TG-MAX-URUT + 1
              MOVE WS-TG-NAMA-IN TO TG-NAMA
              MOVE WS-TG-HUB-IN TO TG-HUBUNGAN
              MOVE WS-TG-LAHIR-IN TO TG-TGL-LAHIR
              MOVE WS-TG-AKTIF-IN TO TG-AKTIF
              WRITE TG-RECORD
                  INVALID KEY
                      DISPLAY "TANGGUNGAN GAGAL DICATAT"
                  NOT INVALID KEY
                      DISPLAY "TANGGUNGAN NIK " NIK-Z " URUT " TG-URUT
                          " DICATAT"
                      PERFORM TANGGUNGAN-JOURNAL-AFTER
                      MOVE SPACES TO WS-JR-BEFORE
                      MOVE "TGG-ADD" TO WS-JR-OPERATION
                      CALL "SUB-TUGAS-JOURNAL" USING
                          WS-JR-OPERATION, TG-NIK,
                          WS-JR-BEFORE, WS-JR-AFTER
                      CANCEL "SUB-TUGAS-JOURNAL"
                      PERFORM TANGGUNGAN-APPLY-PTKP
              END-WRITE
              MOVE "WRITE" TO WS-LOG-OPERATION
              CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                 WS-LOG-OPERATION, FSTAT
              CANCEL "SUB-TUGAS-LOG"
              .
      * Correction and deactivation share one dialogue; each field
      * left blank keeps its value.
       TANGGUNGAN-UPDATE.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-TG-NIK-IN
              DISPLAY "URUT TANGGUNGAN : " NO ADVANCING
              ACCEPT WS-TG-URUT-IN
              MOVE WS-TG-NIK-IN TO NIK-Z
              PERFORM TANGGUNGAN-SCAN
              MOVE WS-TG-NIK-IN TO TG-NIK
              MOVE WS-TG-URUT-IN TO TG-URUT
              READ Tanggungan-Master
                  INVALID KEY
                      DISPLAY "TANGGUNGAN NIK " NIK-Z " URUT "
                          WS-TG-URUT-IN " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM TANGGUNGAN-JOURNAL-BEFORE
                      PERFORM TANGGUNGAN-SHOW
                      MOVE SPACES TO WS-TG-NAMA-IN
                      MOVE SPACES TO WS-TG-HUB-IN
                      MOVE SPACES TO WS-TG-LAHIR-IN
                      MOVE SPACES TO WS-TG-AKTIF-IN
                      DISPLAY "NAMA (SPASI = TETAP) : " NO ADVANCING
                      ACCEPT WS-TG-NAMA-IN
                      DISPLAY "HUBUNGAN S/A/K (SPASI = TETAP) : "
                          NO ADVANCING
                      ACCEPT WS-TG-HUB-IN
                      DISPLAY "TGL LAHIR YYYYMMDD (SPASI = TETAP) : "
                          NO ADVANCING
                      ACCEPT WS-TG-LAHIR-IN
                      DISPLAY "AKTIF Y/N (SPASI = TETAP) : "
                          NO ADVANCING
                      ACCEPT WS-TG-AKTIF-IN
                      IF WS-TG-NAMA-IN = SPACES
                          MOVE TG-NAMA TO WS-TG-NAMA-IN
                      END-IF
                      IF WS-TG-HUB-IN = SPACES
                          MOVE TG-HUBUNGAN TO WS-TG-HUB-IN
                      END-IF
                      IF WS-TG-LAHIR-IN = SPACES
                          MOVE TG-TGL-LAHIR TO WS-TG-LAHIR-IN
                      END-IF
                      IF WS-TG-AKTIF-IN = SPACES
                          MOVE TG-AKTIF TO WS-TG-AKTIF-IN
                      END-IF
                      PERFORM TANGGUNGAN-CHECK
                      IF WS-TG-OK
                          MOVE WS-TG-NAMA-IN TO TG-NAMA
                          MOVE WS-TG-HUB-IN TO TG-HUBUNGAN
                          MOVE WS-TG-LAHIR-IN TO TG-TGL-LAHIR
                          MOVE WS-TG-AKTIF-IN TO TG-AKTIF
                          REWRITE TG-RECORD
                              INVALID KEY
                                  DISPLAY "TANGGUNGAN GAGAL DIUBAH"
                              NOT INVALID KEY
                                  DISPLAY "TANGGUNGAN NIK " NIK-Z
                                      " URUT " TG-URUT " DIUBAH"
                                  PERFORM TANGGUNGAN-JOURNAL-AFTER
                                  MOVE "TGG-UPD" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, TG-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                                  PERFORM TANGGUNGAN-APPLY-PTKP
                          END-REWRITE
                          MOVE "REWRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       TANGGUNGAN-LIST.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-TG-NIK-IN
              PERFORM CLEAN-SCREEN
              MOVE WS-TG-NIK-IN TO NIK-Z
              PERFORM APPLY-ROLE-MASK
              DISPLAY "TANGGUNGAN NIK " NIK-Z
              DISPLAY "UR | NAMA                           | HUBUNGAN"
                  "    | LAHIR    | AKTIF"
              MOVE "N" TO WS-TG-EOF
              MOVE WS-TG-NIK-IN TO TG-NIK
              MOVE 0 TO TG-URUT
              START Tanggungan-Master KEY IS NOT LESS THAN TG-KEY
                  INVALID KEY MOVE "Y" TO WS-TG-EOF
              END-START
              PERFORM UNTIL WS-TG-EOF = "Y"
                  READ Tanggungan-Master NEXT
                      AT END
                          MOVE "Y" TO WS-TG-EOF
                      NOT AT END
                          IF TG-NIK NOT = WS-TG-NIK-IN
                              MOVE "Y" TO WS-TG-EOF
                          ELSE
                              PERFORM TANGGUNGAN-SHOW
                          END-IF
                  END-READ
              END-PERFORM
              MOVE WS-TG-NIK-IN TO F-NIK
              READ Personal-IDX
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE FUNCTION CURRENT-DATE (1:4)
                          TO WS-TG-TAHUN-DEPAN
                      ADD 1 TO WS-TG-TAHUN-DEPAN
                      MOVE SPACES TO WS-TG-BATAS
                      STRING WS-TG-TAHUN-DEPAN DELIMITED BY SIZE
                          "0101" DELIMITED BY SIZE
                          INTO WS-TG-BATAS
                      PERFORM TANGGUNGAN-DERIVE
                      DISPLAY " "
                      DISPLAY "PTKP DI MASTER : " F-PTKP
                          "   MENURUT TANGGUNGAN PER 1 JANUARI "
                          WS-TG-TAHUN-DEPAN " : " WS-TG-PTKP
              END-READ
              PERFORM PAUSE-SCREEN
              .
      * Highest URUT of the NIK and the number of active spouses
      * other than row WS-TG-URUT-IN (zero when adding).
       TANGGUNGAN-SCAN.
              MOVE 0 TO WS-TG-MAX-URUT
              MOVE 0 TO WS-TG-SPOUSE-CNT
              MOVE "N" TO WS-TG-EOF
              MOVE WS-TG-NIK-IN TO TG-NIK
              MOVE 0 TO TG-URUT
              START Tanggungan-Master KEY IS NOT LESS THAN TG-KEY
                  INVALID KEY MOVE "Y" TO WS-TG-EOF
              END-START
              PERFORM UNTIL WS-TG-EOF = "Y"
                  READ Tanggungan-Master NEXT
                      AT END
                          MOVE "Y" TO WS-TG-EOF
                      NOT AT END
                          IF TG-NIK NOT = WS-TG-NIK-IN
                              MOVE "Y" TO WS-TG-EOF
                          ELSE
                              MOVE TG-URUT TO WS-TG-MAX-URUT
                              IF TG-PASANGAN AND TG-IS-AKTIF
                                 AND TG-URUT NOT = WS-TG-URUT-IN
                                  ADD 1 TO WS-TG-SPOUSE-CNT
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              .
       TANGGUNGAN-CHECK-ADA.
              MOVE "N" TO WS-TG-ADA-SW
              MOVE WS-TG-NIK-IN TO TG-NIK
              MOVE 0 TO TG-URUT
              START Tanggungan-Master KEY IS NOT LESS THAN TG-KEY
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      READ Tanggungan-Master NEXT
                          AT END
                              CONTINUE
                          NOT AT END
                              IF TG-NIK = WS-TG-NIK-IN
                                  SET WS-TG-ADA TO TRUE
                              END-IF
                      END-READ
              END-START
              .
      * name given, relationship S/A/K, a real birth date not in the
      * future, aktif Y/N, and never two active spouses
       TANGGUNGAN-CHECK.
              MOVE "Y" TO WS-TG-OK-SW
              MOVE FUNCTION UPPER-CASE (WS-TG-NAMA-IN) TO WS-TG-NAMA-IN
              MOVE FUNCTION UPPER-CASE (WS-TG-HUB-IN) TO WS-TG-HUB-IN
              MOVE FUNCTION UPPER-CASE (WS-TG-AKTIF-IN)
                  TO WS-TG-AKTIF-IN
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TG-TODAY
              IF WS-TG-NAMA-IN = SPACES
                  MOVE "N" TO WS-TG-OK-SW
                  DISPLAY "NAMA TANGGUNGAN JANGAN KOSONG"
              ELSE IF WS-TG-HUB-IN NOT = "S" AND WS-TG-HUB-IN NOT = "A"
                 AND WS-TG-HUB-IN NOT = "K"
                  MOVE "N" TO WS-TG-OK-SW
                  DISPLAY "HUBUNGAN HARUS S, A ATAU K"
              ELSE IF WS-TG-AKTIF-IN NOT = "Y"
                 AND WS-TG-AKTIF-IN NOT = "N"
                  MOVE "N" TO WS-TG-OK-SW
                  DISPLAY "AKTIF HARUS Y ATAU N"
              ELSE IF WS-TG-LAHIR-IN IS NOT NUMERIC
                  MOVE "N" TO WS-TG-OK-SW
                  DISPLAY "TGL LAHIR HARUS YYYYMMDD"
              ELSE
                  MOVE WS-TG-LAHIR-IN TO WS-TG-DATE-NUM
                  IF FUNCTION TEST-DATE-YYYYMMDD (WS-TG-DATE-NUM)
                     NOT = 0
                      MOVE "N" TO WS-TG-OK-SW
                      DISPLAY "TGL LAHIR TIDAK VALID"
                  ELSE IF WS-TG-LAHIR-IN > WS-TG-TODAY
                      MOVE "N" TO WS-TG-OK-SW
                      DISPLAY "TGL LAHIR TIDAK BOLEH SETELAH HARI INI"
                  ELSE IF WS-TG-HUB-IN = "S" AND WS-TG-AKTIF-IN = "Y"
                     AND WS-TG-SPOUSE-CNT > 0
                      MOVE "N" TO WS-TG-OK-SW
                      DISPLAY "SUDAH ADA SUAMI/ISTRI AKTIF"
                  END-IF
                  END-IF
                  END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              .
      * PTKP of WS-TG-NIK-IN from its active rows; dependents born
      * after WS-TG-BATAS do not count yet.
       TANGGUNGAN-DERIVE.
              MOVE 0 TO WS-TG-SPOUSE-CNT
              MOVE 0 TO WS-TG-DEP-CNT
              MOVE "N" TO WS-TG-EOF
              MOVE WS-TG-NIK-IN TO TG-NIK
              MOVE 0 TO TG-URUT
              START Tanggungan-Master KEY IS NOT LESS THAN TG-KEY
                  INVALID KEY MOVE "Y" TO WS-TG-EOF
              END-START
              PERFORM UNTIL WS-TG-EOF = "Y"
                  READ Tanggungan-Master NEXT
                      AT END
                          MOVE "Y" TO WS-TG-EOF
                      NOT AT END
                          IF TG-NIK NOT = WS-TG-NIK-IN
                              MOVE "Y" TO WS-TG-EOF
                          ELSE IF TG-IS-AKTIF
                             AND TG-TGL-LAHIR NOT > WS-TG-BATAS
                              IF TG-PASANGAN
                                  ADD 1 TO WS-TG-SPOUSE-CNT
                              ELSE
                                  ADD 1 TO WS-TG-DEP-CNT
                              END-IF
                          END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF WS-TG-DEP-CNT > 3
                  MOVE 3 TO WS-TG-DEP-CNT
              END-IF
              MOVE SPACES TO WS-TG-PTKP
              IF WS-TG-SPOUSE-CNT > 0
                  STRING "K/" DELIMITED BY SIZE
                      WS-TG-DEP-CNT (2:1) DELIMITED BY SIZE
                      INTO WS-TG-PTKP
              ELSE
                  STRING "TK/" DELIMITED BY SIZE
                      WS-TG-DEP-CNT (2:1) DELIMITED BY SIZE
                      INTO WS-TG-PTKP
              END-IF
              .
      * Staff hired this year take the derived PTKP at once (their
      * status counts from the hire date); everyone else keeps the
      * PTKP of the running tax year and is told what the January
      * run will set.
       TANGGUNGAN-APPLY-PTKP.
              MOVE WS-TG-NIK-IN TO F-NIK
              READ Personal-IDX
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF F-Hire-Date IS NUMERIC
                         AND F-Hire-Date (1:4)
                             = FUNCTION CURRENT-DATE (1:4)
                          MOVE F-Hire-Date TO WS-TG-BATAS
                          PERFORM TANGGUNGAN-DERIVE
                          IF WS-TG-PTKP NOT = F-PTKP
                              PERFORM TANGGUNGAN-REWRITE-PTKP
                          ELSE
                              DISPLAY "PTKP TETAP " F-PTKP
                          END-IF
                      ELSE
                          MOVE FUNCTION CURRENT-DATE (1:4)
                              TO WS-TG-TAHUN-DEPAN
                          ADD 1 TO WS-TG-TAHUN-DEPAN
                          MOVE SPACES TO WS-TG-BATAS
                          STRING WS-TG-TAHUN-DEPAN DELIMITED BY SIZE
                              "0101" DELIMITED BY SIZE
                              INTO WS-TG-BATAS
                          PERFORM TANGGUNGAN-DERIVE
                          IF WS-TG-PTKP NOT = F-PTKP
                              DISPLAY "PTKP MENURUT TANGGUNGAN : "
                                  WS-TG-PTKP " - BERLAKU 1 JANUARI "
                                  WS-TG-TAHUN-DEPAN
                              DISPLAY "PTKP TAHUN INI TETAP " F-PTKP
                          ELSE
                              DISPLAY "PTKP TETAP " F-PTKP
                          END-IF
                      END-IF
              END-READ
              .
       TANGGUNGAN-REWRITE-PTKP.
              MOVE F-NIK TO NIK-Z
              PERFORM CHECK-AND-LOCK-RECORD
              IF WS-LOCKED
                  MOVE SPACES TO WS-JR-BEFORE
                  STRING "PTKP=" DELIMITED BY SIZE
                      F-PTKP DELIMITED BY SIZE
                      INTO WS-JR-BEFORE
                  MOVE WS-TG-PTKP TO F-PTKP
                  REWRITE F-Personal
                      INVALID KEY
                          DISPLAY "PTKP GAGAL DIUBAH"
                      NOT INVALID KEY
                          DISPLAY "PTKP NIK " NIK-Z " MENJADI " F-PTKP
                          MOVE SPACES TO WS-JR-AFTER
                          STRING "PTKP=" DELIMITED BY SIZE
                              F-PTKP DELIMITED BY SIZE
                              " SUMBER=TANGGUNGAN" DELIMITED BY SIZE
                              INTO WS-JR-AFTER
                          MOVE "PTKP" TO WS-JR-OPERATION
                          CALL "SUB-TUGAS-JOURNAL" USING
                              WS-JR-OPERATION, F-NIK,
                              WS-JR-BEFORE, WS-JR-AFTER
                          CANCEL "SUB-TUGAS-JOURNAL"
                  END-REWRITE
                  MOVE "REWRITE" TO WS-LOG-OPERATION
                  CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                     WS-LOG-OPERATION, FSTAT
                  CANCEL "SUB-TUGAS-LOG"
                  PERFORM RELEASE-LOCK-RECORD
              END-IF
              .
       TANGGUNGAN-SHOW.
              EVALUATE TRUE
                  WHEN TG-PASANGAN
                      MOVE "SUAMI/ISTRI" TO WS-TG-HUB-NAMA
                  WHEN TG-ANAK
                      MOVE "ANAK" TO WS-TG-HUB-NAMA
                  WHEN OTHER
                      MOVE "KELUARGA" TO WS-TG-HUB-NAMA
              END-EVALUATE
              DISPLAY TG-URUT " | " TG-NAMA " | " WS-TG-HUB-NAMA " | "
                  TG-TGL-LAHIR " | " TG-AKTIF
              .
       TANGGUNGAN-JOURNAL-BEFORE.
              MOVE SPACES TO WS-JR-BEFORE
              STRING "URUT=" DELIMITED BY SIZE
                     TG-URUT DELIMITED BY SIZE
                     " NAMA=" DELIMITED BY SIZE
                     FUNCTION TRIM (TG-NAMA) DELIMITED BY SIZE
                     " HUB=" DELIMITED BY SIZE
                     TG-HUBUNGAN DELIMITED BY SIZE
                     " LAHIR=" DELIMITED BY SIZE
                     TG-TGL-LAHIR DELIMITED BY SIZE
                     " AKTIF=" DELIMITED BY SIZE
                     TG-AKTIF DELIMITED BY SIZE
                     INTO WS-JR-BEFORE
              .
       TANGGUNGAN-JOURNAL-AFTER.
              MOVE SPACES TO WS-JR-AFTER
              STRING "URUT=" DELIMITED BY SIZE
                     TG-URUT DELIMITED BY SIZE
                     " NAMA=" DELIMITED BY SIZE
                     FUNCTION TRIM (TG-NAMA) DELIMITED BY SIZE
                     " HUB=" DELIMITED BY SIZE
                     TG-HUBUNGAN DELIMITED BY SIZE
                     " LAHIR=" DELIMITED BY SIZE
                     TG-TGL-LAHIR DELIMITED BY SIZE
                     " AKTIF=" DELIMITED BY SIZE
                     TG-AKTIF DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              .
      * Maintenance screen for the contact file (Kontak-Master),
      * reachable from the main menu with command W. One row per
      * NIK with the e-mail address TUGAS-ESLIP sends the payslip
      * to and the delivery preference; every change is journaled
      * under the NIK, like the bank-account rows.
       KONTAK-MAINT.
              MOVE SPACE TO WS-KP-COMMAND
              PERFORM UNTIL WS-KP-COMMAND = "X"
                 PERFORM CLEAN-SCREEN
                 DISPLAY "=== KONTAK PEGAWAI / E-SLIP ==="
                 DISPLAY "(A) TAMBAH KONTAK"
                 DISPLAY "(U) UBAH KONTAK"
                 DISPLAY "(D) HAPUS KONTAK"
                 DISPLAY "(L) LIHAT DAFTAR"
                 DISPLAY "(X) KEMBALI KE MENU UTAMA"
                 DISPLAY " "
                 DISPLAY "PILIHAN A/U/D/L/X : " NO ADVANCING
                 ACCEPT WS-KP-COMMAND
                 MOVE FUNCTION UPPER-CASE (WS-KP-COMMAND)
                     TO WS-KP-COMMAND
                 EVALUATE WS-KP-COMMAND
                     WHEN "A"
                         PERFORM KONTAK-ADD
                     WHEN "U"
                         PERFORM KONTAK-UPDATE
                     WHEN "D"
                         PERFORM KONTAK-DELETE
                     WHEN "L"
                         PERFORM KONTAK-LIST
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "SALAH INPUT"
                 END-EVALUATE
              END-PERFORM
              .
       KONTAK-ADD.
              DISPLAY "NIK PEGAWAI : " NO ADVANCING
              ACCEPT WS-KP-NIK-IN
              MOVE WS-KP-NIK-IN TO F-NIK
              MOVE F-NIK TO NIK-Z
              READ Personal-IDX
                  INVALID KEY
                      DISPLAY "NIK : " NIK-Z " TIDAK ADA DI MASTER"
                  NOT INVALID KEY
                      DISPLAY "NAMA : " F-NAMA
                      MOVE SPACES TO WS-KP-EMAIL-IN
                      MOVE SPACES TO WS-KP-KIRIM-IN
                      DISPLAY "ALAMAT E-MAIL : " NO ADVANCING
                      ACCEPT WS-KP-EMAIL-IN
                      DISPLAY "PENGIRIMAN SLIP (E=E-MAIL, K=KERTAS) : "
                          NO ADVANCING
                      ACCEPT WS-KP-KIRIM-IN
                      PERFORM KONTAK-CHECK
                      IF WS-KP-OK
                          MOVE WS-KP-NIK-IN TO KP-NIK
                          MOVE WS-KP-EMAIL-IN TO KP-EMAIL
                          MOVE WS-KP-KIRIM-IN TO KP-KIRIM
                          WRITE KP-RECORD
                              INVALID KEY
                                  DISPLAY "KONTAK NIK " NIK-Z
                                      " SUDAH ADA"
                              NOT INVALID KEY
                                  DISPLAY "KONTAK NIK " NIK-Z
                                      " DITAMBAH"
                                  PERFORM KONTAK-JOURNAL-AFTER
                                  MOVE SPACES TO WS-JR-BEFORE
                                  MOVE "KTK-ADD" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, KP-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-WRITE
                          MOVE "WRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       KONTAK-UPDATE.
              DISPLAY "NIK YANG DIUBAH : " NO ADVANCING
              ACCEPT WS-KP-NIK-IN
              MOVE WS-KP-NIK-IN TO KP-NIK
              MOVE KP-NIK TO NIK-Z
              READ Kontak-Master
                  INVALID KEY
                      DISPLAY "KONTAK NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM KONTAK-JOURNAL-BEFORE
                      DISPLAY "E-MAIL LAMA : " KP-EMAIL
                      DISPLAY "PENGIRIMAN LAMA : " KP-KIRIM
                      MOVE SPACES TO WS-KP-EMAIL-IN
                      MOVE SPACES TO WS-KP-KIRIM-IN
                      DISPLAY "E-MAIL BARU (SPASI = TETAP, - = HAPUS)"
                          " : " NO ADVANCING
                      ACCEPT WS-KP-EMAIL-IN
                      DISPLAY "PENGIRIMAN E/K (SPASI = TETAP) : "
                          NO ADVANCING
                      ACCEPT WS-KP-KIRIM-IN
                      IF WS-KP-EMAIL-IN = SPACES
                          MOVE KP-EMAIL TO WS-KP-EMAIL-IN
                      END-IF
                      IF WS-KP-EMAIL-IN = "-"
                          MOVE SPACES TO WS-KP-EMAIL-IN
                      END-IF
                      IF WS-KP-KIRIM-IN = SPACES
                          MOVE KP-KIRIM TO WS-KP-KIRIM-IN
                      END-IF
                      PERFORM KONTAK-CHECK
                      IF WS-KP-OK
                          MOVE WS-KP-EMAIL-IN TO KP-EMAIL
                          MOVE WS-KP-KIRIM-IN TO KP-KIRIM
                          REWRITE KP-RECORD
                              INVALID KEY
                                  DISPLAY "KONTAK GAGAL DIUBAH"
                              NOT INVALID KEY
                                  DISPLAY "KONTAK NIK " NIK-Z
                                      " DIUBAH"
                                  PERFORM KONTAK-JOURNAL-AFTER
                                  MOVE "KTK-UPD" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, KP-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-REWRITE
                          MOVE "REWRITE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       KONTAK-DELETE.
              DISPLAY "NIK YANG DIHAPUS : " NO ADVANCING
              ACCEPT WS-KP-NIK-IN
              MOVE WS-KP-NIK-IN TO KP-NIK
              MOVE KP-NIK TO NIK-Z
              READ Kontak-Master
                  INVALID KEY
                      DISPLAY "KONTAK NIK " NIK-Z " TIDAK ADA"
                  NOT INVALID KEY
                      PERFORM KONTAK-JOURNAL-BEFORE
                      DISPLAY "YAKIN HAPUS KONTAK " KP-EMAIL
                      DISPLAY "(Y/N) : " NO ADVANCING
                      ACCEPT WS-KP-COMMAND
                      IF WS-KP-COMMAND = "Y" OR WS-KP-COMMAND = "y"
                          DELETE Kontak-Master RECORD
                              INVALID KEY
                                  DISPLAY "KONTAK GAGAL DIHAPUS"
                              NOT INVALID KEY
                                  DISPLAY "KONTAK NIK " NIK-Z
                                      " DIHAPUS"
                                  MOVE SPACES TO WS-JR-AFTER
                                  MOVE "KTK-DEL" TO WS-JR-OPERATION
                                  CALL "SUB-TUGAS-JOURNAL" USING
                                      WS-JR-OPERATION, KP-NIK,
                                      WS-JR-BEFORE, WS-JR-AFTER
                                  CANCEL "SUB-TUGAS-JOURNAL"
                          END-DELETE
                          MOVE "DELETE" TO WS-LOG-OPERATION
                          CALL "SUB-TUGAS-LOG" USING WS-LOG-PROGRAM,
                             WS-LOG-OPERATION, FSTAT
                          CANCEL "SUB-TUGAS-LOG"
                      END-IF
                      MOVE FUNCTION UPPER-CASE (WS-KP-COMMAND)
                          TO WS-KP-COMMAND
                      IF WS-KP-COMMAND = "X"
                          MOVE SPACE TO WS-KP-COMMAND
                      END-IF
              END-READ
              PERFORM PAUSE-SCREEN
              .
       KONTAK-LIST.
              PERFORM CLEAN-SCREEN
              DISPLAY "NIK                 | KIRIM | E-MAIL"
              MOVE "N" TO WS-KP-EOF
              MOVE LOW-VALUES TO KP-NIK
              START Kontak-Master KEY IS NOT LESS THAN KP-NIK
                  INVALID KEY MOVE "Y" TO WS-KP-EOF
              END-START
              PERFORM UNTIL WS-KP-EOF = "Y"
                  READ Kontak-Master NEXT
                      AT END
                          MOVE "Y" TO WS-KP-EOF
                      NOT AT END
                          MOVE KP-NIK TO NIK-Z
                          PERFORM APPLY-ROLE-MASK
                          DISPLAY NIK-Z " |   " KP-KIRIM "   | "
                              KP-EMAIL
                  END-READ
              END-PERFORM
              PERFORM PAUSE-SCREEN
              .
      * One "@" with something on both sides, a dot in the domain
      * and no blanks inside the address. A blank address is allowed
      * only with paper delivery; the preference defaults to E when
      * an address is given and K when it is not.
       KONTAK-CHECK.
              MOVE "Y" TO WS-KP-OK-SW
              MOVE FUNCTION LOWER-CASE (FUNCTION TRIM (WS-KP-EMAIL-IN))
                  TO WS-KP-EMAIL-IN
              MOVE FUNCTION UPPER-CASE (WS-KP-KIRIM-IN)
                  TO WS-KP-KIRIM-IN
              IF WS-KP-KIRIM-IN = SPACE
                  IF WS-KP-EMAIL-IN = SPACES
                      MOVE "K" TO WS-KP-KIRIM-IN
                  ELSE
                      MOVE "E" TO WS-KP-KIRIM-IN
                  END-IF
              END-IF
              IF WS-KP-KIRIM-IN NOT = "E" AND WS-KP-KIRIM-IN NOT = "K"
                  MOVE "N" TO WS-KP-OK-SW
                  DISPLAY "PENGIRIMAN HARUS E ATAU K"
              END-IF
              IF WS-KP-OK AND WS-KP-EMAIL-IN = SPACES
                 AND WS-KP-KIRIM-IN = "E"
                  MOVE "N" TO WS-KP-OK-SW
                  DISPLAY "PENGIRIMAN E-MAIL BUTUH ALAMAT E-MAIL"
              END-IF
              IF WS-KP-OK AND WS-KP-EMAIL-IN NOT = SPACES
                  MOVE 0 TO WS-KP-AT-CNT
                  MOVE 0 TO WS-KP-DOT-CNT
                  MOVE 0 TO WS-KP-LEN
                  MOVE SPACES TO WS-KP-LOKAL
                  MOVE SPACES TO WS-KP-DOMAIN
                  INSPECT WS-KP-EMAIL-IN TALLYING WS-KP-AT-CNT
                      FOR ALL "@"
                  INSPECT WS-KP-EMAIL-IN TALLYING WS-KP-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
                  UNSTRING WS-KP-EMAIL-IN DELIMITED BY "@"
                      INTO WS-KP-LOKAL WS-KP-DOMAIN
                  END-UNSTRING
                  INSPECT WS-KP-DOMAIN TALLYING WS-KP-DOT-CNT
                      FOR ALL "."
                  IF WS-KP-AT-CNT NOT = 1
                     OR WS-KP-LOKAL = SPACES
                     OR WS-KP-DOMAIN = SPACES
                     OR WS-KP-DOT-CNT = 0
                     OR WS-KP-DOMAIN (1:1) = "."
                     OR WS-KP-LEN NOT =
                        FUNCTION LENGTH (FUNCTION TRIM (WS-KP-EMAIL-IN))
                      MOVE "N" TO WS-KP-OK-SW
                      DISPLAY "ALAMAT E-MAIL TIDAK VALID"
                  END-IF
              END-IF
              .
       KONTAK-JOURNAL-BEFORE.
              MOVE SPACES TO WS-JR-BEFORE
              STRING "EMAIL=" DELIMITED BY SIZE
                     FUNCTION TRIM (KP-EMAIL) DELIMITED BY SIZE
                     " KIRIM=" DELIMITED BY SIZE
                     KP-KIRIM DELIMITED BY SIZE
                     INTO WS-JR-BEFORE
              .
       KONTAK-JOURNAL-AFTER.
              MOVE SPACES TO WS-JR-AFTER
              STRING "EMAIL=" DELIMITED BY SIZE
                     FUNCTION TRIM (KP-EMAIL) DELIMITED BY SIZE
                     " KIRIM=" DELIMITED BY SIZE
                     KP-KIRIM DELIMITED BY SIZE
                     INTO WS-JR-AFTER
              .
       CLEAN-SCREEN.
              CALL "SYSTEM" USING "CLS"
           .

       01 FSTAT PIC 99.
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
       01 WS-JR-OPERATION PIC X(10) VALUE "READ".
       01 WS-JR-BEFORE PIC X(160) VALUE SPACES.
       01 WS-JR-AFTER PIC X(160).
      *-----------------------
       LINKAGE SECTION.
       01 WS-NIK-INPUT PIC 9(16).
       01 WS-USER-ROLE PIC X(01).
       PROCEDURE DIVISION USING WS-NIK-INPUT, WS-USER-ROLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
              CANCEL "SUB-TUGAS-LOG"
              MOVE WS-NIK-INPUT TO F-NIK
              MOVE F-NIK TO NIK-Z
              IF WS-USER-ROLE NOT = "A"
                 MOVE "****" TO NIK-Z-MID1
                 MOVE "****" TO NIK-Z-MID2
              END-IF
               read PERSONAL-IDX
                   invalid
                     display "NIK : " NIK-Z " TIDAK ADA"
                    display "NAMA : " no advancing F-NAMA
                    display "JABATAN : " no advancing F-JABATAN
                    display "GOLONGAN : " no advancing F-GOLONGAN
                    IF WS-USER-ROLE = "A"
                       display "GAJI POKOK : " no advancing
                          F-GAJI-POKOK
                    END-IF
                    display "UNIT : " no advancing F-UNIT
                    display "PTKP : " no advancing F-PTKP
                    DISPLAY " "

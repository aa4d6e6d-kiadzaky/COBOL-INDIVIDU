                   CALL "SUB-TUGAS-JOURNAL" USING WS-JR-OPERATION,
                       F-NIK, WS-JR-BEFORE, WS-JR-AFTER
                   CANCEL "SUB-TUGAS-JOURNAL"
      * a golongan change is history too, even at the same gaji -
      * TUGAS-PROMOSI counts time in grade from it
                   IF F-GAJI-POKOK NOT = O-GAJI-POKOK
                      OR F-GOLONGAN NOT = O-GOLONGAN
                       PERFORM 4150-WRITE-SALARY-HISTORY
                   END-IF
                   IF F-JABATAN NOT = O-JABATAN

      *-----------------------------------------------------------*
      * KONTRAK-FD.cpy                                             *
      * Record layout for Kontrak-Master. KT-MULAI..KT-AKHIR is    *
      * the current contract or probation term; KT-AKHIR is       *
      * spaces for permanent staff. KT-KE counts the PKWT terms    *
      * (1 = first contract, 2 = first renewal, ...). A NIK with   *
      * no row is treated as permanent. Every change is appended   *
      * to KONTHIS.dat.                                            *
      *-----------------------------------------------------------*
       01 KT-RECORD.
          05 KT-NIK PIC 9(16).
          05 KT-JENIS PIC X(01).
             88 KT-TETAP VALUE "T".
             88 KT-PKWT VALUE "K".
             88 KT-PERCOBAAN VALUE "P".
          05 KT-MULAI PIC X(08).
          05 KT-AKHIR PIC X(08).
          05 KT-KE PIC 9(02).

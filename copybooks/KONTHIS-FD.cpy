      *-----------------------------------------------------------*
      * KONTHIS-FD.cpy                                             *
      * Record layout for KONTHIS.dat. KH-AKSI: B = row opened,    *
      * P = contract or probation extended, A = made permanent     *
      * (angkat tetap), K = correction. The LAMA fields hold the   *
      * term before the change, the others the term after it.     *
      *-----------------------------------------------------------*
       01 KH-RECORD.
          05 KH-NIK PIC 9(16).
          05 FILLER PIC X VALUE ";".
          05 KH-TGL PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 KH-AKSI PIC X(01).
          05 FILLER PIC X VALUE ";".
          05 KH-JENIS-LAMA PIC X(01).
          05 FILLER PIC X VALUE ";".
          05 KH-AKHIR-LAMA PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 KH-JENIS PIC X(01).
          05 FILLER PIC X VALUE ";".
          05 KH-MULAI PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 KH-AKHIR PIC X(08).
          05 FILLER PIC X VALUE ";".
          05 KH-KE PIC 9(02).
          05 FILLER PIC X VALUE ";".
          05 KH-USER PIC X(08).

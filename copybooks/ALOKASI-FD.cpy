      *-----------------------------------------------------------*
      * ALOKASI-FD.cpy                                             *
      * Record layout for Alokasi-Master. AL-BERLAKU (YYYYMMDD)    *
      * is the date the split takes effect; it applies to every    *
      * period from the month of that date until a later row for   *
      * the same NIK. AL-JUMLAH lines of unit and percentage       *
      * follow, and the percentages must add up to exactly         *
      * 100.00. A NIK with no row in force is charged whole to     *
      * its F-UNIT. TUGAS-GLEXPORT rejects the voucher when the    *
      * row in force does not add up.                              *
      *-----------------------------------------------------------*
       01 AL-RECORD.
          05 AL-KEY.
             10 AL-NIK PIC 9(16).
             10 AL-BERLAKU PIC X(08).
          05 AL-JUMLAH PIC 9(02).
          05 AL-BARIS OCCURS 10 TIMES.
             10 AL-UNIT PIC X(04).
             10 AL-PERSEN PIC 9(03)V99.

      *-----------------------------------------------------------*
      * ANGGARAN-FD.cpy                                            *
      * Record layout for Anggaran-Master. BG-HEADCOUNT is the     *
      * approved number of active staff booked directly on the    *
      * unit, BG-ANGGARAN the salary budget (gross pay) for the    *
      * whole year. BG-KONTROL says what happens when a hire or a  *
      * transfer would take the unit past BG-HEADCOUNT:            *
      *   "T" - refused                                            *
      *   "P" - allowed after a warning                            *
      * A unit with no row for the year has no headcount control.  *
      *-----------------------------------------------------------*
       01 BG-RECORD.
          05 BG-KEY.
             10 BG-UNIT PIC X(04).
             10 BG-TAHUN PIC 9(04).
          05 BG-HEADCOUNT PIC 9(05).
          05 BG-ANGGARAN PIC 9(13)V99.
          05 BG-KONTROL PIC X(01).
             88 BG-TOLAK VALUE "T".
             88 BG-PERINGATAN VALUE "P".

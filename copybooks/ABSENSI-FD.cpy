      *-----------------------------------------------------------*
      * ABSENSI-FD.cpy                                             *
      * Shared record layout for ABSENSI.dat. The payroll run uses *
      * only the first line per NIK per period, so any writer must *
      * add to an existing line rather than append a second one.   *
      *-----------------------------------------------------------*
       01 AB-RECORD.
          05 AB-PERIODE PIC X(06).
          05 FILLER PIC X VALUE ";".
          05 AB-NIK PIC 9(16).
          05 FILLER PIC X VALUE ";".
          05 AB-UNPAID-DAYS PIC 9(02).
          05 FILLER PIC X VALUE ";".
          05 AB-OT-HOURS PIC 9(03)V9.

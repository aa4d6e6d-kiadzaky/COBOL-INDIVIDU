      *-----------------------------------------------------------*
      * CUTI-FD.cpy                                                *
      * Record layout for Cuti-Master. CT-AWAL is the start of the *
      * current leave year - the F-Hire-Date anniversary - and the *
      * year ends the day before the next anniversary. CT-HAK is   *
      * the entitlement (12 days, 0 before the first anniversary), *
      * CT-CARRY the days brought forward from the previous year.  *
      * Saldo = CT-HAK + CT-CARRY - CT-TAKEN. Days taken beyond    *
      * the saldo are counted in CT-UNPAID and posted to           *
      * ABSENSI.dat as unpaid days.                                *
      *-----------------------------------------------------------*
       01 CT-RECORD.
          05 CT-NIK PIC 9(16).
          05 CT-AWAL PIC X(08).
          05 CT-HAK PIC 9(02).
          05 CT-CARRY PIC 9(02).
          05 CT-TAKEN PIC 9(03).
          05 CT-UNPAID PIC 9(03).

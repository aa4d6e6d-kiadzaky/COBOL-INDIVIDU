      *-----------------------------------------------------------*
      * ABSENSI-SEL.cpy                                            *
      * Shared FILE-CONTROL entry for the attendance transactions  *
      * (unpaid days and overtime hours per NIK per period) read   *
      * by TUGAS-GAJIRUN.                                          *
      *-----------------------------------------------------------*
       SELECT ABSENSI-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\ABSENSI.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

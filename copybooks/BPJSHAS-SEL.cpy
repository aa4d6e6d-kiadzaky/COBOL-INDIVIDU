      *-----------------------------------------------------------*
      * BPJSHAS-SEL.cpy                                            *
      * Shared FILE-CONTROL entry for the BPJS contribution        *
      * history - one line per NIK per paid period with the        *
      * employee and employer portion of every BPJS program.       *
      *-----------------------------------------------------------*
       SELECT BPJSHAS-FILE
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\BPJSHAS.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FSTAT.

      *-----------------------------------------------------------*
      * ANGGARAN-SEL.cpy                                           *
      * FILE-CONTROL entry for the manpower budget - one row per   *
      * unit per year with the approved headcount and the annual   *
      * salary budget, kept from the main menu (command N).        *
      *-----------------------------------------------------------*
       SELECT Anggaran-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\ANGGARAN.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS BG-KEY.

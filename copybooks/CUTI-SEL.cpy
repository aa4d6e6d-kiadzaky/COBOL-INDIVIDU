      *-----------------------------------------------------------*
      * CUTI-SEL.cpy                                               *
      * FILE-CONTROL entry for the annual leave (cuti) ledger -    *
      * one row per NIK holding the current leave year's balance.  *
      *-----------------------------------------------------------*
       SELECT Cuti-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\CUTI.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS CT-NIK.

      *-----------------------------------------------------------*
      * KONTRAK-SEL.cpy                                            *
      * FILE-CONTROL entry for the employment type file - one row  *
      * per NIK saying whether the employee is permanent, on a     *
      * fixed-term contract (PKWT) or still on probation.          *
      *-----------------------------------------------------------*
       SELECT Kontrak-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\KONTRAK.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS KT-NIK.

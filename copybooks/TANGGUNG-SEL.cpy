      *-----------------------------------------------------------*
      * TANGGUNG-SEL.cpy                                           *
      * FILE-CONTROL entry for the dependents (tanggungan) file -  *
      * one row per spouse, child or other dependent of a NIK,     *
      * kept from the main menu (command F). The PTKP tax status   *
      * on the master is derived from it.                          *
      *-----------------------------------------------------------*
       SELECT Tanggungan-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\TANGGUNG.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS TG-KEY.

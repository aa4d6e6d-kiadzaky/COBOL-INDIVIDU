      *-----------------------------------------------------------*
      * ALOKASI-SEL.cpy                                            *
      * FILE-CONTROL entry for the cost allocation file - the      *
      * units a shared-service NIK's salary cost is split over,    *
      * one row per NIK per effective date, kept from the main     *
      * menu (command M).                                          *
      *-----------------------------------------------------------*
       SELECT Alokasi-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\ALOKASI.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS AL-KEY.

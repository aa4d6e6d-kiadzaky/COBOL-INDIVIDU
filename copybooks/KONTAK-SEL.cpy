      *-----------------------------------------------------------*
      * KONTAK-SEL.cpy                                             *
      * FILE-CONTROL entry for the employee contact file - one row *
      * per NIK with the e-mail address the payslip is sent to and *
      * the delivery preference, kept from the main menu (command  *
      * W) and read by the TUGAS-ESLIP distribution step.          *
      *-----------------------------------------------------------*
       SELECT Kontak-Master
          ASSIGN TO "C:\MAYBANK\COBOL\GNU PROJECT\data\KONTAK.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          FILE STATUS IS FSTAT
          RECORD KEY IS KP-NIK.

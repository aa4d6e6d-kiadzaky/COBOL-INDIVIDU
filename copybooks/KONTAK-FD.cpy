      *-----------------------------------------------------------*
      * KONTAK-FD.cpy                                              *
      * Record layout for Kontak-Master. KP-KIRIM is the delivery  *
      * preference: E = slip by e-mail to KP-EMAIL, K = paper slip *
      * (kertas) handed out by HR. A NIK with no row, a blank      *
      * address or preference K goes to the paper exception list.  *
      *-----------------------------------------------------------*
       01 KP-RECORD.
          05 KP-NIK PIC 9(16).
          05 KP-EMAIL PIC X(60).
          05 KP-KIRIM PIC X(01).
             88 KP-KIRIM-EMAIL VALUE "E".
             88 KP-KIRIM-KERTAS VALUE "K".

           05  cc-cout-main-oeuvre     PIC 9(8)V99.
           05  cc-metres-poses         PIC 9(7)V99.
           05  cc-cout-matiere         PIC 9(8)V99.
      *>    Numero du client (cpclientjardin.cpy), cle du cumul avec
      *>    le type de cloture ; cc-client garde le nom.
           05  cc-numero-client        PIC 9(6).

           05  pt-type-cloture         PIC X(20).
           05  pt-heures               PIC 9(3)V9.
           05  pt-metres-poses         PIC 9(6)V99.
      *>    Numero du client (cpclientjardin.cpy) ; pt-client garde
      *>    le nom pour l'affichage.
           05  pt-numero-client        PIC 9(6).

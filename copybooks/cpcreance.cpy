           05  cr-client               PIC X(30).
           05  cr-type                 PIC X(7).
           05  cr-montant              PIC 9(9)V99.
      *>    Numero du client (cpclientjardin.cpy), cle de
      *>    rapprochement ; cr-client garde le nom pour les editions.
           05  cr-numero-client        PIC 9(6).

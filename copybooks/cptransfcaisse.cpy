           05  trc-guichetier          PIC X(8).
           05  trc-superviseur         PIC X(8).
           05  trc-montant             PIC 9(7)V99.
      *>    Devise des billets transferes, montant en unites de la
      *>    devise ; a blanc (lignes d'avant le change au guichet),
      *>    des euros.
           05  trc-devise              PIC X(3).

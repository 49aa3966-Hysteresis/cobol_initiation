               88  app-rejete          VALUE 'R'.
           05  app-date-decision       PIC 9(8).
           05  app-superviseur         PIC X(8).
      *>    Option de frais du virement externe (O emetteur, S
      *>    partages, B beneficiaire), reprise a l'execution.
           05  app-option-frais        PIC X(1).
      *>    Regles anti-fraude touchees au depot de la demande (memes
      *>    positions que frd-regles : B, R, S), espaces sinon ; le
      *>    superviseur les voit avant de decider.
           05  app-regles-fraude       PIC X(3).

      *> Enregistrement du fichier du bareme des frais (bareme_frais),
      *> une ligne par type d'operation : D depot, R retrait,
      *> V virement interne, E virement externe, C change de billets
      *> au guichet, B emission d'un cheque de banque, avec le
      *> montant du frais. Un changement de tarif est une
      *> modification de donnees, plus une recompilation.
       01  ligne-frais.
           05  frais-operation     PIC X(1).
           05  frais-montant       PIC 9(2)V99.

      *> Enregistrement du bareme des frais des correspondants
      *> (frais_correspondants) : une ligne par banque destinataire
      *> et par devise, avec le frais en euros que le correspondant
      *> preleve au passage d'un virement externe. Une ligne a la
      *> banque "*" vaut pour toutes les banques de la devise qui
      *> n'ont pas leur propre ligne.
       01  ligne-frais-correspondant.
           05  fco-banque          PIC X(8).
           05  fco-devise          PIC X(3).
           05  fco-montant         PIC 9(5)V99.

           05  ve-montant-devise          PIC 9(7)V99.
           05  ve-taux-applique           PIC 9(3)V9(6).
           05  ve-motif-retour            PIC X(3).
      *>    Option de frais choisie a la saisie : l'emetteur paie
      *>    tout (O, frais du correspondant compris), frais partages
      *>    (S, chacun paie sa banque) ou le beneficiaire paie tout
      *>    (B, nos frais sont retenus sur le montant envoye). Le
      *>    montant ci-dessus est ce qui part reellement ; le frais
      *>    attendu du correspondant est note pour que le
      *>    rapprochement du nostro compare des montants nets. A
      *>    blanc sur les virements deposes avant les options.
           05  ve-option-frais            PIC X(1).
               88  ve-frais-emetteur      VALUE 'O'.
               88  ve-frais-partages      VALUE 'S'.
               88  ve-frais-beneficiaire  VALUE 'B'.
           05  ve-frais-banque            PIC 9(2)V99.
           05  ve-frais-correspondant     PIC 9(5)V99.

       01  ws-nombre-renouveles PIC 9(5) VALUE ZERO.
       01  ws-solde-a-regler PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-reglement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-denouement-fait PIC X VALUE 'N'.
       01  ws-taux-du-jour PIC 9V9999 VALUE ZERO.
       01  ws-code-produit PIC X(4).
           GOBACK.

       TRAITER-UNE-ECHEANCE.
      *>    Un depot nanti ne peut pas etre paye a l'echeance : il
      *>    est renouvele d'office, quel que soit le choix fait a
      *>    l'ouverture, tant que le pret qu'il garantit court.
           IF cat-a-renouveler OR cat-nantissement-actif THEN
               PERFORM RENOUVELER-LE-DEPOT
           ELSE
               PERFORM DENOUER-LE-DEPOT
                   " jusqu'au " DELIMITED BY SIZE
                   cat-date-echeance DELIMITED BY SIZE
               INTO ligne-rapport
           IF cat-nantissement-actif THEN
               MOVE "(nanti)" TO ligne-rapport(74:7)
           END-IF
           WRITE ligne-rapport
           END-WRITE.


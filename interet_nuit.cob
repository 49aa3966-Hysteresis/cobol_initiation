               10  tp-code            PIC X(4).
               10  tp-taux-crediteur  PIC 9V9999.
               10  tp-taux-debiteur   PIC 9V9999.
               10  tp-regime          PIC X(1).
       01  tp-nombre PIC 9(3) VALUE ZERO.
       01  ws-regime-produit PIC X VALUE SPACE.
       01  ws-file-status-terme PIC XX.
       01  fin_terme PIC X VALUE 'N'.
      *>    Depots a terme encore vivants : tant que le depot court,
       01  ws-date-metier PIC 9(8) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-interet-calcule PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-comptes-credites PIC 9(5) VALUE ZERO.
       01  ws-file-status-histaux PIC XX.
       01  fin_histaux PIC X VALUE 'N'.
                               TO tp-taux-crediteur(tp-nombre)
                           MOVE prod-taux-debiteur
                               TO tp-taux-debiteur(tp-nombre)
                           MOVE prod-regime TO tp-regime(tp-nombre)
                   END-READ
               END-PERFORM
               CLOSE produits
       RECHERCHER-TAUX-PRODUIT.
           MOVE ZERO TO ws-taux-interet
           MOVE ZERO TO ws-taux-debiteur
           MOVE SPACE TO ws-regime-produit
           PERFORM VARYING tp-i FROM 1 BY 1 UNTIL tp-i > tp-nombre
               IF tp-code(tp-i) = compte-produit THEN
                   MOVE tp-taux-crediteur(tp-i) TO ws-taux-interet
                   MOVE tp-taux-debiteur(tp-i) TO ws-taux-debiteur
                   MOVE tp-regime(tp-i) TO ws-regime-produit
               END-IF
           END-PERFORM
      *>    La revision datee la plus recente en vigueur a la journee
      *>    Un compte crediteur recoit l'interet crediteur ; un compte
      *>    en decouvert se voit facturer l'interet debiteur du jour,
      *>    au taux debiteur, pour chaque journee passee en negatif.
      *>    Un livret reglemente n'a pas d'interet de nuit : ses
      *>    quinzaines sont servies par quinzaines_livrets.
           PERFORM RECHERCHER-TAUX-PRODUIT
           IF ws-regime-produit = 'L' THEN
               EXIT PARAGRAPH
           END-IF
           IF compte-solde < ZERO THEN
               COMPUTE ws-interet-calcule ROUNDED =
                       (ZERO - compte-solde) * ws-taux-debiteur

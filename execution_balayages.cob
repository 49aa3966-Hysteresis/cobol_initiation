       01  ws-compte-credite PIC 9(6).
       01  ws-virement-fait PIC X VALUE 'N'.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-executes PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-solde-avant-credit PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Execution des ordres de balayage, chaque soir apres la
                                   compte-solde - ba-plancher
                       END-IF
               END-READ
               IF ws-montant-a-virer > ZERO THEN
                   PERFORM LIMITER-AU-PLAFOND-CIBLE
               END-IF
               CLOSE comptes
           END-IF.

       LIMITER-AU-PLAFOND-CIBLE.
      *>    Une cible livret reglemente ne recoit que ce que son
      *>    plafond admet encore ; le reste demeure sur l'origine.
           MOVE ba-compte-cible TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE compte-solde TO ws-solde-avant-credit
                   MOVE ws-montant-a-virer TO ws-montant-credit
                   CALL 'controler_plafond_livret' USING
                       compte-produit, ws-solde-avant-credit,
                       ws-montant-credit, ws-livret-admis,
                       ws-montant-admissible
                   IF ws-livret-admis = 'N' THEN
                       MOVE ws-montant-admissible
                           TO ws-montant-a-virer
                   END-IF
           END-READ.

       CALCULER-RENFLOUEMENT.
      *>    L'origine tombee sous le seuil est recompletee au
      *>    plancher, dans la limite du solde positif de la cible.

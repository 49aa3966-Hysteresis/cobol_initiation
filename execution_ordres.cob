       01  ws-ordre-execute PIC X.
       01  ws-motif-exception PIC X(30).
       01  ws-montant-ordre PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-origine PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-executes PIC 9(5) VALUE ZERO.
       01  ws-nombre-exceptions PIC 9(5) VALUE ZERO.
       01  ws-date-eclatee.
       01  ws-sequence-virement PIC 9(6) VALUE ZERO.
       01  ws-blocages-origine PIC 9(7)V99 VALUE ZERO.
       01  ws-destination-valide PIC X VALUE 'N'.
       01  ws-option-frais PIC X(1) VALUE 'S'.
       01  ws-frais-banque PIC 9(2)V99 VALUE ZERO.
       01  ws-montant-envoye PIC 9(7)V99 VALUE ZERO.
       01  ws-frais-correspondant PIC 9(5)V99 VALUE ZERO.
       01  ws-solde-avant-credit PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

                               TO ws-motif-exception
                       NOT INVALID KEY
                           IF compte-actif THEN
                               PERFORM CONTROLER-PLAFOND-DESTINATION
                           ELSE
                               MOVE "compte destinataire ferme"
                                   TO ws-motif-exception
               END-IF
           END-IF.

       CONTROLER-PLAFOND-DESTINATION.
      *>    Un livret reglemente au plafond ne recoit plus l'ordre :
      *>    l'execution part en exception comme un compte ferme.
           MOVE compte-solde TO ws-solde-avant-credit
           MOVE op-montant TO ws-montant-credit
           CALL 'controler_plafond_livret' USING compte-produit,
               ws-solde-avant-credit, ws-montant-credit,
               ws-livret-admis, ws-montant-admissible
           IF ws-livret-admis = 'O' THEN
               MOVE 'O' TO ws-destination-valide
           ELSE
               MOVE "plafond du livret atteint" TO ws-motif-exception
           END-IF.

       CREDITER-COMPTE-DESTINATION.
           OPEN I-O comptes
           MOVE op-compte-destination TO compte-numero
           MOVE "EUR" TO ve-devise
           MOVE op-montant TO ve-montant-devise
           MOVE 1 TO ve-taux-applique
      *>    Virement permanent passe par le systeme :
      *>    frais partages, sans frais de notre part : seul le frais
      *>    attendu du correspondant est note pour le nostro.
           MOVE 'S' TO ws-option-frais
           CALL 'calcul_frais_virement' USING ws-option-frais,
               op-banque-destinataire, ve-devise, op-montant,
               ws-frais-banque, ws-montant-envoye,
               ws-frais-correspondant
           MOVE ws-option-frais TO ve-option-frais
           MOVE ZERO TO ve-frais-banque
           MOVE ws-frais-correspondant TO ve-frais-correspondant
           WRITE virement-externe
           END-WRITE
           CLOSE virements_externes.

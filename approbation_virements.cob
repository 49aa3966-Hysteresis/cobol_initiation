       01  ws-date-du-jour PIC 9(8).
       01  ws-virement-execute PIC X.
       01  ws-montant-virement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-origine PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-approuves PIC 9(5) VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(5) VALUE ZERO.
       01  ws-nombre-ages PIC 9(5) VALUE ZERO.
       01  ws-frais-bareme PIC 9(2)V99 VALUE ZERO.
       01  ws-montant-frais PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-destination-valide PIC X VALUE 'N'.
       01  ws-option-frais PIC X(1) VALUE 'S'.
       01  ws-montant-demande PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-envoye PIC 9(7)V99 VALUE ZERO.
       01  ws-frais-correspondant PIC 9(5)V99 VALUE ZERO.
       01  ws-frais-corr-client PIC 9(5)V99 VALUE ZERO.
       01  ws-solde-avant-credit PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

                   app-iban-destinataire, " : ", app-montant, " €"
           END-IF
           DISPLAY "Reference : ", app-memo
           IF app-regles-fraude NOT = SPACES THEN
               DISPLAY "/!\ Regles anti-fraude touchees au depot : ",
                           app-regles-fraude, " (B beneficiaire",
                           " nouveau, R rafale, S part du disponible)",
                           " - rappeler le client avant d'approuver"
           END-IF
           DISPLAY "Approuver (A), rejeter (R), passer (P) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
      *>    compte au-dela de son decouvert.
           MOVE 'N' TO ws-virement-execute
           MOVE app-montant TO ws-montant-virement
           MOVE ZERO TO ws-frais-corr-client
           IF NOT app-virement-interne THEN
               PERFORM CALCULER-FRAIS-VIREMENT-EXTERNE
           END-IF
           CALL 'calculer_blocages' USING app-compte-origine,
               ws-blocages-origine
           OPEN I-O comptes
                       DISPLAY "/!\ Compte origine inconnu, demande",
                                   " laissee en attente"
                   NOT INVALID KEY
                       IF app-montant + ws-frais-corr-client
                               > compte-solde
                               + compte-decouvert-autorise
                               - ws-blocages-origine THEN
                           DISPLAY "/!\ Provision insuffisante,",
                           MOVE compte-solde
                               TO ws-image-ancien-solde
                           COMPUTE compte-solde =
                                   compte-solde - ws-montant-virement
                           REWRITE compte-record
                           MOVE compte-solde
                               TO ws-image-nouveau-solde
                           MOVE 'N' TO ws-destination-valide
                           DISPLAY "/!\ Compte destinataire ",
                               app-compte-destination, " inactif"
                       ELSE
                           PERFORM CONTROLER-PLAFOND-DESTINATION
                       END-IF
               END-READ
           END-IF.

       CONTROLER-PLAFOND-DESTINATION.
           MOVE compte-solde TO ws-solde-avant-credit
           MOVE app-montant TO ws-montant-credit
           CALL 'controler_plafond_livret' USING compte-produit,
               ws-solde-avant-credit, ws-montant-credit,
               ws-livret-admis, ws-montant-admissible
           IF ws-livret-admis = 'N' THEN
               MOVE 'N' TO ws-destination-valide
           END-IF.

       APPLIQUER-FRAIS-APPROBATION.
      *>    Le virement approuve paie les memes frais au bareme que le
      *>    virement du guichet (ligne V ou E de bareme_frais) ; la
                           "Frais de transaction",
                           ws-id-superviseur
               END-READ
           END-IF
           IF ws-frais-corr-client > ZERO THEN
               PERFORM APPLIQUER-FRAIS-CORRESPONDANT
           END-IF.

       CALCULER-FRAIS-VIREMENT-EXTERNE.
      *>    Option de frais retenue au guichet (a blanc sur une
      *>    demande deposee avant les options : frais partages). En
      *>    option B nos frais sont retenus sur le montant envoye, en
      *>    option O le frais attendu du correspondant est preleve en
      *>    plus au client.
           MOVE app-option-frais TO ws-option-frais
           MOVE 'E' TO ws-operation-frais
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           MOVE app-montant TO ws-montant-demande
           CALL 'calcul_frais_virement' USING ws-option-frais,
               app-banque-destinataire, app-devise,
               ws-montant-demande, ws-frais-bareme,
               ws-montant-envoye, ws-frais-correspondant
           MOVE ws-montant-envoye TO ws-montant-virement
           IF ws-option-frais = 'O' THEN
               MOVE ws-frais-correspondant TO ws-frais-corr-client
           END-IF.

       APPLIQUER-FRAIS-CORRESPONDANT.
           MOVE app-compte-origine TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte origine introuvable pour",
                               " les frais du correspondant"
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde =
                           compte-solde - ws-frais-corr-client
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING
                       "approbation ", ws-id-superviseur,
                       compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-origine
                   MOVE ws-frais-corr-client TO ws-montant-frais
                   CALL 'transaction' USING "F",
                       app-compte-origine, ws-montant-frais,
                       ws-solde-origine, SPACES,
                       "Frais correspondant ",
                       ws-id-superviseur
           END-READ.

       DEPOSER-VIREMENT-EXTERNE.
           PERFORM NUMEROTER-VIREMENT-EXTERNE
           OPEN EXTEND virements_externes
           MOVE app-compte-origine TO ve-compte-origine
           MOVE app-banque-destinataire TO ve-banque-destinataire
           MOVE app-iban-destinataire TO ve-compte-destinataire
           MOVE ws-montant-virement TO ve-montant
           MOVE ws-date-du-jour TO ve-date-demande
           MOVE ZERO TO ve-date-reglement
           SET ve-en-attente TO TRUE
           MOVE app-devise TO ve-devise
           MOVE app-montant-devise TO ve-montant-devise
           MOVE app-taux-applique TO ve-taux-applique
           MOVE SPACES TO ve-motif-retour
           MOVE ws-option-frais TO ve-option-frais
           MOVE ws-frais-bareme TO ve-frais-banque
           MOVE ws-frais-correspondant TO ve-frais-correspondant
      *>    En option B nos frais sont retenus sur le montant envoye :
      *>    le montant en devise suit la contre-valeur reellement
      *>    envoyee.
           IF ve-option-frais = 'B' AND ve-taux-applique > ZERO THEN
               COMPUTE ve-montant-devise ROUNDED =
                       ve-montant / ve-taux-applique
           END-IF
           WRITE virement-externe
           END-WRITE
           CLOSE virements_externes.

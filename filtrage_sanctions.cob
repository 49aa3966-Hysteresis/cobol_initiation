       IDENTIFICATION DIVISION.
       PROGRAM-ID. filtrage_sanctions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT file_filtrage ASSIGN TO 'file_filtrage'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-file.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT virements_externes ASSIGN TO 'virements_externes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-virements.
           SELECT declarations_gel_avoirs ASSIGN TO
               'declarations_gel_avoirs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-declarations.

       DATA DIVISION.
       FILE SECTION.
       FD file_filtrage.
           COPY cpfiltrage.
       FD comptes.
           COPY cpcompte.
       FD virements_externes.
           COPY cpvirext.
       FD declarations_gel_avoirs.
       01  ligne-declaration PIC X(150).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-file PIC XX.
       01  ws-file-status-virements PIC XX.
       01  ws-file-status-declarations PIC XX.
       01  fin_file PIC X VALUE 'N'.
       01  ws-id-superviseur PIC X(8).
       01  ws-autorise PIC X.
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-decision PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operation-passee PIC X.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-blocages-debit PIC 9(7)V99 VALUE ZERO.
       01  ws-compte-a-debiter PIC 9(6) VALUE ZERO.
       01  ws-compte-a-crediter PIC 9(6) VALUE ZERO.
       01  ws-debit-possible PIC X VALUE 'N'.
       01  ws-credit-possible PIC X VALUE 'N'.
       01  ws-nombre-liberes PIC 9(5) VALUE ZERO.
       01  ws-nombre-confirmes PIC 9(5) VALUE ZERO.
       01  fin_virements_numer PIC X VALUE 'N'.
       01  ws-sequence-virement PIC 9(6) VALUE ZERO.
       01  ws-operation-frais PIC X(1).
       01  ws-frais-bareme PIC 9(2)V99 VALUE ZERO.
       01  ws-option-frais PIC X(1) VALUE 'S'.
       01  ws-montant-demande PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-envoye PIC 9(7)V99 VALUE ZERO.
       01  ws-frais-correspondant PIC 9(5)V99 VALUE ZERO.
       01  ws-frais-corr-client PIC 9(5)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Poste de decision du superviseur sur les operations
      *>    retenues par le filtrage de la liste de gel des avoirs.
      *>    Chaque operation en attente est :
      *>     - liberee (L) : homonyme, faux positif ; l'operation est
      *>       alors passee comme elle l'aurait ete sans le filtre,
      *>       par le meme circuit transaction ;
      *>     - confirmee (C) : la contrepartie est bien celle de la
      *>       liste ; rien n'est poste, les fonds restent geles et
      *>       une ligne part au fichier des declarations a adresser
      *>       a la direction du Tresor.
      *>    Chaque decision passe par autoriser_superviseur et son
      *>    journal des autorisations.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE 'N' TO fin_file
           OPEN I-O file_filtrage
           IF ws-file-status-file = '00' THEN
               PERFORM UNTIL fin_file = 'Y'
                   READ file_filtrage
                       AT END
                           MOVE 'Y' TO fin_file
                       NOT AT END
                           IF flt-en-attente THEN
                               PERFORM DECIDER-UNE-RETENUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE file_filtrage
           ELSE
               DISPLAY "Aucune operation retenue au filtrage"
           END-IF
           DISPLAY "Liberees : ", ws-nombre-liberes,
                       "  Confirmees : ", ws-nombre-confirmes
           STOP RUN.

       DECIDER-UNE-RETENUE.
           DISPLAY "------------------------------------------"
           DISPLAY "Filtrage ", flt-sequence, " du ", flt-date
           EVALUATE TRUE
               WHEN flt-virement-sortant
                   DISPLAY "Virement externe du compte ", flt-compte,
                       " vers ", flt-banque, " ", flt-iban, " : ",
                       flt-montant, " €"
               WHEN flt-credit-entrant
                   DISPLAY "Credit entrant de ", flt-banque,
                       " pour le compte ", flt-compte, " : ",
                       flt-montant, " €"
               WHEN flt-salaire
                   DISPLAY "Salaire de l'employeur ",
                       flt-compte-contrepartie, " pour le compte ",
                       flt-compte, " : ", flt-montant, " €"
           END-EVALUATE
           DISPLAY "Contrepartie : ", flt-nom
           DISPLAY "Reference    : ", flt-reference
           DISPLAY "Liste de gel : ", flt-identifiant-liste, " ",
                       flt-nom-liste
           DISPLAY "Liberer (L), confirmer et declarer (C),",
                       " passer (P) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'L' WHEN 'l'
                   MOVE flt-montant TO ws-montant-autorisation
                   CALL 'autoriser_superviseur' USING
                       "FILTRAGE LIB", flt-compte,
                       ws-montant-autorisation, ws-autorise,
                       ws-id-superviseur
                   IF ws-autorise NOT = 'O' THEN
                       DISPLAY "/!\ Autorisation refusee, operation",
                                   " laissee en attente"
                       MOVE 'N' TO ws-operation-passee
                   ELSE
                       PERFORM PASSER-OPERATION-LIBEREE
                   END-IF
                   IF ws-operation-passee = 'O' THEN
                       SET flt-libere TO TRUE
                       MOVE ws-date-du-jour TO flt-date-decision
                       MOVE ws-id-superviseur TO flt-superviseur
                       REWRITE filtrage-record
                       ADD 1 TO ws-nombre-liberes
                   END-IF
               WHEN 'C' WHEN 'c'
                   MOVE ZERO TO ws-montant-autorisation
                   CALL 'autoriser_superviseur' USING
                       "FILTRAGE CON", flt-compte,
                       ws-montant-autorisation, ws-autorise,
                       ws-id-superviseur
                   IF ws-autorise = 'O' THEN
                       SET flt-confirme TO TRUE
                       MOVE ws-date-du-jour TO flt-date-decision
                       MOVE ws-id-superviseur TO flt-superviseur
                       REWRITE filtrage-record
                       PERFORM ECRIRE-DECLARATION
                       ADD 1 TO ws-nombre-confirmes
                       DISPLAY "--> Operation confirmee, fonds geles",
                                   " et declaration ecrite"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PASSER-OPERATION-LIBEREE.
      *>    Rien n'ayant ete poste a la retenue, l'operation est
      *>    passee ici en entier, avec les memes controles que son
      *>    circuit d'origine : une operation devenue impossible
      *>    (provision, compte ferme entre-temps) reste en attente.
           MOVE 'N' TO ws-operation-passee
           MOVE flt-montant TO ws-montant-mouvement
           MOVE ZERO TO ws-frais-corr-client
           IF flt-virement-sortant THEN
               PERFORM CALCULER-FRAIS-VIREMENT-EXTERNE
           END-IF
           EVALUATE TRUE
               WHEN flt-virement-sortant
                   MOVE flt-compte TO ws-compte-a-debiter
                   MOVE ZERO TO ws-compte-a-crediter
               WHEN flt-credit-entrant
                   MOVE ZERO TO ws-compte-a-debiter
                   MOVE flt-compte TO ws-compte-a-crediter
               WHEN flt-salaire
                   MOVE flt-compte-contrepartie TO ws-compte-a-debiter
                   MOVE flt-compte TO ws-compte-a-crediter
           END-EVALUATE
           IF ws-compte-a-debiter NOT = ZERO THEN
               CALL 'calculer_blocages' USING ws-compte-a-debiter,
                   ws-blocages-debit
           END-IF
           OPEN I-O comptes
           PERFORM CONTROLER-COMPTES-LIBERATION
           IF ws-debit-possible = 'O' AND ws-credit-possible = 'O' THEN
               IF ws-compte-a-debiter NOT = ZERO THEN
                   PERFORM DEBITER-OPERATION-LIBEREE
               END-IF
               IF ws-compte-a-crediter NOT = ZERO THEN
                   PERFORM CREDITER-OPERATION-LIBEREE
               END-IF
               IF flt-virement-sortant THEN
                   PERFORM DEPOSER-VIREMENT-EXTERNE
                   PERFORM APPLIQUER-FRAIS-LIBERATION
                   IF ws-frais-corr-client > ZERO THEN
                       PERFORM APPLIQUER-FRAIS-CORRESPONDANT
                   END-IF
               END-IF
               MOVE 'O' TO ws-operation-passee
               DISPLAY "--> Operation liberee et passee"
           ELSE
               DISPLAY "/!\ Operation laissee en attente"
           END-IF
           CLOSE comptes.

       CONTROLER-COMPTES-LIBERATION.
           MOVE 'O' TO ws-debit-possible
           MOVE 'O' TO ws-credit-possible
           IF ws-compte-a-crediter NOT = ZERO THEN
               MOVE ws-compte-a-crediter TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       MOVE 'N' TO ws-credit-possible
                       DISPLAY "/!\ Compte a crediter ",
                           ws-compte-a-crediter, " inconnu"
                   NOT INVALID KEY
                       IF NOT compte-actif THEN
                           MOVE 'N' TO ws-credit-possible
                           DISPLAY "/!\ Compte a crediter ",
                               ws-compte-a-crediter, " inactif"
                       END-IF
               END-READ
           END-IF
           IF ws-compte-a-debiter NOT = ZERO THEN
               MOVE ws-compte-a-debiter TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       MOVE 'N' TO ws-debit-possible
                       DISPLAY "/!\ Compte a debiter ",
                           ws-compte-a-debiter, " inconnu"
                   NOT INVALID KEY
                       IF NOT compte-actif THEN
                           MOVE 'N' TO ws-debit-possible
                           DISPLAY "/!\ Compte a debiter ",
                               ws-compte-a-debiter, " inactif"
                       ELSE
                           IF flt-montant + ws-frais-corr-client
                                   > compte-solde
                                   + compte-decouvert-autorise
                                   - ws-blocages-debit THEN
                               MOVE 'N' TO ws-debit-possible
                               DISPLAY "/!\ Provision insuffisante",
                                   " sur le compte ",
                                   ws-compte-a-debiter
                           END-IF
                       END-IF
               END-READ
           END-IF.

       DEBITER-OPERATION-LIBEREE.
           MOVE ws-compte-a-debiter TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte a debiter introuvable"
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde =
                           compte-solde - ws-montant-mouvement
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING "filtrage    ",
                       ws-id-superviseur, compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-apres
                   IF flt-salaire THEN
                       CALL 'transaction' USING "V",
                           ws-compte-a-debiter, ws-montant-mouvement,
                           ws-solde-apres, flt-reference,
                           "Remise de salaires", ws-id-superviseur
                   ELSE
                       CALL 'transaction' USING "V",
                           ws-compte-a-debiter, ws-montant-mouvement,
                           ws-solde-apres, flt-reference,
                           "Virement libere", ws-id-superviseur
                   END-IF
           END-READ.

       CREDITER-OPERATION-LIBEREE.
           MOVE ws-compte-a-crediter TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte a crediter introuvable"
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde = compte-solde + flt-montant
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING "filtrage    ",
                       ws-id-superviseur, compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-apres
                   IF flt-salaire THEN
                       CALL 'transaction' USING "S",
                           ws-compte-a-crediter, ws-montant-mouvement,
                           ws-solde-apres, flt-reference, "Salaire",
                           ws-id-superviseur
                   ELSE
                       CALL 'transaction' USING "D",
                           ws-compte-a-crediter, ws-montant-mouvement,
                           ws-solde-apres, flt-reference,
                           "Credit interbancaire", ws-id-superviseur
                   END-IF
           END-READ.

       APPLIQUER-FRAIS-LIBERATION.
      *>    Le virement externe libere paie les frais du bareme (ligne
      *>    E), comme s'il etait parti du guichet.
           MOVE 'E' TO ws-operation-frais
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           IF ws-frais-bareme > ZERO THEN
               MOVE flt-compte TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       DISPLAY "/!\ Compte origine introuvable pour",
                                   " les frais"
                   NOT INVALID KEY
                       MOVE compte-solde TO ws-image-ancien-solde
                       COMPUTE compte-solde =
                               compte-solde - ws-frais-bareme
                       REWRITE compte-record
                       MOVE compte-solde TO ws-image-nouveau-solde
                       CALL 'journal_comptes' USING
                           "filtrage    ", ws-id-superviseur,
                           compte-numero,
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           compte-statut, compte-statut
                       MOVE compte-solde TO ws-solde-apres
                       MOVE ws-frais-bareme TO ws-montant-mouvement
                       CALL 'transaction' USING "F",
                           flt-compte, ws-montant-mouvement,
                           ws-solde-apres, SPACES,
                           "Frais de transaction",
                           ws-id-superviseur
               END-READ
           END-IF.

       CALCULER-FRAIS-VIREMENT-EXTERNE.
      *>    Option de frais retenue au guichet (a blanc sur une
      *>    retenue deposee avant les options : frais partages). En
      *>    option B nos frais sont retenus sur le montant envoye, en
      *>    option O le frais attendu du correspondant est preleve en
      *>    plus au client.
           MOVE flt-option-frais TO ws-option-frais
           MOVE 'E' TO ws-operation-frais
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           MOVE flt-montant TO ws-montant-demande
           CALL 'calcul_frais_virement' USING ws-option-frais,
               flt-banque, flt-devise, ws-montant-demande,
               ws-frais-bareme, ws-montant-envoye,
               ws-frais-correspondant
           MOVE ws-montant-envoye TO ws-montant-mouvement
           IF ws-option-frais = 'O' THEN
               MOVE ws-frais-correspondant TO ws-frais-corr-client
           END-IF.

       APPLIQUER-FRAIS-CORRESPONDANT.
           MOVE flt-compte TO compte-numero
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
                       "filtrage    ", ws-id-superviseur,
                       compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-apres
                   MOVE ws-frais-corr-client TO ws-montant-mouvement
                   CALL 'transaction' USING "F",
                       flt-compte, ws-montant-mouvement,
                       ws-solde-apres, SPACES,
                       "Frais correspondant ",
                       ws-id-superviseur
           END-READ.

       DEPOSER-VIREMENT-EXTERNE.
           PERFORM NUMEROTER-VIREMENT-EXTERNE
           OPEN EXTEND virements_externes
           IF ws-file-status-virements = '35' THEN
               OPEN OUTPUT virements_externes
           END-IF
           MOVE ws-sequence-virement TO ve-sequence
           MOVE flt-compte TO ve-compte-origine
           MOVE flt-banque TO ve-banque-destinataire
           MOVE flt-iban TO ve-compte-destinataire
           MOVE ws-montant-envoye TO ve-montant
           MOVE ws-date-du-jour TO ve-date-demande
           MOVE ZERO TO ve-date-reglement
           SET ve-en-attente TO TRUE
           MOVE flt-devise TO ve-devise
           MOVE flt-montant-devise TO ve-montant-devise
           MOVE flt-taux-applique TO ve-taux-applique
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

       NUMEROTER-VIREMENT-EXTERNE.
           MOVE ZERO TO ws-sequence-virement
           MOVE 'N' TO fin_virements_numer
           OPEN INPUT virements_externes
           IF ws-file-status-virements = '00' THEN
               PERFORM UNTIL fin_virements_numer = 'Y'
                   READ virements_externes
                       AT END
                           MOVE 'Y' TO fin_virements_numer
                       NOT AT END
                           IF ve-sequence > ws-sequence-virement THEN
                               MOVE ve-sequence
                                   TO ws-sequence-virement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE virements_externes
           END-IF
           ADD 1 TO ws-sequence-virement.

       ECRIRE-DECLARATION.
      *>    Une ligne par operation confirmee : ce fichier est la base
      *>    de la declaration de gel transmise a l'autorite.
           OPEN EXTEND declarations_gel_avoirs
           IF ws-file-status-declarations = '35' THEN
               OPEN OUTPUT declarations_gel_avoirs
           END-IF
           MOVE SPACES TO ligne-declaration
           STRING ws-date-du-jour DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-identifiant-liste DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-nom-liste DELIMITED BY SIZE
                   " origine " DELIMITED BY SIZE
                   flt-origine DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   flt-compte DELIMITED BY SIZE
                   " montant " DELIMITED BY SIZE
                   flt-montant DELIMITED BY SIZE
                   " filtrage " DELIMITED BY SIZE
                   flt-sequence DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   flt-date DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   ws-id-superviseur DELIMITED BY SIZE
               INTO ligne-declaration
           WRITE ligne-declaration
           END-WRITE
           CLOSE declarations_gel_avoirs.
       END PROGRAM filtrage_sanctions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. revue_fraude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT file_fraude ASSIGN TO 'file_fraude'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-fraude.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT virements_externes ASSIGN TO 'virements_externes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-virements.

       DATA DIVISION.
       FILE SECTION.
       FD file_fraude.
           COPY cpfraude.
       FD comptes.
           COPY cpcompte.
       FD virements_externes.
           COPY cpvirext.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-fraude PIC XX.
       01  ws-file-status-virements PIC XX.
       01  fin_fraude PIC X VALUE 'N'.
       01  ws-id-superviseur PIC X(8).
       01  ws-autorise PIC X.
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-decision PIC X.
       01  ws-note-saisie PIC X(60).
       01  ws-date-du-jour PIC 9(8).
       01  ws-virement-execute PIC X.
       01  ws-montant-virement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-origine PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-liberes PIC 9(5) VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(5) VALUE ZERO.
       01  fin_virements_numer PIC X VALUE 'N'.
       01  ws-sequence-virement PIC 9(6) VALUE ZERO.
       01  ws-blocages-origine PIC 9(7)V99 VALUE ZERO.
       01  ws-operation-frais PIC X(1).
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

       PROCEDURE DIVISION.
      *>    Poste de revue des virements retenus par les regles
      *>    anti-fraude (controler_fraude) : pour chaque dossier en
      *>    attente, le superviseur rappelle le client, consigne le
      *>    compte rendu de l'appel, puis libere le virement (qui est
      *>    alors passe par le meme circuit qu'un virement approuve)
      *>    ou le rejette. Aucune decision sans compte rendu d'appel.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE 'N' TO fin_fraude
           OPEN I-O file_fraude
           IF ws-file-status-fraude = '00' THEN
               PERFORM UNTIL fin_fraude = 'Y'
                   READ file_fraude
                       AT END
                           MOVE 'Y' TO fin_fraude
                       NOT AT END
                           IF frd-en-attente THEN
                               PERFORM DECIDER-UN-DOSSIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE file_fraude
           ELSE
               DISPLAY "Aucun virement retenu"
           END-IF
           DISPLAY "Liberes : ", ws-nombre-liberes,
                       "  Rejetes : ", ws-nombre-rejetes
           STOP RUN.

       DECIDER-UN-DOSSIER.
           DISPLAY "------------------------------------------"
           DISPLAY "Dossier ", frd-sequence, " du ", frd-date,
                       " a ", frd-heure, " (guichet ",
                       frd-operateur, ")"
           IF frd-virement-interne THEN
               DISPLAY "Virement de ", frd-compte, " vers ",
                   frd-compte-destination, " : ", frd-montant, " €"
           ELSE
               DISPLAY "Virement externe de ", frd-compte,
                   " vers ", frd-banque, " ", frd-iban, " : ",
                   frd-montant, " €"
               DISPLAY "Beneficiaire : ", frd-nom
           END-IF
           DISPLAY "Reference : ", frd-memo
           IF frd-regle-beneficiaire NOT = SPACE THEN
               DISPLAY "  - beneficiaire nouveau au-dela du plafond"
           END-IF
           IF frd-regle-rafale NOT = SPACE THEN
               DISPLAY "  - rafale de virements"
           END-IF
           IF frd-regle-part NOT = SPACE THEN
               DISPLAY "  - part excessive du disponible"
           END-IF
           DISPLAY "Compte rendu du rappel client (vide = passer) :"
           MOVE SPACES TO ws-note-saisie
           ACCEPT ws-note-saisie
           IF ws-note-saisie = SPACES THEN
               DISPLAY "--> Dossier laisse en attente"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Liberer (L), rejeter (R), passer (P) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'L' WHEN 'l'
                   MOVE frd-montant TO ws-montant-autorisation
                   CALL 'autoriser_superviseur' USING
                       "FRAUDE LIB  ", frd-compte,
                       ws-montant-autorisation, ws-autorise,
                       ws-id-superviseur
                   IF ws-autorise NOT = 'O' THEN
                       DISPLAY "/!\ Autorisation refusee, dossier",
                                   " laisse en attente"
                       MOVE 'N' TO ws-virement-execute
                   ELSE
                       PERFORM EXECUTER-VIREMENT-LIBERE
                   END-IF
                   IF ws-virement-execute = 'O' THEN
                       SET frd-libere TO TRUE
                       MOVE ws-date-du-jour TO frd-date-decision
                       MOVE ws-id-superviseur TO frd-superviseur
                       MOVE ws-note-saisie TO frd-note-rappel
                       REWRITE fraude-record
                       ADD 1 TO ws-nombre-liberes
                   END-IF
               WHEN 'R' WHEN 'r'
                   MOVE ZERO TO ws-montant-autorisation
                   CALL 'autoriser_superviseur' USING
                       "FRAUDE REJ  ", frd-compte,
                       ws-montant-autorisation, ws-autorise,
                       ws-id-superviseur
                   IF ws-autorise = 'O' THEN
                       SET frd-rejete TO TRUE
                       MOVE ws-date-du-jour TO frd-date-decision
                       MOVE ws-id-superviseur TO frd-superviseur
                       MOVE ws-note-saisie TO frd-note-rappel
                       REWRITE fraude-record
                       ADD 1 TO ws-nombre-rejetes
                       DISPLAY "--> Virement rejete"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXECUTER-VIREMENT-LIBERE.
      *>    Le compte n'a pas ete debite quand le virement a ete
      *>    retenu : la provision est reverifiee ici avec la regle de
      *>    disponible du guichet, comme pour un virement approuve.
           MOVE 'N' TO ws-virement-execute
           MOVE frd-montant TO ws-montant-virement
           MOVE ZERO TO ws-frais-corr-client
           IF NOT frd-virement-interne THEN
               PERFORM CALCULER-FRAIS-VIREMENT-EXTERNE
           END-IF
           CALL 'calculer_blocages' USING frd-compte,
               ws-blocages-origine
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible, dossier",
                           " laisse en attente"
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDER-DESTINATION-LIBEREE
           IF ws-destination-valide = 'N' THEN
               DISPLAY "/!\ Dossier laisse en attente"
           ELSE
               MOVE frd-compte TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       DISPLAY "/!\ Compte origine inconnu, dossier",
                                   " laisse en attente"
                   NOT INVALID KEY
                       IF frd-montant + ws-frais-corr-client
                               > compte-solde
                               + compte-decouvert-autorise
                               - ws-blocages-origine THEN
                           DISPLAY "/!\ Provision insuffisante,",
                                       " dossier laisse en attente"
                       ELSE
                           MOVE compte-solde
                               TO ws-image-ancien-solde
                           COMPUTE compte-solde =
                                   compte-solde - ws-montant-virement
                           REWRITE compte-record
                           MOVE compte-solde
                               TO ws-image-nouveau-solde
                           CALL 'journal_comptes' USING
                               "fraude      ", ws-id-superviseur,
                               compte-numero,
                               ws-image-ancien-solde,
                               ws-image-nouveau-solde,
                               compte-statut, compte-statut
                           MOVE compte-solde TO ws-solde-origine
                           MOVE 'O' TO ws-virement-execute
                       END-IF
               END-READ
           END-IF
           IF ws-virement-execute = 'O' THEN
               IF frd-virement-interne THEN
                   MOVE frd-compte-destination TO compte-numero
                   READ comptes KEY IS compte-numero
                       INVALID KEY
                           DISPLAY "/!\ Compte destinataire inconnu"
                       NOT INVALID KEY
                           MOVE compte-solde
                               TO ws-image-ancien-solde
                           COMPUTE compte-solde =
                                   compte-solde + frd-montant
                           REWRITE compte-record
                           MOVE compte-solde
                               TO ws-image-nouveau-solde
                           CALL 'journal_comptes' USING
                               "fraude      ", ws-id-superviseur,
                               compte-numero,
                               ws-image-ancien-solde,
                               ws-image-nouveau-solde,
                               compte-statut, compte-statut
                   END-READ
               ELSE
                   PERFORM DEPOSER-VIREMENT-EXTERNE
               END-IF
               CALL 'transaction' USING "V", frd-compte,
                   ws-montant-virement, ws-solde-origine, frd-memo,
                   "Virement libere", ws-id-superviseur
               PERFORM APPLIQUER-FRAIS-LIBERATION
               DISPLAY "--> Virement libere et execute"
           END-IF
           CLOSE comptes.

       VALIDER-DESTINATION-LIBEREE.
           MOVE 'O' TO ws-destination-valide
           IF frd-virement-interne THEN
               MOVE frd-compte-destination TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       MOVE 'N' TO ws-destination-valide
                       DISPLAY "/!\ Compte destinataire ",
                           frd-compte-destination, " inconnu"
                   NOT INVALID KEY
                       IF NOT compte-actif THEN
                           MOVE 'N' TO ws-destination-valide
                           DISPLAY "/!\ Compte destinataire ",
                               frd-compte-destination, " inactif"
                       ELSE
                           PERFORM CONTROLER-PLAFOND-DESTINATION
                       END-IF
               END-READ
           END-IF.

       CONTROLER-PLAFOND-DESTINATION.
           MOVE compte-solde TO ws-solde-avant-credit
           MOVE frd-montant TO ws-montant-credit
           CALL 'controler_plafond_livret' USING compte-produit,
               ws-solde-avant-credit, ws-montant-credit,
               ws-livret-admis, ws-montant-admissible
           IF ws-livret-admis = 'N' THEN
               MOVE 'N' TO ws-destination-valide
           END-IF.

       APPLIQUER-FRAIS-LIBERATION.
      *>    Memes frais au bareme que le virement du guichet.
           IF frd-virement-interne THEN
               MOVE 'V' TO ws-operation-frais
           ELSE
               MOVE 'E' TO ws-operation-frais
           END-IF
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           IF ws-frais-bareme > ZERO THEN
               MOVE frd-compte TO compte-numero
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
                           "fraude      ", ws-id-superviseur,
                           compte-numero,
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           compte-statut, compte-statut
                       MOVE compte-solde TO ws-solde-origine
                       MOVE ws-frais-bareme TO ws-montant-frais
                       CALL 'transaction' USING "F",
                           frd-compte, ws-montant-frais,
                           ws-solde-origine, SPACES,
                           "Frais de transaction",
                           ws-id-superviseur
               END-READ
           END-IF
           IF ws-frais-corr-client > ZERO THEN
               PERFORM APPLIQUER-FRAIS-CORRESPONDANT
           END-IF.

       CALCULER-FRAIS-VIREMENT-EXTERNE.
      *>    Option de frais retenue au guichet (a blanc sur un
      *>    dossier depose avant les options : frais partages). En
      *>    option B nos frais sont retenus sur le montant envoye, en
      *>    option O le frais attendu du correspondant est preleve en
      *>    plus au client.
           MOVE frd-option-frais TO ws-option-frais
           MOVE 'E' TO ws-operation-frais
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           MOVE frd-montant TO ws-montant-demande
           CALL 'calcul_frais_virement' USING ws-option-frais,
               frd-banque, frd-devise, ws-montant-demande,
               ws-frais-bareme, ws-montant-envoye,
               ws-frais-correspondant
           MOVE ws-montant-envoye TO ws-montant-virement
           IF ws-option-frais = 'O' THEN
               MOVE ws-frais-correspondant TO ws-frais-corr-client
           END-IF.

       APPLIQUER-FRAIS-CORRESPONDANT.
           MOVE frd-compte TO compte-numero
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
                       "fraude      ", ws-id-superviseur,
                       compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-origine
                   MOVE ws-frais-corr-client TO ws-montant-frais
                   CALL 'transaction' USING "F",
                       frd-compte, ws-montant-frais,
                       ws-solde-origine, SPACES,
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
           MOVE frd-compte TO ve-compte-origine
           MOVE frd-banque TO ve-banque-destinataire
           MOVE frd-iban TO ve-compte-destinataire
           MOVE ws-montant-virement TO ve-montant
           MOVE ws-date-du-jour TO ve-date-demande
           MOVE ZERO TO ve-date-reglement
           SET ve-en-attente TO TRUE
           MOVE frd-devise TO ve-devise
           MOVE frd-montant-devise TO ve-montant-devise
           MOVE frd-taux-applique TO ve-taux-applique
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
       END PROGRAM revue_fraude.

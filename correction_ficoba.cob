       IDENTIFICATION DIVISION.
       PROGRAM-ID. correction_ficoba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT declarations_ficoba ASSIGN TO 'declarations_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.

       DATA DIVISION.
       FILE SECTION.
       FD declarations_ficoba.
           COPY cpficoba.
       FD clients.
           COPY cpclient.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-clients PIC XX.
       01  fin_declarations PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-decision PIC X.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-nombre-renvoyees PIC 9(5) VALUE ZERO.
       01  ws-nombre-annulees PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Reprise des declarations FICOBA rejetees par le
      *>    regulateur : une fois la fiche client corrigee (nom,
      *>    prenom, date de naissance), la declaration est renvoyee
      *>    avec l'etat civil relu dans clients et repart dans le
      *>    fichier du soir ; une declaration sans objet (doublon,
      *>    saisie erronee) n'est annulee que par un superviseur.
      *>    Meme principe que la revue des bordereaux de secours.
           DISPLAY "Correction des declarations FICOBA rejetees"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           MOVE 'N' TO fin_declarations
           OPEN I-O declarations_ficoba
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_declarations = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_declarations
                       NOT AT END
                           IF dfc-rejetee THEN
                               PERFORM CORRIGER-UNE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           ELSE
               DISPLAY "Aucune declaration FICOBA"
           END-IF
           DISPLAY "Renvoyees : ", ws-nombre-renvoyees,
                       "  Annulees : ", ws-nombre-annulees
           STOP RUN.

       CORRIGER-UNE-DECLARATION.
           DISPLAY "------------------------------------------"
           DISPLAY "Declaration ", dfc-sequence, " du ",
               dfc-date-evenement, " nature ", dfc-nature,
               " qualite ", dfc-qualite, " fichier ",
               dfc-numero-fichier
           DISPLAY "Compte ", dfc-compte, " client ", dfc-client,
               " ", dfc-nom, " ", dfc-prenom, " ne le ",
               dfc-date-naissance
           DISPLAY "Rejet ", dfc-code-rejet, " : ", dfc-libelle-rejet
           DISPLAY "Renvoyer (R), annuler (X), passer (P) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'R' WHEN 'r'
                   PERFORM RENVOYER-DECLARATION
               WHEN 'X' WHEN 'x'
                   PERFORM ANNULER-DECLARATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RENVOYER-DECLARATION.
           OPEN INPUT clients
           IF ws-file-status-clients NOT = '00' THEN
               DISPLAY "/!\ Fichier clients indisponible"
               EXIT PARAGRAPH
           END-IF
           MOVE dfc-client TO client-numero
           READ clients KEY IS client-numero
               INVALID KEY
                   DISPLAY "/!\ Client inconnu, declaration conservee"
               NOT INVALID KEY
                   MOVE client-nom TO dfc-nom
                   MOVE client-prenom TO dfc-prenom
                   MOVE client-date-naissance TO dfc-date-naissance
                   MOVE ws-operateur TO dfc-operateur
                   SET dfc-a-envoyer TO TRUE
                   MOVE ZERO TO dfc-date-accuse
                   MOVE SPACES TO dfc-code-rejet
                   MOVE SPACES TO dfc-libelle-rejet
                   REWRITE declaration-ficoba
                   ADD 1 TO ws-nombre-renvoyees
                   DISPLAY "--> Declaration ", dfc-sequence,
                               " repart avec le prochain fichier"
           END-READ
           CLOSE clients.

       ANNULER-DECLARATION.
           CALL 'autoriser_superviseur' USING "FICOBA ANNUL",
               dfc-compte, ws-montant-autorisation,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, declaration",
                           " conservee"
               EXIT PARAGRAPH
           END-IF
           SET dfc-annulee TO TRUE
           MOVE ws-id-superviseur TO dfc-operateur
           REWRITE declaration-ficoba
           ADD 1 TO ws-nombre-annulees
           DISPLAY "--> Declaration ", dfc-sequence, " annulee".
       END PROGRAM correction_ficoba.

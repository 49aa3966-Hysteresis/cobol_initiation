       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_saisies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT saisies ASSIGN TO 'saisies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-saisies.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT blocages_fonds ASSIGN TO 'blocages_fonds'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-blocages.

       DATA DIVISION.
       FILE SECTION.
       FD saisies.
           COPY cpsaisie.
       FD clients.
           COPY cpclient.
       FD blocages_fonds.
           COPY cpblocage.

       WORKING-STORAGE SECTION.
       01  ws-file-status-saisies PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-blocages PIC XX.
       01  fin_saisies PIC X VALUE 'N'.
       01  fin_blocages PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-client-saisi PIC 9(6).
       01  ws-client-trouve PIC X VALUE 'N'.
       01  ws-sequence-saisie PIC 9(6) VALUE ZERO.
       01  ws-sequence-choisie PIC 9(6) VALUE ZERO.
       01  ws-nombre-saisies PIC 9(3) VALUE ZERO.
       01  ws-saisie-trouvee PIC X VALUE 'N'.
       01  ws-motif-saisie PIC X(13).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-nombre-leves PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Saisies et avis a tiers detenteur d'un client : le guichet
      *>    enregistre l'acte le jour ou il est signifie, et c'est
      *>    traitement_saisies, la nuit, qui gele les fonds
      *>    saisissables puis paie le creancier au terme du delai de
      *>    contestation. Ici, on suit aussi la contestation (le
      *>    paiement est suspendu), sa fin (le paiement reprend) et la
      *>    mainlevee, qui rend les fonds au client ; ces deux
      *>    decisions passent par un superviseur.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Numero du client debiteur :"
           ACCEPT ws-client-saisi
           PERFORM LIRE-CLIENT
           IF ws-client-trouve = 'N' THEN
               DISPLAY "/!\ Client inconnu"
               STOP RUN
           END-IF
           DISPLAY "Client ", client-numero, " ", client-nom, " ",
                       client-prenom
           DISPLAY "-------------- "
           DISPLAY "     Saisies et avis a tiers detenteur"
           DISPLAY "-------------- "
           DISPLAY "Lister les saisies du client : 1"
           DISPLAY "Enregistrer une saisie signifiee : 2"
           DISPLAY "Enregistrer une contestation : 3"
           DISPLAY "Fin de contestation, reprise du paiement : 4"
           DISPLAY "Mainlevee de la saisie : 5"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-SAISIES
               WHEN '2'
                   PERFORM ENREGISTRER-SAISIE
               WHEN '3'
                   PERFORM ENREGISTRER-CONTESTATION
               WHEN '4'
                   PERFORM REPRENDRE-PAIEMENT
               WHEN '5'
                   PERFORM DONNER-MAINLEVEE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LIRE-CLIENT.
           MOVE 'N' TO ws-client-trouve
           OPEN INPUT clients
           IF ws-file-status-clients = '00' THEN
               MOVE ws-client-saisi TO client-numero
               READ clients KEY IS client-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-trouve
               END-READ
               CLOSE clients
           END-IF.

       LISTER-SAISIES.
           MOVE ZERO TO ws-nombre-saisies
           MOVE 'N' TO fin_saisies
           OPEN INPUT saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_saisies = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_saisies
                       NOT AT END
                           IF sai-client = ws-client-saisi THEN
                               ADD 1 TO ws-nombre-saisies
                               PERFORM AFFICHER-UNE-SAISIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saisies
           END-IF
           IF ws-nombre-saisies = ZERO THEN
               DISPLAY "Aucune saisie pour ce client"
           END-IF.

       AFFICHER-UNE-SAISIE.
           DISPLAY sai-sequence, " ", sai-type, " ", sai-creancier,
                       " ref ", sai-reference
           DISPLAY "       signifiee le ", sai-date-signification,
                       " reclame ", sai-montant-reclame,
                       " gele ", sai-montant-gele,
                       " statut ", sai-statut
           DISPLAY "       fin de contestation ",
                       sai-date-fin-contestation,
                       " paye ", sai-montant-paye,
                       " le ", sai-date-paiement.

       ENREGISTRER-SAISIE.
           INITIALIZE saisie-record
           MOVE ws-client-saisi TO sai-client
           DISPLAY "Type d'acte (A saisie-attribution, T avis a tiers",
                       " detenteur) :"
           ACCEPT sai-type
           IF NOT sai-type-valide THEN
               DISPLAY "/!\ Type d'acte non reconnu"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Creancier :"
           ACCEPT sai-creancier
           DISPLAY "Reference de l'acte :"
           ACCEPT sai-reference
           DISPLAY "Montant reclame :"
           ACCEPT sai-montant-reclame
           DISPLAY "Date de signification (AAAAMMJJ, vide = ce jour) :"
           ACCEPT sai-date-signification
           IF sai-date-signification = ZERO THEN
               MOVE ws-date-du-jour TO sai-date-signification
           END-IF
           DISPLAY "Banque du creancier :"
           ACCEPT sai-banque-creancier
           DISPLAY "IBAN du creancier :"
           ACCEPT sai-iban-creancier
           IF sai-montant-reclame = ZERO OR sai-creancier = SPACES
                   OR sai-iban-creancier = SPACES THEN
               DISPLAY "/!\ Creancier, IBAN et montant obligatoires,",
                           " saisie non enregistree"
               EXIT PARAGRAPH
           END-IF
           SET sai-recue TO TRUE
           MOVE ws-operateur TO sai-operateur
           PERFORM NUMEROTER-SAISIE
           MOVE ws-sequence-saisie TO sai-sequence
           OPEN EXTEND saisies
           IF ws-file-status-saisies = '35' THEN
               OPEN OUTPUT saisies
           END-IF
           WRITE saisie-record
           END-WRITE
           CLOSE saisies
           DISPLAY "--> Saisie ", sai-sequence, " enregistree ;",
                       " les fonds seront geles au traitement de nuit".

       NUMEROTER-SAISIE.
           MOVE ZERO TO ws-sequence-saisie
           MOVE 'N' TO fin_saisies
           OPEN INPUT saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_saisies = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_saisies
                       NOT AT END
                           IF sai-sequence > ws-sequence-saisie THEN
                               MOVE sai-sequence TO ws-sequence-saisie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saisies
           END-IF
           ADD 1 TO ws-sequence-saisie.

       ENREGISTRER-CONTESTATION.
      *>    Le debiteur a saisi le juge : tant que la contestation
      *>    n'est pas tranchee, rien n'est paye au creancier.
           PERFORM CHOISIR-SAISIE
           IF ws-sequence-choisie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-ET-LIRE-SAISIE
           IF ws-saisie-trouvee = 'O' THEN
               IF sai-gelee OR sai-recue THEN
                   SET sai-contestee TO TRUE
                   REWRITE saisie-record
                   DISPLAY "--> Contestation enregistree, paiement",
                               " suspendu"
               ELSE
                   DISPLAY "/!\ Saisie ni en cours ni gelee"
               END-IF
           END-IF
           CLOSE saisies.

       REPRENDRE-PAIEMENT.
      *>    Contestation rejetee : le paiement est du sans attendre,
      *>    la fin de delai est ramenee a ce jour.
           PERFORM CHOISIR-SAISIE
           IF ws-sequence-choisie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "SAISIE REPR ",
               ws-client-saisi, ws-montant-autorisation, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee"
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-ET-LIRE-SAISIE
           IF ws-saisie-trouvee = 'O' THEN
               IF sai-contestee THEN
                   IF sai-date-gel = ZERO THEN
                       SET sai-recue TO TRUE
                   ELSE
                       SET sai-gelee TO TRUE
                       MOVE ws-date-du-jour
                           TO sai-date-fin-contestation
                   END-IF
                   REWRITE saisie-record
                   DISPLAY "--> Paiement repris au prochain",
                               " traitement de nuit"
               ELSE
                   DISPLAY "/!\ Saisie non contestee"
               END-IF
           END-IF
           CLOSE saisies.

       DONNER-MAINLEVEE.
      *>    Mainlevee donnee par le creancier ou ordonnee par le juge :
      *>    les blocages poses pour cette saisie sont leves et les
      *>    fonds redeviennent disponibles.
           PERFORM CHOISIR-SAISIE
           IF ws-sequence-choisie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "MAINLEVEE   ",
               ws-client-saisi, ws-montant-autorisation, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee"
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-ET-LIRE-SAISIE
           IF ws-saisie-trouvee = 'O' THEN
               IF sai-recue OR sai-gelee OR sai-contestee THEN
                   SET sai-mainlevee TO TRUE
                   REWRITE saisie-record
                   PERFORM LEVER-BLOCAGES-SAISIE
                   DISPLAY "--> Mainlevee enregistree, ",
                               ws-nombre-leves, " blocage(s) leve(s)"
               ELSE
                   DISPLAY "/!\ Saisie deja payee ou levee"
               END-IF
           END-IF
           CLOSE saisies.

       CHOISIR-SAISIE.
           PERFORM LISTER-SAISIES
           MOVE ZERO TO ws-sequence-choisie
           IF ws-nombre-saisies > ZERO THEN
               DISPLAY "Numero de la saisie :"
               ACCEPT ws-sequence-choisie
           END-IF.

       OUVRIR-ET-LIRE-SAISIE.
      *>    Laisse le fichier ouvert en I-O sur la saisie choisie,
      *>    pour que l'appelant la reecrive.
           MOVE 'N' TO ws-saisie-trouvee
           MOVE 'N' TO fin_saisies
           OPEN I-O saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_saisies = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_saisies
                       NOT AT END
                           IF sai-sequence = ws-sequence-choisie
                                   AND sai-client = ws-client-saisi
                                   THEN
                               MOVE 'O' TO ws-saisie-trouvee
                               MOVE 'Y' TO fin_saisies
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF ws-saisie-trouvee = 'N' THEN
               DISPLAY "/!\ Saisie introuvable pour ce client"
           END-IF.

       LEVER-BLOCAGES-SAISIE.
           MOVE ZERO TO ws-nombre-leves
           MOVE SPACES TO ws-motif-saisie
           STRING "SAISIE " DELIMITED BY SIZE
                   sai-sequence DELIMITED BY SIZE
               INTO ws-motif-saisie
           MOVE 'N' TO fin_blocages
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-actif
                                   AND blo-motif(1:13)
                                       = ws-motif-saisie THEN
                               SET blo-leve TO TRUE
                               REWRITE blocage-record
                               ADD 1 TO ws-nombre-leves
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF.
       END PROGRAM gestion_saisies.

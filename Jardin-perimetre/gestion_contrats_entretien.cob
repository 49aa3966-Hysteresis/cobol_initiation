       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_contrats_entretien.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT contrats_entretien ASSIGN TO 'contrats_entretien'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-contrats.
           SELECT compteur_contrats
           ASSIGN TO 'compteur_contrats_entretien'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT prix_materiaux ASSIGN TO 'prix_materiaux'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prix.
           SELECT revisions_prix ASSIGN TO 'revisions_prix'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-revisions.

       DATA DIVISION.
       FILE SECTION.
       FD contrats_entretien.
           COPY cpcontratentretien.
       FD compteur_contrats.
      *>    Fichier d'une seule ligne : le dernier numero de contrat
      *>    attribue.
       01  compteur-contrats-record.
           05  cpt-dernier-contrat PIC 9(6).
       FD prix_materiaux.
           COPY cpprixmat.
       FD revisions_prix.
           COPY cprevprix.

       WORKING-STORAGE SECTION.
       01  ws-file-status-contrats PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-prix PIC XX.
       01  ws-file-status-revisions PIC XX.
       01  fin_contrats PIC X VALUE 'N'.
       01  fin_prix PIC X VALUE 'N'.
       01  fin_revisions PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-numero-client PIC 9(6) VALUE ZERO.
       01  ws-nom-client PIC X(30).
       01  ws-creation-client PIC X VALUE 'O'.
       01  ws-numero-contrat PIC 9(6) VALUE ZERO.
       01  ws-nombre-contrats PIC 9(3) VALUE ZERO.
       01  ws-contrat-trouve PIC X VALUE 'N'.
       01  ws-rang-visite PIC 9(2) VALUE ZERO.
       01  ws-mois-saisi PIC 9(2) VALUE ZERO.
       01  ws-mois-i PIC 9(2) VALUE ZERO.
       01  ws-type-valide PIC X VALUE 'N'.
       01  ws-prix-metre PIC 9(4)V99 VALUE ZERO.
       01  ws-revision-courante PIC 9(4) VALUE ZERO.
       01  ws-date-effet-retenue PIC 9(8) VALUE ZERO.
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-liste-mois PIC X(36).
       01  ws-pointeur PIC 9(2) VALUE 1.
       01  ws-nouveau-contrat.
           05  ws-nc-prestations       PIC X(40).
           05  ws-nc-visites-an        PIC 9(2).
           05  ws-nc-mois-cibles.
               10  ws-nc-mois-cible    PIC X(1) OCCURS 12 TIMES.
           05  ws-nc-prix-annuel       PIC 9(7)V99.
           05  ws-nc-facturation       PIC X(1).
           05  ws-nc-type-cloture      PIC X(20).
           05  ws-nc-date-debut        PIC 9(8).

       PROCEDURE DIVISION.
      *>    Contrats d'entretien saisonnier des clients du jardin
      *>    (taille des haies, traitement annuel de la cloture...),
      *>    sortis de l'agenda papier : prestations, nombre de
      *>    visites par an et mois vises, prix annuel facture a
      *>    l'annee ou a la visite, date de renouvellement. Le
      *>    traitement mensuel entretien_mensuel en tire visites,
      *>    factures et lettres de renouvellement.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "-------------- "
           DISPLAY "     Contrats d'entretien"
           DISPLAY "-------------- "
           DISPLAY "Contrats d'un client : 1"
           DISPLAY "Nouveau contrat : 2"
           DISPLAY "Resilier un contrat : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-CONTRATS-CLIENT
               WHEN '2'
                   PERFORM SAISIR-CONTRAT
               WHEN '3'
                   PERFORM RESILIER-CONTRAT
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LISTER-CONTRATS-CLIENT.
           MOVE 'N' TO ws-creation-client
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-nom-client, ws-creation-client
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-nombre-contrats
           MOVE 'N' TO fin_contrats
           OPEN INPUT contrats_entretien
           IF ws-file-status-contrats = '00' THEN
               PERFORM UNTIL fin_contrats = 'Y'
                   READ contrats_entretien
                       AT END
                           MOVE 'Y' TO fin_contrats
                       NOT AT END
                           IF ce-numero-client = ws-numero-client
                                   THEN
                               ADD 1 TO ws-nombre-contrats
                               PERFORM AFFICHER-UN-CONTRAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE contrats_entretien
           END-IF
           IF ws-nombre-contrats = ZERO THEN
               DISPLAY "Aucun contrat d'entretien pour ce client"
           END-IF.

       AFFICHER-UN-CONTRAT.
           MOVE SPACES TO ws-liste-mois
           MOVE 1 TO ws-pointeur
           PERFORM VARYING ws-mois-i FROM 1 BY 1 UNTIL ws-mois-i > 12
               IF ce-mois-cible(ws-mois-i) = 'O' THEN
                   STRING ws-mois-i DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                       INTO ws-liste-mois WITH POINTER ws-pointeur
               END-IF
           END-PERFORM
           DISPLAY "Contrat ", ce-numero, " statut ", ce-statut,
                       " : ", ce-prestations
           DISPLAY "  ", ce-visites-an, " visite(s) par an, mois ",
                       ws-liste-mois
           DISPLAY "  Prix annuel ", ce-prix-annuel, " € facture ",
                       ce-facturation, " - renouvellement le ",
                       ce-date-renouvellement.

       SAISIR-CONTRAT.
      *>    Un client d'entretien seul peut n'avoir jamais eu de
      *>    devis : sa fiche se cree ici comme au devis.
           MOVE 'O' TO ws-creation-client
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-nom-client, ws-creation-client
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ws-nouveau-contrat
           MOVE ALL 'N' TO ws-nc-mois-cibles
           DISPLAY "Prestations (ex TAILLE HAIES + LASURE) :"
           ACCEPT ws-nc-prestations
           DISPLAY "Nombre de visites par an (1 a 12) :"
           ACCEPT ws-nc-visites-an
           IF ws-nc-visites-an = ZERO OR ws-nc-visites-an > 12 THEN
               DISPLAY "/!\ Nombre de visites invalide"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-MOIS-CIBLE
               VARYING ws-rang-visite FROM 1 BY 1
               UNTIL ws-rang-visite > ws-nc-visites-an
           DISPLAY "Prix annuel du contrat :"
           ACCEPT ws-nc-prix-annuel
           DISPLAY "Facturation a l'annee (A) ou a la visite (V) :"
           ACCEPT ws-nc-facturation
           IF ws-nc-facturation = 'a' THEN
               MOVE 'A' TO ws-nc-facturation
           END-IF
           IF ws-nc-facturation NOT = 'A' THEN
               MOVE 'V' TO ws-nc-facturation
           END-IF
           DISPLAY "Type de cloture indexant le prix (vide = prix",
                       " fixe) :"
           ACCEPT ws-nc-type-cloture
           MOVE ZERO TO ws-prix-metre
           MOVE ZERO TO ws-revision-courante
           IF ws-nc-type-cloture NOT = SPACES THEN
               PERFORM VALIDER-TYPE-TARIFE
               IF ws-type-valide = 'N' THEN
                   DISPLAY "/!\ Type inconnu du tarif prix_materiaux"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RETROUVER-PRIX-COURANT
           END-IF
           DISPLAY "Date de debut (AAAAMMJJ, vide = aujourd'hui) :"
           ACCEPT ws-nc-date-debut
           IF ws-nc-date-debut = ZERO THEN
               MOVE ws-date-du-jour TO ws-nc-date-debut
           END-IF
           PERFORM NUMEROTER-CONTRAT
           OPEN EXTEND contrats_entretien
           IF ws-file-status-contrats = '35' THEN
               OPEN OUTPUT contrats_entretien
           END-IF
           INITIALIZE contrat-entretien-record
           MOVE ws-numero-contrat TO ce-numero
           MOVE ws-numero-client TO ce-numero-client
           MOVE ws-nom-client TO ce-client
           MOVE ws-nc-prestations TO ce-prestations
           MOVE ws-nc-visites-an TO ce-visites-an
           MOVE ws-nc-mois-cibles TO ce-mois-cibles
           MOVE ws-nc-prix-annuel TO ce-prix-annuel
           MOVE ws-nc-facturation TO ce-facturation
           MOVE ws-nc-type-cloture TO ce-type-cloture
           MOVE ws-prix-metre TO ce-prix-metre-reference
           MOVE ws-revision-courante TO ce-revision-prix
           MOVE ws-nc-date-debut TO ce-date-debut
           MOVE ws-nc-date-debut TO ce-prochaine-facturation
      *>    Renouvellement un an apres le debut.
           MOVE ws-nc-date-debut TO ws-date-eclatee
           ADD 1 TO ws-annee
           MOVE ws-date-eclatee TO ce-date-renouvellement
           SET ce-actif TO TRUE
           WRITE contrat-entretien-record
           END-WRITE
           CLOSE contrats_entretien
           DISPLAY "--> Contrat ", ws-numero-contrat, " enregistre,",
                       " renouvellement le ", ce-date-renouvellement.

       SAISIR-MOIS-CIBLE.
           DISPLAY "Mois de la visite ", ws-rang-visite, " (1 a 12) :"
           ACCEPT ws-mois-saisi
           IF ws-mois-saisi = ZERO OR ws-mois-saisi > 12 THEN
               DISPLAY "/!\ Mois invalide, visite ignoree"
           ELSE
               MOVE 'O' TO ws-nc-mois-cible(ws-mois-saisi)
           END-IF.

       VALIDER-TYPE-TARIFE.
           MOVE 'N' TO ws-type-valide
           MOVE 'N' TO fin_prix
           OPEN INPUT prix_materiaux
           IF ws-file-status-prix = '00' THEN
               PERFORM UNTIL fin_prix = 'Y'
                   READ prix_materiaux
                       AT END
                           MOVE 'Y' TO fin_prix
                       NOT AT END
                           IF prixmat-type = ws-nc-type-cloture THEN
                               MOVE 'O' TO ws-type-valide
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prix_materiaux
           END-IF.

       RETROUVER-PRIX-COURANT.
      *>    Prix de base du tarif, puis la revision datee en vigueur
      *>    aujourd'hui le remplace (meme regle que l'estimateur).
           MOVE ZERO TO ws-prix-metre
           MOVE 'N' TO fin_prix
           OPEN INPUT prix_materiaux
           IF ws-file-status-prix = '00' THEN
               PERFORM UNTIL fin_prix = 'Y'
                   READ prix_materiaux
                       AT END
                           MOVE 'Y' TO fin_prix
                       NOT AT END
                           IF prixmat-type = ws-nc-type-cloture THEN
                               MOVE prixmat-prix-metre
                                   TO ws-prix-metre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prix_materiaux
           END-IF
           MOVE ZERO TO ws-revision-courante
           MOVE ZERO TO ws-date-effet-retenue
           MOVE 'N' TO fin_revisions
           OPEN INPUT revisions_prix
           IF ws-file-status-revisions = '00' THEN
               PERFORM UNTIL fin_revisions = 'Y'
                   READ revisions_prix
                       AT END
                           MOVE 'Y' TO fin_revisions
                       NOT AT END
                           IF rp-type-cloture = ws-nc-type-cloture
                                   AND rp-date-effet
                                       <= ws-date-du-jour
                                   AND rp-date-effet
                                       >= ws-date-effet-retenue THEN
                               MOVE rp-date-effet
                                   TO ws-date-effet-retenue
                               MOVE rp-prix-metre TO ws-prix-metre
                               MOVE rp-numero-revision
                                   TO ws-revision-courante
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE revisions_prix
           END-IF.

       NUMEROTER-CONTRAT.
           MOVE ZERO TO ws-numero-contrat
           OPEN INPUT compteur_contrats
           IF ws-file-status-compteur = '00' THEN
               READ compteur_contrats
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-dernier-contrat TO ws-numero-contrat
               END-READ
               CLOSE compteur_contrats
           END-IF
           ADD 1 TO ws-numero-contrat
           OPEN OUTPUT compteur_contrats
           MOVE ws-numero-contrat TO cpt-dernier-contrat
           WRITE compteur-contrats-record
           END-WRITE
           CLOSE compteur_contrats.

       RESILIER-CONTRAT.
      *>    Un contrat resilie ne genere plus de visite ni de facture
      *>    et ne recoit plus de lettre de renouvellement.
           DISPLAY "Numero du contrat a resilier :"
           ACCEPT ws-numero-contrat
           MOVE 'N' TO ws-contrat-trouve
           MOVE 'N' TO fin_contrats
           OPEN I-O contrats_entretien
           IF ws-file-status-contrats = '00' THEN
               PERFORM UNTIL fin_contrats = 'Y'
                   READ contrats_entretien
                       AT END
                           MOVE 'Y' TO fin_contrats
                       NOT AT END
                           IF ce-numero = ws-numero-contrat
                                   AND ce-actif THEN
                               SET ce-resilie TO TRUE
                               REWRITE contrat-entretien-record
                               MOVE 'O' TO ws-contrat-trouve
                               MOVE 'Y' TO fin_contrats
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE contrats_entretien
           END-IF
           IF ws-contrat-trouve = 'O' THEN
               DISPLAY "--> Contrat ", ws-numero-contrat, " resilie"
           ELSE
               DISPLAY "/!\ Contrat ", ws-numero-contrat,
                           " inconnu ou deja resilie"
           END-IF.
       END PROGRAM gestion_contrats_entretien.

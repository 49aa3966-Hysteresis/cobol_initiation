       IDENTIFICATION DIVISION.
       PROGRAM-ID. appels_sav_jardin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT appels_sav ASSIGN TO 'appels_sav'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-appels.
           SELECT compteur_appels_sav ASSIGN TO 'compteur_appels_sav'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cpt-appels.
           SELECT travaux_jardin ASSIGN TO 'travaux_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-travaux.
           SELECT garanties_jardin ASSIGN TO 'garanties_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-garanties.
           SELECT durees_garantie ASSIGN TO 'durees_garantie'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-durees.
           SELECT planning_chantiers ASSIGN TO 'planning_chantiers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-planning.
           SELECT tarif_sav ASSIGN TO 'tarif_sav'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tarif.
           SELECT compteur_factures ASSIGN TO 'compteur_factures'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT factures_jardin ASSIGN TO 'factures_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-factures.
           SELECT creances_jardin ASSIGN TO 'creances_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-creances.
           SELECT rapport_garanties ASSIGN TO 'rapport_garanties'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD appels_sav.
           COPY cpappelsav.
       FD compteur_appels_sav.
      *>    Fichier d'une seule ligne : le dernier numero d'appel
      *>    attribue.
       01  compteur-appels-record.
           05  cpt-dernier-appel PIC 9(6).
       FD travaux_jardin.
           COPY cptravaux.
       FD garanties_jardin.
           COPY cpgarantie.
       FD durees_garantie.
           COPY cpdureegarantie.
       FD planning_chantiers.
           COPY cpplanning.
       FD tarif_sav.
      *>    Fichier parametre d'une seule ligne : le taux horaire
      *>    facture et le forfait de deplacement d'une intervention
      *>    hors garantie (45.00 et 35.00 a defaut de fichier).
       01  tarif-sav-record.
           05  tsa-taux-horaire        PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  tsa-forfait-deplacement PIC 9(4)V99.
       FD compteur_factures.
      *>    Meme compteur que les acomptes et les soldes : les
      *>    factures d'intervention s'inscrivent dans la meme suite.
       01  compteur-factures-record.
           05  cpt-derniere-facture PIC 9(6).
       FD factures_jardin.
       01  ligne-facture PIC X(80).
       FD creances_jardin.
           COPY cpcreance.
       FD rapport_garanties.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-appels PIC XX.
       01  ws-file-status-cpt-appels PIC XX.
       01  ws-file-status-travaux PIC XX.
       01  ws-file-status-garanties PIC XX.
       01  ws-file-status-durees PIC XX.
       01  ws-file-status-planning PIC XX.
       01  ws-file-status-tarif PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-factures PIC XX.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_appels PIC X VALUE 'N'.
       01  fin_travaux PIC X VALUE 'N'.
       01  fin_garanties PIC X VALUE 'N'.
       01  fin_durees PIC X VALUE 'N'.
       01  fin_planning PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-numero-client PIC 9(6) VALUE ZERO.
       01  ws-nom-client PIC X(30).
       01  ws-creation-client PIC X VALUE 'N'.
       01  ws-rang-travaux PIC 9(3) VALUE ZERO.
       01  ws-rang-choisi PIC 9(3) VALUE ZERO.
       01  ws-travail-trouve PIC X VALUE 'N'.
       01  ws-numero-devis PIC 9(6) VALUE ZERO.
       01  ws-type-cloture PIC X(20).
       01  ws-garantie-trouvee PIC X VALUE 'N'.
       01  ws-date-fin-garantie PIC 9(8) VALUE ZERO.
       01  ws-equipe-pose PIC X(4).
       01  ws-sous-garantie PIC X VALUE 'N'.
       01  ws-motif PIC X(60).
       01  ws-numero-appel PIC 9(6) VALUE ZERO.
       01  ws-appel-trouve PIC X VALUE 'N'.
       01  ws-nombre-appels PIC 9(4) VALUE ZERO.
       01  ws-taux-facture PIC 9(3)V99 VALUE 45.00.
       01  ws-forfait-deplacement PIC 9(4)V99 VALUE 35.00.
       01  ws-numero-facture PIC 9(6) VALUE ZERO.
       01  ws-reference-paiement PIC X(30).
       01  ws-resultat-reference PIC X.
       01  ws-montant-facture PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-creance PIC 9(9)V99 VALUE ZERO.
      *>    Copies de l'appel cloture : le buffer du fichier ne
      *>    survit pas a la fermeture (meme precaution que
      *>    JardinPerimetre), facture et planning se servent ici.
       01  ws-appel-cloture.
           05  ws-ac-garantie          PIC X(1).
           05  ws-ac-equipe            PIC X(4).
           05  ws-ac-date              PIC 9(8).
           05  ws-ac-type-cloture      PIC X(20).
           05  ws-ac-heures            PIC 9(4)V9.
           05  ws-ac-pieces            PIC 9(7)V99.
       01  ws-type-saisi PIC X(20).
       01  ws-duree-saisie PIC 9(3) VALUE ZERO.
       01  ws-duree-trouvee PIC X VALUE 'N'.
       01  ws-cout-appel PIC 9(8)V99 VALUE ZERO.
       01  ws-total-general PIC 9(9)V99 VALUE ZERO.
       01  ws-cle-cumul PIC X(20).
      *>    Cout des appels sous garantie cumule par type de cloture
      *>    et par equipe de pose : la ou une pose revient, ca se
      *>    voit d'un coup.
       01  table-types.
           05  tg-entry OCCURS 30 TIMES INDEXED BY tg-i.
               10  tg-type            PIC X(20).
               10  tg-nb-appels       PIC 9(4).
               10  tg-cout            PIC 9(9)V99.
       01  tg-nombre PIC 9(2) VALUE ZERO.
       01  table-equipes.
           05  te-entry OCCURS 30 TIMES INDEXED BY te-i.
               10  te-equipe          PIC X(4).
               10  te-nb-appels       PIC 9(4).
               10  te-cout            PIC 9(9)V99.
       01  te-nombre PIC 9(2) VALUE ZERO.
       01  ws-trouve PIC X.

       PROCEDURE DIVISION.
      *>    Service apres-vente des clotures posees : le client qui
      *>    rappelle pour un portail affaisse ou un panneau arrache
      *>    est retrouve avec son chantier, le registre des garanties
      *>    dit tout de suite si la reclamation est couverte et quelle
      *>    equipe a pose. L'intervention se planifie comme un petit
      *>    chantier (planning_chantiers), son temps et ses pieces se
      *>    pointent (pointages_chantiers), et la cloture de l'appel
      *>    facture ce qui n'est pas sous garantie.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "-------------- "
           DISPLAY "     Service apres-vente"
           DISPLAY "-------------- "
           DISPLAY "Enregistrer un appel client : 1"
           DISPLAY "Lister les appels en cours : 2"
           DISPLAY "Cloturer un appel : 3"
           DISPLAY "Rapport du cout des garanties : 4"
           DISPLAY "Durees de garantie par type : 5"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM ENREGISTRER-APPEL
               WHEN '2'
                   PERFORM LISTER-APPELS-EN-COURS
               WHEN '3'
                   PERFORM CLOTURER-APPEL
               WHEN '4'
                   PERFORM RAPPORT-COUT-GARANTIES
               WHEN '5'
                   PERFORM ENTRETENIR-DUREES
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       ENREGISTRER-APPEL.
           DISPLAY "Client qui appelle"
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-nom-client, ws-creation-client
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTER-CHANTIERS-TERMINES
           IF ws-rang-travaux = ZERO THEN
               DISPLAY "/!\ Aucun chantier termine pour ce client"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero du chantier concerne :"
           ACCEPT ws-rang-choisi
           PERFORM RETENIR-CHANTIER
           IF ws-travail-trouve = 'N' THEN
               DISPLAY "/!\ Aucun chantier termine de ce rang"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHER-GARANTIE
           DISPLAY "Motif de la reclamation :"
           ACCEPT ws-motif
           PERFORM NUMEROTER-APPEL
           OPEN EXTEND appels_sav
           IF ws-file-status-appels = '35' THEN
               OPEN OUTPUT appels_sav
           END-IF
           INITIALIZE appel-sav-record
           MOVE ws-numero-appel TO sav-numero
           MOVE ws-date-du-jour TO sav-date
           MOVE ws-numero-client TO sav-numero-client
           MOVE ws-nom-client TO sav-client
           MOVE ws-numero-devis TO sav-numero-devis
           MOVE ws-type-cloture TO sav-type-cloture
           MOVE ws-equipe-pose TO sav-equipe-pose
           MOVE ws-motif TO sav-motif
           MOVE ws-sous-garantie TO sav-garantie
           SET sav-ouvert TO TRUE
           WRITE appel-sav-record
           END-WRITE
           CLOSE appels_sav
           DISPLAY "--> Appel ", ws-numero-appel, " enregistre"
           IF ws-sous-garantie = 'O' THEN
               DISPLAY "    SOUS GARANTIE jusqu'au ",
                           ws-date-fin-garantie, " (pose ",
                           ws-equipe-pose, ")"
           ELSE
               IF ws-garantie-trouvee = 'O' THEN
                   DISPLAY "    HORS GARANTIE depuis le ",
                               ws-date-fin-garantie,
                               " : intervention facturee"
               ELSE
                   DISPLAY "    HORS GARANTIE (chantier sans",
                               " garantie enregistree) :",
                               " intervention facturee"
               END-IF
           END-IF.

       LISTER-CHANTIERS-TERMINES.
           MOVE ZERO TO ws-rang-travaux
           MOVE 'N' TO fin_travaux
           OPEN INPUT travaux_jardin
           IF ws-file-status-travaux = '00' THEN
               PERFORM UNTIL fin_travaux = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client = ws-numero-client
                                   AND (trav-termine OR trav-facture
                                       OR trav-paye) THEN
                               ADD 1 TO ws-rang-travaux
                               DISPLAY ws-rang-travaux, ") devis ",
                                   trav-numero-devis, " ",
                                   trav-type-cloture, " du ",
                                   trav-date, " statut ",
                                   trav-statut
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           END-IF.

       RETENIR-CHANTIER.
           MOVE ZERO TO ws-rang-travaux
           MOVE 'N' TO ws-travail-trouve
           MOVE 'N' TO fin_travaux
           OPEN INPUT travaux_jardin
           IF ws-file-status-travaux = '00' THEN
               PERFORM UNTIL fin_travaux = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client = ws-numero-client
                                   AND (trav-termine OR trav-facture
                                       OR trav-paye) THEN
                               ADD 1 TO ws-rang-travaux
                               IF ws-rang-travaux = ws-rang-choisi
                                       THEN
                                   MOVE trav-numero-devis
                                       TO ws-numero-devis
                                   MOVE trav-type-cloture
                                       TO ws-type-cloture
                                   MOVE 'O' TO ws-travail-trouve
                                   MOVE 'Y' TO fin_travaux
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           END-IF.

       RECHERCHER-GARANTIE.
      *>    Un chantier cloture avant la tenue du registre n'a pas de
      *>    garantie enregistree : l'appel part hors garantie, le
      *>    bureau tranche au vu du dossier papier.
           MOVE 'N' TO ws-garantie-trouvee
           MOVE 'N' TO ws-sous-garantie
           MOVE ZERO TO ws-date-fin-garantie
           MOVE SPACES TO ws-equipe-pose
           MOVE 'N' TO fin_garanties
           OPEN INPUT garanties_jardin
           IF ws-file-status-garanties = '00' THEN
               PERFORM UNTIL fin_garanties = 'Y'
                   READ garanties_jardin
                       AT END
                           MOVE 'Y' TO fin_garanties
                       NOT AT END
                           IF gar-numero-client = ws-numero-client
                                   AND gar-numero-devis
                                       = ws-numero-devis
                                   AND gar-type-cloture
                                       = ws-type-cloture THEN
                               MOVE 'O' TO ws-garantie-trouvee
                               MOVE gar-date-fin
                                   TO ws-date-fin-garantie
                               MOVE gar-equipe TO ws-equipe-pose
                               MOVE 'Y' TO fin_garanties
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE garanties_jardin
           END-IF
           IF ws-garantie-trouvee = 'O'
                   AND ws-date-du-jour <= ws-date-fin-garantie THEN
               MOVE 'O' TO ws-sous-garantie
           END-IF.

       NUMEROTER-APPEL.
           MOVE ZERO TO ws-numero-appel
           OPEN INPUT compteur_appels_sav
           IF ws-file-status-cpt-appels = '00' THEN
               READ compteur_appels_sav
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-dernier-appel TO ws-numero-appel
               END-READ
               CLOSE compteur_appels_sav
           END-IF
           ADD 1 TO ws-numero-appel
           OPEN OUTPUT compteur_appels_sav
           MOVE ws-numero-appel TO cpt-dernier-appel
           WRITE compteur-appels-record
           END-WRITE
           CLOSE compteur_appels_sav.

       LISTER-APPELS-EN-COURS.
           MOVE ZERO TO ws-nombre-appels
           MOVE 'N' TO fin_appels
           OPEN INPUT appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF NOT sav-clos THEN
                               ADD 1 TO ws-nombre-appels
                               PERFORM AFFICHER-UN-APPEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF
           IF ws-nombre-appels = ZERO THEN
               DISPLAY "Aucun appel en cours"
           END-IF.

       AFFICHER-UN-APPEL.
           DISPLAY "Appel ", sav-numero, " du ", sav-date, " ",
                       sav-client, " ", sav-type-cloture
           DISPLAY "  ", sav-motif
           IF sav-sous-garantie THEN
               DISPLAY "  Sous garantie (pose ", sav-equipe-pose,
                           ") statut ", sav-statut
           ELSE
               DISPLAY "  Hors garantie statut ", sav-statut
           END-IF
           IF sav-planifie THEN
               DISPLAY "  Intervention ", sav-equipe-intervention,
                           " le ", sav-date-intervention
           END-IF.

       CLOTURER-APPEL.
      *>    L'intervention faite, l'appel se clot : sa ligne de
      *>    planning passe a fait, et hors garantie une facture
      *>    (deplacement, heures au taux facture, pieces au prix du
      *>    catalogue) part avec sa creance.
           DISPLAY "Numero de l'appel a cloturer :"
           ACCEPT ws-numero-appel
           PERFORM LIRE-TARIF-SAV
           MOVE 'N' TO ws-appel-trouve
           MOVE 'N' TO fin_appels
           OPEN I-O appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-numero = ws-numero-appel THEN
                               MOVE 'Y' TO fin_appels
                               IF NOT sav-clos THEN
                                   PERFORM CLORE-UN-APPEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF
           IF ws-appel-trouve = 'N' THEN
               DISPLAY "/!\ Appel ", ws-numero-appel,
                           " inconnu ou deja clos"
               EXIT PARAGRAPH
           END-IF
           IF ws-ac-equipe NOT = SPACES THEN
               PERFORM MARQUER-INTERVENTION-FAITE
           END-IF
           IF ws-ac-garantie = 'O' THEN
               DISPLAY "--> Appel ", ws-numero-appel,
                           " clos sous garantie"
           ELSE
               PERFORM GENERER-FACTURE-SAV
               DISPLAY "--> Appel ", ws-numero-appel,
                           " clos, facture ", ws-numero-facture,
                           " emise (", ws-montant-facture, " €)"
           END-IF.

       CLORE-UN-APPEL.
           MOVE 'O' TO ws-appel-trouve
           MOVE sav-numero-client TO ws-numero-client
           MOVE sav-client TO ws-nom-client
           MOVE sav-garantie TO ws-ac-garantie
           MOVE sav-equipe-intervention TO ws-ac-equipe
           MOVE sav-date-intervention TO ws-ac-date
           MOVE sav-type-cloture TO ws-ac-type-cloture
           MOVE sav-heures TO ws-ac-heures
           MOVE sav-montant-pieces TO ws-ac-pieces
           IF sav-hors-garantie THEN
               PERFORM NUMEROTER-FACTURE
               COMPUTE ws-montant-facture ROUNDED =
                       ws-forfait-deplacement
                       + sav-heures * ws-taux-facture
                       + sav-montant-pieces
               MOVE ws-numero-facture TO sav-numero-facture
               MOVE ws-montant-facture TO sav-montant-facture
           END-IF
           MOVE ws-date-du-jour TO sav-date-cloture
           SET sav-clos TO TRUE
           REWRITE appel-sav-record.

       LIRE-TARIF-SAV.
           OPEN INPUT tarif_sav
           IF ws-file-status-tarif = '00' THEN
               READ tarif_sav
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE tsa-taux-horaire TO ws-taux-facture
                       MOVE tsa-forfait-deplacement
                           TO ws-forfait-deplacement
               END-READ
               CLOSE tarif_sav
           END-IF.

       MARQUER-INTERVENTION-FAITE.
           MOVE 'N' TO fin_planning
           OPEN I-O planning_chantiers
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning_chantiers
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pl-planifie
                                   AND pl-equipe = ws-ac-equipe
                                   AND pl-date = ws-ac-date
                                   AND pl-numero-client
                                       = ws-numero-client
                                   AND pl-type-cloture =
                                       "INTERVENTION SAV" THEN
                               SET pl-fait TO TRUE
                               REWRITE ligne-planning
                               MOVE 'Y' TO fin_planning
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning_chantiers
           END-IF.

       GENERER-FACTURE-SAV.
           OPEN EXTEND factures_jardin
           IF ws-file-status-factures = '35' THEN
               OPEN OUTPUT factures_jardin
           END-IF
           MOVE SPACES TO ligne-facture
           STRING "FACTURE " DELIMITED BY SIZE
                   ws-numero-facture DELIMITED BY SIZE
                   " SAV     du " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Client : " DELIMITED BY SIZE
                   ws-numero-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-nom-client DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Intervention " DELIMITED BY SIZE
                   ws-numero-appel DELIMITED BY SIZE
                   " sur cloture " DELIMITED BY SIZE
                   ws-ac-type-cloture DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "  Deplacement : " DELIMITED BY SIZE
                   ws-forfait-deplacement DELIMITED BY SIZE
                   " €  heures : " DELIMITED BY SIZE
                   ws-ac-heures DELIMITED BY SIZE
                   " x " DELIMITED BY SIZE
                   ws-taux-facture DELIMITED BY SIZE
                   " €  pieces : " DELIMITED BY SIZE
                   ws-ac-pieces DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Montant : " DELIMITED BY SIZE
                   ws-montant-facture DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           CALL 'reference_paiement_jardin' USING 'F',
                   ws-numero-facture, ws-reference-paiement,
                   ws-resultat-reference
           MOVE SPACES TO ligne-facture
           STRING "Reference a rappeler sur votre virement : "
                       DELIMITED BY SIZE
                   ws-reference-paiement DELIMITED BY SPACE
               INTO ligne-facture
           WRITE ligne-facture
           CLOSE factures_jardin
      *>    Creance au registre comme les acomptes et les soldes ;
      *>    le type SAV ne solde jamais le chantier d'origine.
           OPEN EXTEND creances_jardin
           IF ws-file-status-creances = '35' THEN
               OPEN OUTPUT creances_jardin
           END-IF
           MOVE ws-montant-facture TO ws-montant-creance
           MOVE ws-numero-facture TO cr-numero-facture
           MOVE ws-date-du-jour TO cr-date
           MOVE ws-nom-client TO cr-client
           MOVE ws-numero-client TO cr-numero-client
           MOVE "SAV    " TO cr-type
           MOVE ws-montant-creance TO cr-montant
           WRITE creance-record
           END-WRITE
           CLOSE creances_jardin.

       NUMEROTER-FACTURE.
           MOVE ZERO TO ws-numero-facture
           OPEN INPUT compteur_factures
           IF ws-file-status-compteur = '00' THEN
               READ compteur_factures
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-derniere-facture
                           TO ws-numero-facture
               END-READ
               CLOSE compteur_factures
           END-IF
           ADD 1 TO ws-numero-facture
           OPEN OUTPUT compteur_factures
           MOVE ws-numero-facture TO cpt-derniere-facture
           WRITE compteur-factures-record
           END-WRITE
           CLOSE compteur_factures.

       RAPPORT-COUT-GARANTIES.
      *>    Ce que coutent les appels sous garantie (main-d'oeuvre au
      *>    taux de l'equipe plus pieces), appel par appel puis
      *>    cumule par type de cloture et par equipe de pose.
           MOVE ZERO TO ws-total-general
           OPEN OUTPUT rapport_garanties
           MOVE SPACES TO ligne-rapport
           STRING "COUT DES GARANTIES AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE 'N' TO fin_appels
           OPEN INPUT appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-sous-garantie THEN
                               PERFORM COUTER-UN-APPEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF
           PERFORM RECAPITULER-PAR-TYPE
           PERFORM RECAPITULER-PAR-EQUIPE
           MOVE SPACES TO ligne-rapport
           STRING "Total des garanties : " DELIMITED BY SIZE
                   ws-total-general DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_garanties
           DISPLAY "Rapport ecrit dans rapport_garanties".

       COUTER-UN-APPEL.
           COMPUTE ws-cout-appel = sav-cout-main-oeuvre
                   + sav-montant-pieces
           ADD ws-cout-appel TO ws-total-general
           MOVE SPACES TO ligne-rapport
           STRING "Appel " DELIMITED BY SIZE
                   sav-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sav-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sav-type-cloture DELIMITED BY SIZE
                   " pose " DELIMITED BY SIZE
                   sav-equipe-pose DELIMITED BY SIZE
                   " cout " DELIMITED BY SIZE
                   ws-cout-appel DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE 'N' TO ws-trouve
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               IF tg-type(tg-i) = sav-type-cloture THEN
                   MOVE 'O' TO ws-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-trouve = 'N' AND tg-nombre < 30 THEN
               ADD 1 TO tg-nombre
               SET tg-i TO tg-nombre
               INITIALIZE tg-entry(tg-i)
               MOVE sav-type-cloture TO tg-type(tg-i)
               MOVE 'O' TO ws-trouve
           END-IF
           IF ws-trouve = 'O' THEN
               ADD 1 TO tg-nb-appels(tg-i)
               ADD ws-cout-appel TO tg-cout(tg-i)
           END-IF
      *>    Une pose d'avant le planning n'a pas d'equipe connue.
           MOVE sav-equipe-pose TO ws-cle-cumul
           IF ws-cle-cumul = SPACES THEN
               MOVE "????" TO ws-cle-cumul
           END-IF
           MOVE 'N' TO ws-trouve
           PERFORM VARYING te-i FROM 1 BY 1 UNTIL te-i > te-nombre
               IF te-equipe(te-i) = ws-cle-cumul THEN
                   MOVE 'O' TO ws-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-trouve = 'N' AND te-nombre < 30 THEN
               ADD 1 TO te-nombre
               SET te-i TO te-nombre
               INITIALIZE te-entry(te-i)
               MOVE ws-cle-cumul TO te-equipe(te-i)
               MOVE 'O' TO ws-trouve
           END-IF
           IF ws-trouve = 'O' THEN
               ADD 1 TO te-nb-appels(te-i)
               ADD ws-cout-appel TO te-cout(te-i)
           END-IF.

       RECAPITULER-PAR-TYPE.
           MOVE "---- Cout des garanties par type de cloture ----"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               MOVE SPACES TO ligne-rapport
               STRING tg-type(tg-i) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       tg-nb-appels(tg-i) DELIMITED BY SIZE
                       " appel(s), cout " DELIMITED BY SIZE
                       tg-cout(tg-i) DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM.

       RECAPITULER-PAR-EQUIPE.
           MOVE "---- Cout des garanties par equipe de pose ----"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING te-i FROM 1 BY 1 UNTIL te-i > te-nombre
               MOVE SPACES TO ligne-rapport
               STRING "Equipe " DELIMITED BY SIZE
                       te-equipe(te-i) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       te-nb-appels(te-i) DELIMITED BY SIZE
                       " appel(s), cout " DELIMITED BY SIZE
                       te-cout(te-i) DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM.

       ENTRETENIR-DUREES.
      *>    Liste les durees posees puis en fixe une : la ligne du
      *>    type est reecrite si elle existe, ajoutee sinon. Un type
      *>    absent garde la duree par defaut de 24 mois.
           MOVE 'N' TO fin_durees
           OPEN INPUT durees_garantie
           IF ws-file-status-durees = '00' THEN
               PERFORM UNTIL fin_durees = 'Y'
                   READ durees_garantie
                       AT END
                           MOVE 'Y' TO fin_durees
                       NOT AT END
                           DISPLAY dg-type-cloture, " : ",
                               dg-duree-mois, " mois"
                   END-READ
               END-PERFORM
               CLOSE durees_garantie
           END-IF
           DISPLAY "Type de cloture a fixer (vide = aucun) :"
           ACCEPT ws-type-saisi
           IF ws-type-saisi = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Duree de garantie en mois :"
           ACCEPT ws-duree-saisie
           MOVE 'N' TO ws-duree-trouvee
           MOVE 'N' TO fin_durees
           OPEN I-O durees_garantie
           IF ws-file-status-durees = '00' THEN
               PERFORM UNTIL fin_durees = 'Y'
                   READ durees_garantie
                       AT END
                           MOVE 'Y' TO fin_durees
                       NOT AT END
                           IF dg-type-cloture = ws-type-saisi THEN
                               MOVE ws-duree-saisie
                                   TO dg-duree-mois
                               REWRITE duree-garantie-record
                               MOVE 'O' TO ws-duree-trouvee
                               MOVE 'Y' TO fin_durees
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE durees_garantie
           END-IF
           IF ws-duree-trouvee = 'N' THEN
               OPEN EXTEND durees_garantie
               IF ws-file-status-durees = '35' THEN
                   OPEN OUTPUT durees_garantie
               END-IF
               MOVE ws-type-saisi TO dg-type-cloture
               MOVE ws-duree-saisie TO dg-duree-mois
               WRITE duree-garantie-record
               END-WRITE
               CLOSE durees_garantie
           END-IF
           DISPLAY "--> Garantie ", ws-type-saisi, " : ",
                       ws-duree-saisie, " mois".
       END PROGRAM appels_sav_jardin.

           SELECT feuilles_route ASSIGN TO ws-nom-feuilles
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-feuilles.
           SELECT appels_sav ASSIGN TO 'appels_sav'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-appels.
           SELECT contrats_entretien ASSIGN TO 'contrats_entretien'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-contrats.
           SELECT calendrier_feries ASSIGN TO 'calendrier_feries'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-feries.
           SELECT horizon_intemperies ASSIGN TO 'horizon_intemperies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-horizon.
           SELECT clients_jardin ASSIGN TO 'clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-clients.
           SELECT liste_appels ASSIGN TO ws-nom-liste-appels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-liste.
           SELECT materiel ASSIGN TO 'materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-materiel.
           SELECT besoins_materiel ASSIGN TO 'besoins_materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-besoins.
           SELECT reservations_materiel
           ASSIGN TO 'reservations_materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reservations.

       DATA DIVISION.
       FILE SECTION.
           COPY cptravaux.
       FD feuilles_route.
       01  ligne-feuille PIC X(100).
       FD appels_sav.
           COPY cpappelsav.
       FD contrats_entretien.
           COPY cpcontratentretien.
       FD calendrier_feries.
       01  ligne-ferie.
           05  fer-date PIC 9(8).
       FD horizon_intemperies.
      *>    Nombre de jours ouvres ou chercher une place a un
      *>    chantier decale par les intemperies, d'abord chez son
      *>    equipe puis chez une autre.
       01  horizon-record.
           05  hz-jours-ouvres PIC 9(2).
       FD clients_jardin.
           COPY cpclientjardin.
       FD liste_appels.
       01  ligne-appel PIC X(120).
       FD materiel.
           COPY cpmateriel.
       FD besoins_materiel.
           COPY cpbesoinmateriel.
       FD reservations_materiel.
           COPY cpreservationmat.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-code-equipe PIC X(4).
       01  ws-equipe-valide PIC X VALUE 'N'.
       01  ws-client-choisi PIC X(30).
       01  ws-numero-client-choisi PIC 9(6) VALUE ZERO.
       01  ws-creation-client PIC X VALUE 'N'.
       01  ws-cloture-choisie PIC X(20).
       01  ws-date-pose PIC 9(8).
       01  ws-date-feuille PIC 9(8).
       01  ws-passage-fait PIC X VALUE 'N'.
       01  ws-date-candidate PIC 9(8).
       01  ws-decalage PIC 9(1).
       01  ws-file-status-appels PIC XX.
       01  fin_appels PIC X VALUE 'N'.
       01  ws-numero-appel PIC 9(6) VALUE ZERO.
       01  ws-appel-trouve PIC X VALUE 'N'.
       01  ws-file-status-contrats PIC XX.
       01  fin_contrats PIC X VALUE 'N'.
       01  ws-numero-contrat PIC 9(6) VALUE ZERO.
       01  ws-rang-visite PIC 9(3) VALUE ZERO.
       01  ws-rang-choisi PIC 9(3) VALUE ZERO.
       01  ws-visite-affectee PIC X VALUE 'N'.
       01  ws-file-status-feries PIC XX.
       01  ws-file-status-horizon PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-liste PIC XX.
       01  fin_feries PIC X VALUE 'N'.
       01  fin_clients PIC X VALUE 'N'.
       01  table-feries.
           05  tf-date OCCURS 50 TIMES PIC 9(8).
       01  tf-nombre PIC 9(2) VALUE ZERO.
       01  tf-i PIC 9(2).
       01  ws-jour-ouvre PIC X.
       01  ws-jour-semaine PIC 9(1).
       01  ws-horizon PIC 9(2) VALUE 10.
       01  ws-jours-ouvres-vus PIC 9(2).
       01  ws-date-annulee PIC 9(8).
       01  ws-equipe-filtre PIC X(4).
       01  ws-nom-liste-appels PIC X(30).
       01  ws-date-trouvee PIC 9(8).
       01  ws-meilleure-date PIC 9(8).
       01  ws-meilleure-equipe PIC X(4).
       01  ws-rang-ligne PIC 9(5).
       01  ws-telephone PIC X(12).
       01  ws-nombre-deplaces PIC 9(3) VALUE ZERO.
       01  ws-nombre-non-places PIC 9(3) VALUE ZERO.
      *>    Equipes actives, candidates a reprendre un chantier que
      *>    son equipe ne peut pas caser dans l'horizon.
       01  table-equipes-actives.
           05  te-code OCCURS 30 TIMES PIC X(4).
       01  te-nombre PIC 9(2) VALUE ZERO.
       01  te-i PIC 9(2).
      *>    Chantiers de la journee annulee : rang de la ligne dans
      *>    le planning, ancienne et nouvelle affectation (nouvelle
      *>    date a zero si aucune place n'a ete trouvee).
       01  table-deplaces.
           05  td-chantier OCCURS 50 TIMES.
               10  td-rang             PIC 9(5).
               10  td-equipe           PIC X(4).
               10  td-client           PIC X(30).
               10  td-numero-client    PIC 9(6).
               10  td-type-cloture     PIC X(20).
               10  td-nouvelle-equipe  PIC X(4).
               10  td-nouvelle-date    PIC 9(8).
       01  td-nombre PIC 9(2) VALUE ZERO.
       01  td-i PIC 9(2).
       01  td-k PIC 9(2).
       01  ws-file-status-materiel PIC XX.
       01  ws-file-status-besoins PIC XX.
       01  ws-file-status-reservations PIC XX.
       01  fin_materiel PIC X VALUE 'N'.
       01  fin_besoins PIC X VALUE 'N'.
       01  fin_reservations PIC X VALUE 'N'.
       01  ws-type-besoin PIC X(20).
       01  ws-date-materiel PIC 9(8).
       01  ws-materiel-trouve PIC X VALUE 'N'.
       01  ws-materiel-accepte PIC X VALUE 'O'.
       01  ws-nombre-conflits PIC 9(2) VALUE ZERO.
       01  ws-nombre-reserves PIC 9(2) VALUE ZERO.
       01  ws-quantite-parc PIC 9(2) VALUE ZERO.
       01  ws-libelle-materiel PIC X(30).
      *>    Materiel exige par le chantier en cours d'affectation,
      *>    avec sa disponibilite a la date voulue et, s'il manque,
      *>    la raison.
       01  table-besoins.
           05  tb-materiel OCCURS 10 TIMES.
               10  tb-code             PIC X(6).
               10  tb-dispo            PIC X.
               10  tb-motif            PIC X(30).
       01  tb-nombre PIC 9(2) VALUE ZERO.
       01  tb-i PIC 9(2).
       77  tiret_menu PIC X(20) VALUE "-------------- ".

       PROCEDURE DIVISION.
               DISPLAY "Planifier un chantier : 3"
               DISPLAY "Charge et jours libres d'une equipe : 4"
               DISPLAY "Feuilles de route d'une journee : 5"
               DISPLAY "Planifier une intervention SAV : 6"
               DISPLAY "Affecter une visite d'entretien : 7"
               DISPLAY "Annuler une journee (intemperies) : 8"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               EVALUATE choix_menu
                       PERFORM AFFICHER-CHARGE-EQUIPE
                   WHEN '5'
                       PERFORM IMPRIMER-FEUILLES-ROUTE
                   WHEN '6'
                       PERFORM PLANIFIER-INTERVENTION-SAV
                   WHEN '7'
                       PERFORM AFFECTER-VISITE-ENTRETIEN
                   WHEN '8'
                       PERFORM ANNULER-JOURNEE-INTEMPERIES
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
      *>    Affecte un travail accepte a une equipe et a une date ;
      *>    l'equipe doit exister et etre active, et une equipe deja
      *>    prise ce jour-la est refusee (une pose par jour et par
      *>    equipe). Le materiel exige par le type de cloture est
      *>    reserve pour la journee ; s'il en manque, le chantier ne
      *>    part que si l'on confirme, sans l'engin indisponible.
           DISPLAY "Client du chantier accepte"
           CALL 'choisir_client_jardin' USING ws-numero-client-choisi,
               ws-client-choisi, ws-creation-client
           IF ws-numero-client-choisi = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHER-TRAVAIL-ACCEPTE
           IF ws-travail-trouve = 'N' THEN
               DISPLAY "/!\ Aucun travail accepte pour ce client"
                       DISPLAY "/!\ Cette equipe est deja prise le ",
                                   ws-date-pose
                   ELSE
                       MOVE ws-cloture-choisie TO ws-type-besoin
                       PERFORM VERIFIER-MATERIEL-DU-JOUR
                       IF ws-materiel-accepte = 'N' THEN
                           DISPLAY "/!\ Chantier non planifie"
                       ELSE
                           OPEN EXTEND planning
                           IF ws-file-status-planning = '35' THEN
                               OPEN OUTPUT planning
                           END-IF
                           MOVE ws-code-equipe TO pl-equipe
                           MOVE ws-date-pose TO pl-date
                           MOVE ws-client-choisi TO pl-client
                           MOVE ws-numero-client-choisi
                               TO pl-numero-client
                           MOVE ws-cloture-choisie TO pl-type-cloture
                           SET pl-planifie TO TRUE
                           WRITE ligne-planning
                           END-WRITE
                           CLOSE planning
                           PERFORM PASSER-TRAVAIL-EN-CHANTIER
                           PERFORM RESERVER-MATERIEL
                           DISPLAY "--> Chantier planifie pour ",
                                       ws-code-equipe, " le ",
                                       ws-date-pose
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PLANIFIER-INTERVENTION-SAV.
      *>    Un appel de service apres-vente se planifie comme un
      *>    petit chantier : une equipe active, une date ou elle est
      *>    libre, et une ligne de planning au type INTERVENTION SAV
      *>    qui prend la journee de l'equipe et sort sur sa feuille
      *>    de route avec le motif de l'appel.
           DISPLAY "Numero de l'appel SAV :"
           ACCEPT ws-numero-appel
           PERFORM RECHERCHER-APPEL-OUVERT
           IF ws-appel-trouve = 'N' THEN
               DISPLAY "/!\ Appel inconnu, clos ou deja planifie"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Client ", ws-client-choisi, " - ",
                       ws-cloture-choisie
           DISPLAY "Code de l'equipe :"
           ACCEPT ws-code-equipe
           PERFORM VALIDER-EQUIPE
           IF ws-equipe-valide = 'N' THEN
               DISPLAY "/!\ Equipe inconnue ou dissoute"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date de l'intervention (AAAAMMJJ) :"
           ACCEPT ws-date-pose
           PERFORM VERIFIER-DATE-LIBRE
           IF ws-date-prise = 'O' THEN
               DISPLAY "/!\ Cette equipe est deja prise le ",
                           ws-date-pose
               EXIT PARAGRAPH
           END-IF
           MOVE "INTERVENTION SAV" TO ws-type-besoin
           PERFORM VERIFIER-MATERIEL-DU-JOUR
           IF ws-materiel-accepte = 'N' THEN
               DISPLAY "/!\ Intervention non planifiee"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND planning
           IF ws-file-status-planning = '35' THEN
               OPEN OUTPUT planning
           END-IF
           MOVE ws-code-equipe TO pl-equipe
           MOVE ws-date-pose TO pl-date
           MOVE ws-client-choisi TO pl-client
           MOVE ws-numero-client-choisi TO pl-numero-client
           MOVE "INTERVENTION SAV" TO pl-type-cloture
           SET pl-planifie TO TRUE
           WRITE ligne-planning
           END-WRITE
           CLOSE planning
           PERFORM MARQUER-APPEL-PLANIFIE
           PERFORM RESERVER-MATERIEL
           DISPLAY "--> Intervention ", ws-numero-appel,
                       " planifiee pour ", ws-code-equipe, " le ",
                       ws-date-pose.

       RECHERCHER-APPEL-OUVERT.
           MOVE 'N' TO ws-appel-trouve
           MOVE 'N' TO fin_appels
           OPEN INPUT appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-numero = ws-numero-appel
                                   AND sav-ouvert THEN
                               MOVE 'O' TO ws-appel-trouve
                               MOVE sav-client TO ws-client-choisi
                               MOVE sav-numero-client
                                   TO ws-numero-client-choisi
                               MOVE sav-type-cloture
                                   TO ws-cloture-choisie
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       MARQUER-APPEL-PLANIFIE.
           MOVE 'N' TO fin_appels
           OPEN I-O appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-numero = ws-numero-appel THEN
                               MOVE ws-code-equipe
                                   TO sav-equipe-intervention
                               MOVE ws-date-pose
                                   TO sav-date-intervention
                               SET sav-planifie TO TRUE
                               REWRITE appel-sav-record
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       AFFECTER-VISITE-ENTRETIEN.
      *>    Les visites des contrats d'entretien arrivent du
      *>    traitement mensuel sans equipe ni jour : on en choisit
      *>    une, et elle prend une equipe active et un jour ou celle-ci
      *>    est libre, comme un petit chantier.
           MOVE ZERO TO ws-rang-visite
           MOVE 'N' TO fin_planning
           OPEN INPUT planning
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pl-a-affecter THEN
                               ADD 1 TO ws-rang-visite
                               DISPLAY ws-rang-visite, ") ",
                                   pl-client, " ", pl-type-cloture,
                                   " mois ", pl-date(1:6)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning
           END-IF
           IF ws-rang-visite = ZERO THEN
               DISPLAY "Aucune visite d'entretien a affecter"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de la visite a affecter :"
           ACCEPT ws-rang-choisi
           DISPLAY "Code de l'equipe :"
           ACCEPT ws-code-equipe
           PERFORM VALIDER-EQUIPE
           IF ws-equipe-valide = 'N' THEN
               DISPLAY "/!\ Equipe inconnue ou dissoute"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date de la visite (AAAAMMJJ) :"
           ACCEPT ws-date-pose
           PERFORM VERIFIER-DATE-LIBRE
           IF ws-date-prise = 'O' THEN
               DISPLAY "/!\ Cette equipe est deja prise le ",
                           ws-date-pose
               EXIT PARAGRAPH
           END-IF
      *>    Les visites d'entretien partagent les besoins en materiel
      *>    inscrits au type ENTRETIEN (tondeuse, taille-haie...).
           MOVE "ENTRETIEN" TO ws-type-besoin
           PERFORM VERIFIER-MATERIEL-DU-JOUR
           IF ws-materiel-accepte = 'N' THEN
               DISPLAY "/!\ Visite non affectee"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-rang-visite
           MOVE 'N' TO ws-visite-affectee
           MOVE 'N' TO fin_planning
           OPEN I-O planning
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pl-a-affecter THEN
                               ADD 1 TO ws-rang-visite
                               IF ws-rang-visite = ws-rang-choisi
                                       THEN
                                   MOVE ws-code-equipe TO pl-equipe
                                   MOVE ws-date-pose TO pl-date
                                   SET pl-planifie TO TRUE
                                   REWRITE ligne-planning
                                   MOVE pl-client TO ws-client-choisi
                                   MOVE pl-numero-client
                                       TO ws-numero-client-choisi
                                   MOVE 'O' TO ws-visite-affectee
                                   MOVE 'Y' TO fin_planning
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning
           END-IF
           IF ws-visite-affectee = 'O' THEN
               PERFORM RESERVER-MATERIEL
               DISPLAY "--> Visite affectee a ", ws-code-equipe,
                           " le ", ws-date-pose
           ELSE
               DISPLAY "/!\ Aucune visite de ce rang"
           END-IF.

       ANNULER-JOURNEE-INTEMPERIES.
      *>    Journee de pluie : tous les chantiers planifies ce jour-la
      *>    (pour une equipe, ou pour toutes si le code est laisse a
      *>    blanc) partent au prochain jour ouvre ou leur equipe est
      *>    libre, feries et week-ends enjambes. Une equipe sans place
      *>    dans l'horizon cede le chantier a l'equipe active libre le
      *>    plus tot. La liste des clients a appeler sort avec
      *>    l'ancienne et la nouvelle date.
           DISPLAY "Date de la journee annulee (AAAAMMJJ) :"
           ACCEPT ws-date-annulee
           DISPLAY "Code de l'equipe (blanc pour toutes) :"
           MOVE SPACES TO ws-equipe-filtre
           ACCEPT ws-equipe-filtre
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CHARGER-HORIZON
           PERFORM CHARGER-EQUIPES-ACTIVES
           PERFORM RELEVER-CHANTIERS-DU-JOUR
           IF td-nombre = ZERO THEN
               DISPLAY "Aucun chantier planifie ce jour-la"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-nombre-deplaces
           MOVE ZERO TO ws-nombre-non-places
           PERFORM VARYING td-i FROM 1 BY 1 UNTIL td-i > td-nombre
               PERFORM REPLACER-UN-CHANTIER
           END-PERFORM
           PERFORM REECRIRE-CHANTIERS-DEPLACES
           PERFORM ECRIRE-LISTE-APPELS
           DISPLAY "--> ", ws-nombre-deplaces,
                       " chantier(s) decale(s), ", ws-nombre-non-places,
                       " a replanifier a la main"
           DISPLAY "--> Clients a appeler dans ", ws-nom-liste-appels.

       CHARGER-CALENDRIER-FERIES.
           MOVE ZERO TO tf-nombre
           MOVE 'N' TO fin_feries
           OPEN INPUT calendrier_feries
           IF ws-file-status-feries = '00' THEN
               PERFORM UNTIL fin_feries = 'Y'
                   READ calendrier_feries
                       AT END
                           MOVE 'Y' TO fin_feries
                       NOT AT END
                           IF tf-nombre < 50 THEN
                               ADD 1 TO tf-nombre
                               MOVE fer-date TO tf-date(tf-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE calendrier_feries
           END-IF.

       CHARGER-HORIZON.
           MOVE 10 TO ws-horizon
           OPEN INPUT horizon_intemperies
           IF ws-file-status-horizon = '00' THEN
               READ horizon_intemperies
                   AT END
                       CONTINUE
                   NOT AT END
                       IF hz-jours-ouvres > ZERO THEN
                           MOVE hz-jours-ouvres TO ws-horizon
                       END-IF
               END-READ
               CLOSE horizon_intemperies
           END-IF.

       CHARGER-EQUIPES-ACTIVES.
           MOVE ZERO TO te-nombre
           MOVE 'N' TO fin_equipes
           OPEN INPUT equipes
           IF ws-file-status-equipes = '00' THEN
               PERFORM UNTIL fin_equipes = 'Y'
                   READ equipes
                       AT END
                           MOVE 'Y' TO fin_equipes
                       NOT AT END
                           IF eq-active AND te-nombre < 30 THEN
                               ADD 1 TO te-nombre
                               MOVE eq-code TO te-code(te-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE equipes
           END-IF.

       RELEVER-CHANTIERS-DU-JOUR.
           MOVE ZERO TO td-nombre
           MOVE ZERO TO ws-rang-ligne
           MOVE 'N' TO fin_planning
           OPEN INPUT planning
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           ADD 1 TO ws-rang-ligne
                           IF pl-planifie
                                   AND pl-date = ws-date-annulee
                                   AND (ws-equipe-filtre = SPACES
                                   OR pl-equipe = ws-equipe-filtre)
                                   AND td-nombre < 50 THEN
                               ADD 1 TO td-nombre
                               MOVE ws-rang-ligne TO td-rang(td-nombre)
                               MOVE pl-equipe TO td-equipe(td-nombre)
                               MOVE pl-client TO td-client(td-nombre)
                               MOVE pl-numero-client
                                   TO td-numero-client(td-nombre)
                               MOVE pl-type-cloture
                                   TO td-type-cloture(td-nombre)
                               MOVE SPACES
                                   TO td-nouvelle-equipe(td-nombre)
                               MOVE ZERO
                                   TO td-nouvelle-date(td-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning
           END-IF.

       REPLACER-UN-CHANTIER.
      *>    Le jour retenu doit aussi offrir le materiel du chantier ;
      *>    il y est reserve aussitot, pour que les chantiers suivants
      *>    de la journee annulee voient ces reservations.
           IF td-type-cloture(td-i)(1:10) = "ENTRETIEN " THEN
               MOVE "ENTRETIEN" TO ws-type-besoin
           ELSE
               MOVE td-type-cloture(td-i) TO ws-type-besoin
           END-IF
           PERFORM CHARGER-BESOINS
           MOVE td-equipe(td-i) TO ws-code-equipe
           PERFORM CHERCHER-JOUR-LIBRE
           MOVE ws-date-trouvee TO ws-meilleure-date
           MOVE td-equipe(td-i) TO ws-meilleure-equipe
           IF ws-meilleure-date = ZERO THEN
               PERFORM VARYING te-i FROM 1 BY 1 UNTIL te-i > te-nombre
                   IF te-code(te-i) NOT = td-equipe(td-i) THEN
                       MOVE te-code(te-i) TO ws-code-equipe
                       PERFORM CHERCHER-JOUR-LIBRE
                       IF ws-date-trouvee NOT = ZERO
                               AND (ws-meilleure-date = ZERO
                               OR ws-date-trouvee < ws-meilleure-date)
                               THEN
                           MOVE ws-date-trouvee TO ws-meilleure-date
                           MOVE te-code(te-i) TO ws-meilleure-equipe
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF ws-meilleure-date = ZERO THEN
               ADD 1 TO ws-nombre-non-places
           ELSE
               MOVE ws-meilleure-equipe TO td-nouvelle-equipe(td-i)
               MOVE ws-meilleure-date TO td-nouvelle-date(td-i)
               ADD 1 TO ws-nombre-deplaces
               PERFORM DEPLACER-RESERVATIONS
           END-IF.

       CHERCHER-JOUR-LIBRE.
      *>    Premier jour ouvre apres la journee annulee, dans
      *>    l'horizon, ou l'equipe ws-code-equipe n'a rien au planning
      *>    ni rien recu des chantiers deja decales par cette
      *>    annulation, et ou tout le materiel du chantier est libre.
           MOVE ZERO TO ws-date-trouvee
           MOVE ZERO TO ws-jours-ouvres-vus
           MOVE ws-date-annulee TO ws-date-candidate
           PERFORM UNTIL ws-date-trouvee NOT = ZERO
                   OR ws-jours-ouvres-vus >= ws-horizon
               COMPUTE ws-jours-entiers = FUNCTION
                   INTEGER-OF-DATE(ws-date-candidate) + 1
               MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                   TO ws-date-candidate
               PERFORM CONTROLER-JOUR-OUVRE
               IF ws-jour-ouvre = 'O' THEN
                   ADD 1 TO ws-jours-ouvres-vus
                   MOVE ws-date-candidate TO ws-date-pose
                   PERFORM VERIFIER-DATE-LIBRE
                   PERFORM VARYING td-k FROM 1 BY 1
                           UNTIL td-k >= td-i
                       IF td-nouvelle-equipe(td-k) = ws-code-equipe
                               AND td-nouvelle-date(td-k)
                                   = ws-date-candidate THEN
                           MOVE 'O' TO ws-date-prise
                       END-IF
                   END-PERFORM
                   IF ws-date-prise = 'N' AND tb-nombre > ZERO THEN
                       MOVE ws-date-candidate TO ws-date-materiel
                       PERFORM CONTROLER-MATERIEL
                       IF ws-nombre-conflits > ZERO THEN
                           MOVE 'O' TO ws-date-prise
                       END-IF
                   END-IF
                   IF ws-date-prise = 'N' THEN
                       MOVE ws-date-candidate TO ws-date-trouvee
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-JOUR-OUVRE.
      *>    Le jour 1 du calendrier interne (FUNCTION
      *>    INTEGER-OF-DATE) etant un lundi, le reste de la division
      *>    par 7 donne 6 pour un samedi et 0 pour un dimanche.
           MOVE 'O' TO ws-jour-ouvre
           COMPUTE ws-jour-semaine = FUNCTION MOD(FUNCTION
               INTEGER-OF-DATE(ws-date-candidate), 7)
           IF ws-jour-semaine = 0 OR ws-jour-semaine = 6 THEN
               MOVE 'N' TO ws-jour-ouvre
           END-IF
           PERFORM VARYING tf-i FROM 1 BY 1 UNTIL tf-i > tf-nombre
               IF tf-date(tf-i) = ws-date-candidate THEN
                   MOVE 'N' TO ws-jour-ouvre
               END-IF
           END-PERFORM.

       REECRIRE-CHANTIERS-DEPLACES.
      *>    Les lignes sont retrouvees par leur rang dans le fichier,
      *>    releve au premier passage ; une intervention SAV deplacee
      *>    emporte la date de son appel.
           MOVE ZERO TO ws-rang-ligne
           MOVE 'N' TO fin_planning
           OPEN I-O planning
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           ADD 1 TO ws-rang-ligne
                           PERFORM VARYING td-i FROM 1 BY 1
                                   UNTIL td-i > td-nombre
                               IF td-rang(td-i) = ws-rang-ligne
                                       AND td-nouvelle-date(td-i)
                                           NOT = ZERO THEN
                                   MOVE td-nouvelle-equipe(td-i)
                                       TO pl-equipe
                                   MOVE td-nouvelle-date(td-i)
                                       TO pl-date
                                   REWRITE ligne-planning
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE planning
           END-IF
           PERFORM VARYING td-i FROM 1 BY 1 UNTIL td-i > td-nombre
               IF td-type-cloture(td-i) = "INTERVENTION SAV"
                       AND td-nouvelle-date(td-i) NOT = ZERO THEN
                   PERFORM DEPLACER-APPEL-SAV
               END-IF
           END-PERFORM.

       DEPLACER-APPEL-SAV.
           MOVE 'N' TO fin_appels
           OPEN I-O appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-planifie
                                   AND sav-numero-client
                                       = td-numero-client(td-i)
                                   AND sav-equipe-intervention
                                       = td-equipe(td-i)
                                   AND sav-date-intervention
                                       = ws-date-annulee THEN
                               MOVE td-nouvelle-equipe(td-i)
                                   TO sav-equipe-intervention
                               MOVE td-nouvelle-date(td-i)
                                   TO sav-date-intervention
                               REWRITE appel-sav-record
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       ECRIRE-LISTE-APPELS.
           MOVE SPACES TO ws-nom-liste-appels
           STRING "appels_intemperies_" DELIMITED BY SIZE
                   ws-date-annulee DELIMITED BY SIZE
               INTO ws-nom-liste-appels
           OPEN OUTPUT liste_appels
           MOVE SPACES TO ligne-appel
           STRING "CLIENTS A APPELER - JOURNEE DU " DELIMITED BY SIZE
                   ws-date-annulee DELIMITED BY SIZE
                   " ANNULEE (INTEMPERIES)" DELIMITED BY SIZE
               INTO ligne-appel
           WRITE ligne-appel
           PERFORM VARYING td-i FROM 1 BY 1 UNTIL td-i > td-nombre
               PERFORM RETROUVER-TELEPHONE
               MOVE SPACES TO ligne-appel
               IF td-nouvelle-date(td-i) = ZERO THEN
                   STRING td-client(td-i) DELIMITED BY SIZE
                           " tel " DELIMITED BY SIZE
                           ws-telephone DELIMITED BY SIZE
                           " ancien " DELIMITED BY SIZE
                           ws-date-annulee DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           td-equipe(td-i) DELIMITED BY SIZE
                           " nouveau A REPLANIFIER" DELIMITED BY SIZE
                       INTO ligne-appel
               ELSE
                   STRING td-client(td-i) DELIMITED BY SIZE
                           " tel " DELIMITED BY SIZE
                           ws-telephone DELIMITED BY SIZE
                           " ancien " DELIMITED BY SIZE
                           ws-date-annulee DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           td-equipe(td-i) DELIMITED BY SIZE
                           " nouveau " DELIMITED BY SIZE
                           td-nouvelle-date(td-i) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           td-nouvelle-equipe(td-i) DELIMITED BY SIZE
                       INTO ligne-appel
               END-IF
               WRITE ligne-appel
           END-PERFORM
           CLOSE liste_appels.

       RETROUVER-TELEPHONE.
           MOVE SPACES TO ws-telephone
           MOVE 'N' TO fin_clients
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF clj-numero = td-numero-client(td-i)
                               MOVE clj-telephone TO ws-telephone
                               MOVE 'Y' TO fin_clients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF.

       DEPLACER-RESERVATIONS.
      *>    Les reservations de la journee annulee tombent, et le
      *>    materiel du chantier est reserve au nouveau jour, y compris
      *>    celui qui manquait a la premiere affectation.
           MOVE 'N' TO fin_reservations
           OPEN I-O reservations_materiel
           IF ws-file-status-reservations = '00' THEN
               PERFORM UNTIL fin_reservations = 'Y'
                   READ reservations_materiel
                       AT END
                           MOVE 'Y' TO fin_reservations
                       NOT AT END
                           IF rm-active
                                   AND rm-date = ws-date-annulee
                                   AND rm-equipe = td-equipe(td-i)
                                   AND rm-numero-client
                                       = td-numero-client(td-i) THEN
                               SET rm-annulee TO TRUE
                               REWRITE reservation-materiel-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reservations_materiel
           END-IF
           MOVE td-nouvelle-equipe(td-i) TO ws-code-equipe
           MOVE td-nouvelle-date(td-i) TO ws-date-pose
           MOVE td-client(td-i) TO ws-client-choisi
           MOVE td-numero-client(td-i) TO ws-numero-client-choisi
           MOVE ws-date-pose TO ws-date-materiel
           PERFORM CONTROLER-MATERIEL
           PERFORM RESERVER-MATERIEL.

       VERIFIER-MATERIEL-DU-JOUR.
      *>    Materiel exige par ws-type-besoin le jour ws-date-pose :
      *>    chaque engin indisponible est signale, et l'affectation
      *>    n'est acceptee qu'avec confirmation ; seul le materiel
      *>    libre sera alors reserve.
           MOVE 'O' TO ws-materiel-accepte
           PERFORM CHARGER-BESOINS
           IF tb-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-date-pose TO ws-date-materiel
           PERFORM CONTROLER-MATERIEL
           IF ws-nombre-conflits = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING tb-i FROM 1 BY 1 UNTIL tb-i > tb-nombre
               IF tb-dispo(tb-i) = 'N' THEN
                   DISPLAY "/!\ Materiel ", tb-code(tb-i),
                               " indisponible le ", ws-date-pose,
                               " : ", tb-motif(tb-i)
               END-IF
           END-PERFORM
           DISPLAY "Planifier quand meme, sans ce materiel (O/N) ?"
           ACCEPT ws-materiel-accepte
           IF ws-materiel-accepte NOT = 'O' THEN
               MOVE 'N' TO ws-materiel-accepte
           END-IF.

       CHARGER-BESOINS.
           MOVE ZERO TO tb-nombre
           MOVE 'N' TO fin_besoins
           OPEN INPUT besoins_materiel
           IF ws-file-status-besoins = '00' THEN
               PERFORM UNTIL fin_besoins = 'Y'
                   READ besoins_materiel
                       AT END
                           MOVE 'Y' TO fin_besoins
                       NOT AT END
                           IF bm-type-cloture = ws-type-besoin
                                   AND tb-nombre < 10 THEN
                               ADD 1 TO tb-nombre
                               MOVE bm-code-materiel
                                   TO tb-code(tb-nombre)
                               MOVE 'O' TO tb-dispo(tb-nombre)
                               MOVE SPACES TO tb-motif(tb-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE besoins_materiel
           END-IF.

       CONTROLER-MATERIEL.
      *>    Disponibilite de chaque engin de table-besoins le jour
      *>    ws-date-materiel : hors service, periode d'entretien,
      *>    entretien sans date de retour, ou tous les engins du meme
      *>    code deja reserves ce jour-la.
           MOVE ZERO TO ws-nombre-conflits
           PERFORM VARYING tb-i FROM 1 BY 1 UNTIL tb-i > tb-nombre
               PERFORM CONTROLER-UN-MATERIEL
               IF tb-dispo(tb-i) = 'N' THEN
                   ADD 1 TO ws-nombre-conflits
               END-IF
           END-PERFORM.

       CONTROLER-UN-MATERIEL.
           MOVE 'O' TO tb-dispo(tb-i)
           MOVE SPACES TO tb-motif(tb-i)
           MOVE 'N' TO ws-materiel-trouve
           MOVE 'N' TO fin_materiel
           OPEN INPUT materiel
           IF ws-file-status-materiel = '00' THEN
               PERFORM UNTIL fin_materiel = 'Y'
                   READ materiel
                       AT END
                           MOVE 'Y' TO fin_materiel
                       NOT AT END
                           IF mat-code = tb-code(tb-i) THEN
                               MOVE 'O' TO ws-materiel-trouve
                               MOVE mat-quantite TO ws-quantite-parc
                               MOVE 'Y' TO fin_materiel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE materiel
           END-IF
           IF ws-materiel-trouve = 'N' THEN
               MOVE 'N' TO tb-dispo(tb-i)
               MOVE "materiel inconnu" TO tb-motif(tb-i)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN mat-hors-service
                   MOVE 'N' TO tb-dispo(tb-i)
                   MOVE "hors service" TO tb-motif(tb-i)
               WHEN mat-entretien-debut NOT = ZERO
                       AND ws-date-materiel >= mat-entretien-debut
                       AND ws-date-materiel <= mat-entretien-fin
                   MOVE 'N' TO tb-dispo(tb-i)
                   STRING "en entretien jusqu'au " DELIMITED BY SIZE
                           mat-entretien-fin DELIMITED BY SIZE
                       INTO tb-motif(tb-i)
               WHEN mat-en-entretien
                       AND (mat-entretien-fin = ZERO
                       OR ws-date-materiel <= mat-entretien-fin)
                   MOVE 'N' TO tb-dispo(tb-i)
                   MOVE "en entretien" TO tb-motif(tb-i)
           END-EVALUATE
           IF tb-dispo(tb-i) = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-nombre-reserves
           MOVE 'N' TO fin_reservations
           OPEN INPUT reservations_materiel
           IF ws-file-status-reservations = '00' THEN
               PERFORM UNTIL fin_reservations = 'Y'
                   READ reservations_materiel
                       AT END
                           MOVE 'Y' TO fin_reservations
                       NOT AT END
                           IF rm-active
                                   AND rm-code-materiel = tb-code(tb-i)
                                   AND rm-date = ws-date-materiel THEN
                               ADD 1 TO ws-nombre-reserves
                               IF ws-nombre-reserves >= ws-quantite-parc
                                       THEN
                                   MOVE 'N' TO tb-dispo(tb-i)
                                   STRING "deja reserve par "
                                           DELIMITED BY SIZE
                                           rm-equipe DELIMITED BY SIZE
                                       INTO tb-motif(tb-i)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reservations_materiel
           END-IF.

       RESERVER-MATERIEL.
      *>    Reserve pour l'equipe ws-code-equipe, le jour ws-date-pose
      *>    et le client choisi, le materiel reste libre apres
      *>    VERIFIER-MATERIEL-DU-JOUR.
           IF tb-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND reservations_materiel
           IF ws-file-status-reservations = '35' THEN
               OPEN OUTPUT reservations_materiel
           END-IF
           PERFORM VARYING tb-i FROM 1 BY 1 UNTIL tb-i > tb-nombre
               IF tb-dispo(tb-i) = 'O' THEN
                   MOVE tb-code(tb-i) TO rm-code-materiel
                   MOVE ws-date-pose TO rm-date
                   MOVE ws-code-equipe TO rm-equipe
                   MOVE ws-numero-client-choisi TO rm-numero-client
                   MOVE ws-client-choisi TO rm-client
                   SET rm-active TO TRUE
                   WRITE reservation-materiel-record
                   END-WRITE
                   DISPLAY "--> Materiel ", tb-code(tb-i), " reserve"
               END-IF
           END-PERFORM
           CLOSE reservations_materiel.

       PASSER-TRAVAIL-EN-CHANTIER.
      *>    Le travail accepte qui vient d'etre affecte a une equipe
      *>    passe au statut en chantier dans travaux_jardin : la
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client
                                   = ws-numero-client-choisi
                                   AND trav-type-cloture =
                                       ws-cloture-choisie
                                   AND trav-accepte
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client
                                   = ws-numero-client-choisi
                                   AND (trav-accepte
                                       OR trav-en-chantier) THEN
                               MOVE 'O' TO ws-travail-trouve
                   pl-client DELIMITED BY SIZE
               INTO ligne-feuille
           WRITE ligne-feuille
           PERFORM ECRIRE-MATERIEL-A-CHARGER
           IF pl-type-cloture = "INTERVENTION SAV" THEN
               PERFORM ECRIRE-MOTIF-SAV
               EXIT PARAGRAPH
           END-IF
           IF pl-type-cloture(1:10) = "ENTRETIEN " THEN
               PERFORM ECRIRE-PRESTATIONS-ENTRETIEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RETROUVER-DIMENSIONS-DEVIS
           MOVE SPACES TO ligne-feuille
           STRING "  Cloture " DELIMITED BY SIZE
               INTO ligne-feuille
           WRITE ligne-feuille.

       ECRIRE-MATERIEL-A-CHARGER.
      *>    Le materiel reserve pour ce chantier, a charger au depot
      *>    avant le depart de l'equipe.
           MOVE 'N' TO fin_reservations
           OPEN INPUT reservations_materiel
           IF ws-file-status-reservations = '00' THEN
               PERFORM UNTIL fin_reservations = 'Y'
                   READ reservations_materiel
                       AT END
                           MOVE 'Y' TO fin_reservations
                       NOT AT END
                           IF rm-active
                                   AND rm-date = pl-date
                                   AND rm-equipe = pl-equipe
                                   AND rm-numero-client
                                       = pl-numero-client THEN
                               PERFORM RETROUVER-LIBELLE-MATERIEL
                               MOVE SPACES TO ligne-feuille
                               STRING "  Materiel a charger : "
                                       DELIMITED BY SIZE
                                       rm-code-materiel
                                       DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       ws-libelle-materiel
                                       DELIMITED BY SIZE
                                   INTO ligne-feuille
                               WRITE ligne-feuille
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reservations_materiel
           END-IF.

       RETROUVER-LIBELLE-MATERIEL.
           MOVE SPACES TO ws-libelle-materiel
           MOVE 'N' TO fin_materiel
           OPEN INPUT materiel
           IF ws-file-status-materiel = '00' THEN
               PERFORM UNTIL fin_materiel = 'Y'
                   READ materiel
                       AT END
                           MOVE 'Y' TO fin_materiel
                       NOT AT END
                           IF mat-code = rm-code-materiel THEN
                               MOVE mat-libelle TO ws-libelle-materiel
                               MOVE 'Y' TO fin_materiel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE materiel
           END-IF.

       ECRIRE-MOTIF-SAV.
      *>    L'intervention part avec le motif de l'appel et la
      *>    cloture concernee au lieu des dimensions d'un devis.
           MOVE 'N' TO fin_appels
           OPEN INPUT appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-planifie
                                   AND sav-equipe-intervention
                                       = pl-equipe
                                   AND sav-date-intervention
                                       = pl-date
                                   AND sav-numero-client
                                       = pl-numero-client THEN
                               MOVE SPACES TO ligne-feuille
                               STRING "  Intervention SAV "
                                       DELIMITED BY SIZE
                                       sav-numero DELIMITED BY SIZE
                                       " sur " DELIMITED BY SIZE
                                       sav-type-cloture
                                       DELIMITED BY SIZE
                                   INTO ligne-feuille
                               WRITE ligne-feuille
                               MOVE SPACES TO ligne-feuille
                               STRING "  Motif : " DELIMITED BY SIZE
                                       sav-motif DELIMITED BY SIZE
                                   INTO ligne-feuille
                               WRITE ligne-feuille
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       ECRIRE-PRESTATIONS-ENTRETIEN.
      *>    La visite d'entretien part avec les prestations de son
      *>    contrat, dont le numero suit le mot ENTRETIEN.
           MOVE pl-type-cloture(11:6) TO ws-numero-contrat
           MOVE 'N' TO fin_contrats
           OPEN INPUT contrats_entretien
           IF ws-file-status-contrats = '00' THEN
               PERFORM UNTIL fin_contrats = 'Y'
                   READ contrats_entretien
                       AT END
                           MOVE 'Y' TO fin_contrats
                       NOT AT END
                           IF ce-numero = ws-numero-contrat THEN
                               MOVE SPACES TO ligne-feuille
                               STRING "  Entretien contrat "
                                       DELIMITED BY SIZE
                                       ce-numero DELIMITED BY SIZE
                                       " : " DELIMITED BY SIZE
                                       ce-prestations
                                       DELIMITED BY SIZE
                                   INTO ligne-feuille
                               WRITE ligne-feuille
                               MOVE 'Y' TO fin_contrats
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE contrats_entretien
           END-IF.

       RETROUVER-DIMENSIONS-DEVIS.
      *>    Reprend la forme, les dimensions et les metres a poser
      *>    du devis d'origine, pour que la feuille parte avec tout
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client
                                   = pl-numero-client
                                   AND trav-type-cloture =
                                       pl-type-cloture
                                   AND (trav-accepte

       IDENTIFICATION DIVISION.
       PROGRAM-ID. conversion_clients_jardin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT travaux_jardin ASSIGN TO 'travaux_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-travaux.
           SELECT creances_jardin ASSIGN TO 'creances_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-creances.
           SELECT planning ASSIGN TO 'planning_chantiers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-planning.
           SELECT pointages ASSIGN TO 'pointages_chantiers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-pointages.
           SELECT couts_chantiers ASSIGN TO 'couts_chantiers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-couts.
           SELECT travaux_temp ASSIGN TO 'travaux_jardin_temp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-temp.
           SELECT creances_temp ASSIGN TO 'creances_jardin_temp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-temp.
           SELECT planning_temp ASSIGN TO 'planning_chantiers_temp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-temp.
           SELECT pointages_temp ASSIGN TO 'pointages_chantiers_temp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-temp.
           SELECT couts_temp ASSIGN TO 'couts_chantiers_temp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-temp.
           SELECT clients_jardin ASSIGN TO 'clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-clients.
           SELECT compteur_clients_jardin
           ASSIGN TO 'compteur_clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT rapport_conversion ASSIGN TO
               'rapport_conversion_clients'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD travaux_jardin.
           COPY cptravaux.
       FD creances_jardin.
           COPY cpcreance.
       FD planning.
           COPY cpplanning.
       FD pointages.
           COPY cppointage.
       FD couts_chantiers.
           COPY cpcoutchantier.
      *>    Fichiers provisoires de la reecriture : les anciennes
      *>    lignes, plus courtes que l'enregistrement portant le
      *>    numero de client, ne se rallongent pas par REWRITE ; le
      *>    fichier est recopie complet puis remplace l'original
      *>    (meme principe que archive_mensuel).
       FD travaux_temp.
       01  ligne-travaux-temp PIC X(125).
       FD creances_temp.
       01  creance-temp PIC X(68).
       FD planning_temp.
       01  ligne-planning-temp PIC X(69).
       FD pointages_temp.
       01  pointage-temp PIC X(80).
       FD couts_temp.
       01  cout-chantier-temp PIC X(91).
       FD clients_jardin.
           COPY cpclientjardin.
       FD compteur_clients_jardin.
       01  compteur-clients-record.
           05  cpt-dernier-client PIC 9(6).
       FD rapport_conversion.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-travaux PIC XX.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-planning PIC XX.
       01  ws-file-status-pointages PIC XX.
       01  ws-file-status-couts PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-temp PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-nom-lu PIC X(30).
       01  ws-numero-retenu PIC 9(6).
       01  ws-nom-retenu PIC X(30).
      *>    Cle de rapprochement d'un nom libre : le premier mot en
      *>    majuscules sans ponctuation, suivi de l'initiale du
      *>    second - "Dupont J." et "DUPONT Jean" donnent tous deux
      *>    DUPONT J.
       01  ws-nom-normalise PIC X(30).
       01  ws-blancs-en-tete PIC 9(2).
       01  ws-mot-1 PIC X(30).
       01  ws-mot-2 PIC X(30).
       01  ws-cle.
           05  ws-cle-nom      PIC X(30).
           05  ws-cle-initiale PIC X(1).
       01  ws-longueur-nom PIC 9(2).
       01  ws-longueur-retenue PIC 9(2).
      *>    Un poste par orthographe rencontree dans les fichiers,
      *>    rattache au client qu'elle designe.
       01  table-noms.
           05  nm-entry OCCURS 3000 TIMES INDEXED BY nm-i.
               10  nm-nom             PIC X(30).
               10  nm-client          PIC 9(4).
       01  nm-nombre PIC 9(4) VALUE ZERO.
      *>    Un poste par client retenu : sa cle, le numero attribue
      *>    et le nom garde pour la fiche (la variante la plus
      *>    complete).
       01  table-clients.
           05  cl-entry OCCURS 2000 TIMES INDEXED BY cl-i.
               10  cl-cle             PIC X(31).
               10  cl-nom             PIC X(30).
               10  cl-variantes       PIC 9(3).
       01  cl-nombre PIC 9(4) VALUE ZERO.
       01  ws-trouve PIC X VALUE 'N'.
       01  ws-table-pleine PIC X VALUE 'N'.
       01  ws-deja-convertie PIC X VALUE 'N'.
       01  ws-nombre-lignes PIC 9(7) VALUE ZERO.
       01  ws-nombre-fusions PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Reprise unique des noms libres du jardin vers le fichier
      *>    des clients : les noms de travaux_jardin, creances_jardin,
      *>    planning_chantiers, pointages_chantiers et couts_chantiers
      *>    sont recenses, les orthographes d'un meme client
      *>    rapprochees par leur cle (premier mot et initiale du
      *>    second, sans casse ni ponctuation) et fusionnees sous un
      *>    seul numero. Chaque ligne des cinq fichiers recoit ce
      *>    numero et le nom de la fiche ; le rapport de reprise
      *>    liste chaque client avec les orthographes fusionnees, a
      *>    faire verifier par le bureau. Refusee si le fichier des
      *>    clients existe deja.
           DISPLAY "Reprise des noms de clients du jardin"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               READ clients_jardin
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'O' TO ws-deja-convertie
               END-READ
               CLOSE clients_jardin
           END-IF
           IF ws-deja-convertie = 'O' THEN
               DISPLAY "/!\ clients_jardin existe deja, reprise",
                           " refusee"
               STOP RUN
           END-IF

           PERFORM RECENSER-TRAVAUX
           PERFORM RECENSER-CREANCES
           PERFORM RECENSER-PLANNING
           PERFORM RECENSER-POINTAGES
           PERFORM RECENSER-COUTS
           IF ws-table-pleine = 'O' THEN
               DISPLAY "/!\ Trop de noms differents, reprise",
                           " abandonnee sans modification"
               STOP RUN
           END-IF

           PERFORM ECRIRE-FICHE-CLIENTS
           PERFORM NUMEROTER-TRAVAUX
           PERFORM NUMEROTER-CREANCES
           PERFORM NUMEROTER-PLANNING
           PERFORM NUMEROTER-POINTAGES
           PERFORM NUMEROTER-COUTS
           PERFORM ECRIRE-RAPPORT-REPRISE
           DISPLAY "Clients crees : ", cl-nombre,
                       "  orthographes fusionnees : ",
                       ws-nombre-fusions,
                       "  lignes numerotees : ", ws-nombre-lignes
           DISPLAY "Rapport ecrit dans rapport_conversion_clients"
           STOP RUN.

       RECENSER-TRAVAUX.
           MOVE 'N' TO fin_fichier
           OPEN INPUT travaux_jardin
           IF ws-file-status-travaux = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           MOVE trav-client TO ws-nom-lu
                           PERFORM RECENSER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           END-IF.

       RECENSER-CREANCES.
           MOVE 'N' TO fin_fichier
           OPEN INPUT creances_jardin
           IF ws-file-status-creances = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ creances_jardin
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           MOVE cr-client TO ws-nom-lu
                           PERFORM RECENSER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE creances_jardin
           END-IF.

       RECENSER-PLANNING.
           MOVE 'N' TO fin_fichier
           OPEN INPUT planning
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ planning
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           MOVE pl-client TO ws-nom-lu
                           PERFORM RECENSER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE planning
           END-IF.

       RECENSER-POINTAGES.
           MOVE 'N' TO fin_fichier
           OPEN INPUT pointages
           IF ws-file-status-pointages = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ pointages
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           MOVE pt-client TO ws-nom-lu
                           PERFORM RECENSER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE pointages
           END-IF.

       RECENSER-COUTS.
           MOVE 'N' TO fin_fichier
           OPEN INPUT couts_chantiers
           IF ws-file-status-couts = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ couts_chantiers
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           MOVE cc-client TO ws-nom-lu
                           PERFORM RECENSER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE couts_chantiers
           END-IF.

       RECENSER-UN-NOM.
           IF ws-nom-lu = SPACES OR ws-table-pleine = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-trouve
           PERFORM VARYING nm-i FROM 1 BY 1 UNTIL nm-i > nm-nombre
               IF nm-nom(nm-i) = ws-nom-lu THEN
                   MOVE 'O' TO ws-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-trouve = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           IF nm-nombre >= 3000 THEN
               MOVE 'O' TO ws-table-pleine
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-CLE
           MOVE 'N' TO ws-trouve
           PERFORM VARYING cl-i FROM 1 BY 1 UNTIL cl-i > cl-nombre
               IF cl-cle(cl-i) = ws-cle THEN
                   MOVE 'O' TO ws-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-trouve = 'N' THEN
               IF cl-nombre >= 2000 THEN
                   MOVE 'O' TO ws-table-pleine
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO cl-nombre
               SET cl-i TO cl-nombre
               MOVE ws-cle TO cl-cle(cl-i)
               MOVE ws-nom-lu TO cl-nom(cl-i)
               MOVE ZERO TO cl-variantes(cl-i)
           ELSE
               ADD 1 TO ws-nombre-fusions
               PERFORM GARDER-NOM-LE-PLUS-COMPLET
           END-IF
           ADD 1 TO cl-variantes(cl-i)
           ADD 1 TO nm-nombre
           SET nm-i TO nm-nombre
           MOVE ws-nom-lu TO nm-nom(nm-i)
           SET nm-client(nm-i) TO cl-i.

       CALCULER-CLE.
           MOVE ws-nom-lu TO ws-nom-normalise
           INSPECT ws-nom-normalise CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
           MOVE ZERO TO ws-blancs-en-tete
           INSPECT ws-nom-normalise TALLYING ws-blancs-en-tete
               FOR LEADING SPACE
           MOVE SPACES TO ws-mot-1
           MOVE SPACES TO ws-mot-2
           UNSTRING ws-nom-normalise(ws-blancs-en-tete + 1:)
               DELIMITED BY ALL SPACE
               INTO ws-mot-1 ws-mot-2
           END-UNSTRING
           MOVE ws-mot-1 TO ws-cle-nom
           MOVE ws-mot-2(1:1) TO ws-cle-initiale.

       GARDER-NOM-LE-PLUS-COMPLET.
      *>    "DUPONT Jean" l'emporte sur "Dupont J." pour la fiche.
           MOVE ZERO TO ws-longueur-nom
           INSPECT FUNCTION REVERSE(ws-nom-lu)
               TALLYING ws-longueur-nom FOR LEADING SPACE
           COMPUTE ws-longueur-nom = 30 - ws-longueur-nom
           MOVE ZERO TO ws-longueur-retenue
           INSPECT FUNCTION REVERSE(cl-nom(cl-i))
               TALLYING ws-longueur-retenue FOR LEADING SPACE
           COMPUTE ws-longueur-retenue = 30 - ws-longueur-retenue
           IF ws-longueur-nom > ws-longueur-retenue THEN
               MOVE ws-nom-lu TO cl-nom(cl-i)
           END-IF.

       TROUVER-CLIENT-DU-NOM.
      *>    Numero (rang dans la table des clients) et nom de fiche
      *>    du nom lu ; zero pour un nom vide.
           MOVE ZERO TO ws-numero-retenu
           MOVE ws-nom-lu TO ws-nom-retenu
           IF ws-nom-lu = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING nm-i FROM 1 BY 1 UNTIL nm-i > nm-nombre
               IF nm-nom(nm-i) = ws-nom-lu THEN
                   MOVE nm-client(nm-i) TO ws-numero-retenu
                   SET cl-i TO ws-numero-retenu
                   MOVE cl-nom(cl-i) TO ws-nom-retenu
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO ws-nombre-lignes.

       ECRIRE-FICHE-CLIENTS.
      *>    Les fiches reprises n'ont que le nom ; les coordonnees se
      *>    completent au premier devis du client.
           OPEN OUTPUT clients_jardin
           PERFORM VARYING cl-i FROM 1 BY 1 UNTIL cl-i > cl-nombre
               MOVE SPACES TO client-jardin-record
               SET clj-numero TO cl-i
               MOVE cl-nom(cl-i) TO clj-nom
               WRITE client-jardin-record
               END-WRITE
           END-PERFORM
           CLOSE clients_jardin
           OPEN OUTPUT compteur_clients_jardin
           MOVE cl-nombre TO cpt-dernier-client
           WRITE compteur-clients-record
           END-WRITE
           CLOSE compteur_clients_jardin.

       NUMEROTER-TRAVAUX.
           MOVE 'N' TO fin_fichier
           OPEN INPUT travaux_jardin
           IF ws-file-status-travaux NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT travaux_temp
           PERFORM UNTIL fin_fichier = 'Y'
               READ travaux_jardin
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       MOVE trav-client TO ws-nom-lu
                       PERFORM TROUVER-CLIENT-DU-NOM
                       MOVE ws-numero-retenu TO trav-numero-client
                       MOVE ws-nom-retenu TO trav-client
                       WRITE ligne-travaux-temp FROM ligne-travaux
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE travaux_jardin, travaux_temp
           CALL "CBL_DELETE_FILE" USING "travaux_jardin"
           CALL "CBL_RENAME_FILE" USING "travaux_jardin_temp",
               "travaux_jardin".

       NUMEROTER-CREANCES.
           MOVE 'N' TO fin_fichier
           OPEN INPUT creances_jardin
           IF ws-file-status-creances NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT creances_temp
           PERFORM UNTIL fin_fichier = 'Y'
               READ creances_jardin
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       MOVE cr-client TO ws-nom-lu
                       PERFORM TROUVER-CLIENT-DU-NOM
                       MOVE ws-numero-retenu TO cr-numero-client
                       MOVE ws-nom-retenu TO cr-client
                       WRITE creance-temp FROM creance-record
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE creances_jardin, creances_temp
           CALL "CBL_DELETE_FILE" USING "creances_jardin"
           CALL "CBL_RENAME_FILE" USING "creances_jardin_temp",
               "creances_jardin".

       NUMEROTER-PLANNING.
           MOVE 'N' TO fin_fichier
           OPEN INPUT planning
           IF ws-file-status-planning NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT planning_temp
           PERFORM UNTIL fin_fichier = 'Y'
               READ planning
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       MOVE pl-client TO ws-nom-lu
                       PERFORM TROUVER-CLIENT-DU-NOM
                       MOVE ws-numero-retenu TO pl-numero-client
                       MOVE ws-nom-retenu TO pl-client
                       WRITE ligne-planning-temp FROM ligne-planning
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE planning, planning_temp
           CALL "CBL_DELETE_FILE" USING "planning_chantiers"
           CALL "CBL_RENAME_FILE" USING "planning_chantiers_temp",
               "planning_chantiers".

       NUMEROTER-POINTAGES.
           MOVE 'N' TO fin_fichier
           OPEN INPUT pointages
           IF ws-file-status-pointages NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT pointages_temp
           PERFORM UNTIL fin_fichier = 'Y'
               READ pointages
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       MOVE pt-client TO ws-nom-lu
                       PERFORM TROUVER-CLIENT-DU-NOM
                       MOVE ws-numero-retenu TO pt-numero-client
                       MOVE ws-nom-retenu TO pt-client
                       WRITE pointage-temp FROM pointage-record
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE pointages, pointages_temp
           CALL "CBL_DELETE_FILE" USING "pointages_chantiers"
           CALL "CBL_RENAME_FILE" USING "pointages_chantiers_temp",
               "pointages_chantiers".

       NUMEROTER-COUTS.
      *>    Deux lignes de cout d'un meme chantier sous deux
      *>    orthographes restent deux lignes sous le meme numero :
      *>    le rapport des marges retient la derniere, comme il le
      *>    faisait deja pour un nom unique.
           MOVE 'N' TO fin_fichier
           OPEN INPUT couts_chantiers
           IF ws-file-status-couts NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT couts_temp
           PERFORM UNTIL fin_fichier = 'Y'
               READ couts_chantiers
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       MOVE cc-client TO ws-nom-lu
                       PERFORM TROUVER-CLIENT-DU-NOM
                       MOVE ws-numero-retenu TO cc-numero-client
                       MOVE ws-nom-retenu TO cc-client
                       WRITE cout-chantier-temp
                           FROM cout-chantier-record
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE couts_chantiers, couts_temp
           CALL "CBL_DELETE_FILE" USING "couts_chantiers"
           CALL "CBL_RENAME_FILE" USING "couts_chantiers_temp",
               "couts_chantiers".

       ECRIRE-RAPPORT-REPRISE.
           OPEN OUTPUT rapport_conversion
           MOVE SPACES TO ligne-rapport
           STRING "REPRISE DES CLIENTS DU JARDIN DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING cl-i FROM 1 BY 1 UNTIL cl-i > cl-nombre
               SET ws-numero-retenu TO cl-i
               MOVE SPACES TO ligne-rapport
               STRING "Client " DELIMITED BY SIZE
                       ws-numero-retenu DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       cl-nom(cl-i) DELIMITED BY SIZE
                   INTO ligne-rapport
               IF cl-variantes(cl-i) > 1 THEN
                   MOVE "FUSION A VERIFIER" TO ligne-rapport(60:17)
               END-IF
               WRITE ligne-rapport
               IF cl-variantes(cl-i) > 1 THEN
                   PERFORM LISTER-VARIANTES
               END-IF
           END-PERFORM
           CLOSE rapport_conversion.

       LISTER-VARIANTES.
           PERFORM VARYING nm-i FROM 1 BY 1 UNTIL nm-i > nm-nombre
               IF nm-client(nm-i) = ws-numero-retenu THEN
                   MOVE SPACES TO ligne-rapport
                   STRING "    ecrit " DELIMITED BY SIZE
                           nm-nom(nm-i) DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
               END-IF
           END-PERFORM.
       END PROGRAM conversion_clients_jardin.

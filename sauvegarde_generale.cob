       IDENTIFICATION DIVISION.
       PROGRAM-ID. sauvegarde_generale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT parametre_generations ASSIGN TO
               'parametre_generations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
           SELECT totaux_controle ASSIGN TO 'totaux_controle'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-controle.
           SELECT generations_sauvegarde ASSIGN TO
               'generations_sauvegarde'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-generations.
           SELECT manifeste ASSIGN TO ws-chemin-manifeste
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-manifeste.
           SELECT decharge ASSIGN TO ws-chemin-copie
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-decharge.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-indexe.
           SELECT historique_index ASSIGN TO 'historique_index'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hi-cle
           FILE STATUS IS ws-file-status-indexe.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-indexe.
           SELECT quinzaines_livrets ASSIGN TO 'quinzaines_livrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lq-compte
           FILE STATUS IS ws-file-status-indexe.

       DATA DIVISION.
       FILE SECTION.
       FD parametre_generations.
       01  parametre-generations-record.
           05  pg-nombre PIC 9(2).
       FD totaux_controle.
           COPY cpcontrole.
       FD generations_sauvegarde.
           COPY cpgeneration.
       FD manifeste.
           COPY cpmanifeste.
       FD decharge.
       01  ligne-decharge PIC X(256).
       FD clients.
           COPY cpclient.
       FD historique_index.
           COPY cphistidx.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD quinzaines_livrets.
           COPY cpquinzaine.

       WORKING-STORAGE SECTION.
           COPY cpjeusauvegarde.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-controle PIC XX.
       01  ws-file-status-generations PIC XX.
       01  ws-file-status-manifeste PIC XX.
       01  ws-file-status-decharge PIC XX.
       01  ws-file-status-indexe PIC XX.
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-generations-gardees PIC 9(2) VALUE 7.
       01  ws-repertoire PIC X(40).
       01  ws-chemin-copie PIC X(60).
       01  ws-chemin-manifeste PIC X(60).
       01  ws-infos-fichier PIC X(16).
       01  ws-fichier-present PIC X VALUE 'N'.
       01  ws-nombre-copies PIC 9(3) VALUE ZERO.
       01  ws-nombre-absents PIC 9(3) VALUE ZERO.
       01  ws-nombre-ecarts PIC 9(3) VALUE ZERO.
      *>    Resultat d'empreinte_fichier pour le fichier en cours.
       01  ws-nombre PIC 9(9) VALUE ZERO.
       01  ws-total PIC S9(11)V99 VALUE ZERO.
       01  ws-empreinte PIC 9(10) VALUE ZERO.
       01  ws-statut-empreinte PIC X.
      *>    Lignes de totaux_controle, chargees une fois pour toutes.
       01  table-controles.
           05  tc-entry OCCURS 20 TIMES INDEXED BY tc-i.
               10  tc-fichier          PIC X(15).
               10  tc-nombre           PIC 9(7).
               10  tc-total            PIC S9(11)V99.
       01  tc-nombre-lignes PIC 9(2) VALUE ZERO.
      *>    Registre des generations, reecrit en fin de passe.
       01  table-generations.
           05  tg-entry OCCURS 99 TIMES INDEXED BY tg-i.
               10  tg-date             PIC 9(8).
               10  tg-heure            PIC 9(6).
               10  tg-nombre-fichiers  PIC 9(3).
               10  tg-etat             PIC X(1).
       01  tg-nombre PIC 9(2) VALUE ZERO.
       01  ws-date-supprimee PIC 9(8).
       01  ws-horodatage PIC X(21).

       PROCEDURE DIVISION.
      *>    Sauvegarde de l'ensemble des fichiers de donnees, et pas
      *>    seulement du fichier des comptes : chaque fichier du jeu
      *>    (cpjeusauvegarde) est copie dans une generation datee du
      *>    jour comptable, sauvegardes/AAAAMMJJ, les fichiers
      *>    indexes y etant decharges en lignes. Un manifeste donne
      *>    pour chaque fichier son nombre d'enregistrements, son
      *>    total de controle rapproche de totaux_controle et son
      *>    empreinte, que controle_sauvegarde reverifie avant toute
      *>    restauration. Seules les dernieres generations sont
      *>    gardees (parametre_generations, 7 a defaut).
           DISPLAY "Jeu de sauvegarde des fichiers de donnees"
           CALL 'journal_batch' USING "sauvegarde_generale ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-PARAMETRE-GENERATIONS
           MOVE SPACES TO ws-repertoire
           STRING "sauvegardes/" DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ws-repertoire
           CALL "CBL_CREATE_DIR" USING "sauvegardes"
           CALL "CBL_CREATE_DIR" USING ws-repertoire
           PERFORM CHARGER-TOTAUX-CONTROLE
           MOVE SPACES TO ws-chemin-manifeste
           STRING ws-repertoire DELIMITED BY SPACE
                   "/manifeste" DELIMITED BY SIZE
               INTO ws-chemin-manifeste
           OPEN OUTPUT manifeste
           IF ws-file-status-manifeste NOT = '00' THEN
               DISPLAY "/!\ Impossible de creer ", ws-chemin-manifeste,
                           " (statut ", ws-file-status-manifeste, ")"
               CALL 'journal_batch' USING "sauvegarde_generale ",
                   'F', ws-compteur-journal
               GOBACK
           END-IF
           PERFORM VARYING jsv-i FROM 1 BY 1 UNTIL jsv-i > jsv-nombre
               PERFORM SAUVEGARDER-UN-FICHIER
           END-PERFORM
           CLOSE manifeste
           PERFORM INSCRIRE-GENERATION
           DISPLAY "Generation ", ws-date-du-jour, " : ",
                       ws-nombre-copies, " fichier(s) copie(s), ",
                       ws-nombre-absents, " absent(s)"
           IF ws-nombre-ecarts > ZERO THEN
               DISPLAY "/!\ ", ws-nombre-ecarts, " fichier(s) en",
                           " ecart sur totaux_controle"
           END-IF
           MOVE ws-nombre-copies TO ws-compteur-journal
           CALL 'journal_batch' USING "sauvegarde_generale ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-PARAMETRE-GENERATIONS.
           OPEN INPUT parametre_generations
           IF ws-file-status-parametre = '00' THEN
               READ parametre_generations
                   AT END
                       CONTINUE
                   NOT AT END
                       IF pg-nombre IS NUMERIC AND pg-nombre > ZERO
                               THEN
                           MOVE pg-nombre TO ws-generations-gardees
                       END-IF
               END-READ
               CLOSE parametre_generations
           END-IF.

       CHARGER-TOTAUX-CONTROLE.
           MOVE ZERO TO tc-nombre-lignes
           MOVE 'N' TO fin_fichier
           OPEN INPUT totaux_controle
           IF ws-file-status-controle = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ totaux_controle
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF tc-nombre-lignes < 20 THEN
                               ADD 1 TO tc-nombre-lignes
                               SET tc-i TO tc-nombre-lignes
                               MOVE ctl-fichier TO tc-fichier(tc-i)
                               MOVE ctl-nombre TO tc-nombre(tc-i)
                               MOVE ctl-total TO tc-total(tc-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE totaux_controle
           END-IF.

       SAUVEGARDER-UN-FICHIER.
           MOVE SPACES TO ws-chemin-copie
           STRING ws-repertoire DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   jsv-fichier(jsv-i) DELIMITED BY SPACE
               INTO ws-chemin-copie
           INITIALIZE manifeste-record
           MOVE jsv-fichier(jsv-i) TO man-fichier
           MOVE jsv-genre(jsv-i) TO man-genre
           MOVE SPACE TO man-controle
           MOVE 'N' TO ws-fichier-present
           IF jsv-decharge-indexe(jsv-i) THEN
               PERFORM DECHARGER-INDEXE
           ELSE
               PERFORM COPIER-FICHIER
           END-IF
           IF ws-fichier-present = 'N' THEN
               SET man-fichier-absent TO TRUE
               ADD 1 TO ws-nombre-absents
               WRITE manifeste-record
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           SET man-fichier-present TO TRUE
           ADD 1 TO ws-nombre-copies
           CALL 'empreinte_fichier' USING ws-chemin-copie,
               jsv-fichier(jsv-i), jsv-genre(jsv-i), ws-nombre,
               ws-total, ws-empreinte, ws-statut-empreinte
           IF ws-statut-empreinte NOT = 'O' THEN
               DISPLAY "/!\ Copie illisible : ", ws-chemin-copie
           END-IF
           MOVE ws-nombre TO man-nombre
           MOVE ws-total TO man-total
           MOVE ws-empreinte TO man-empreinte
           PERFORM RAPPROCHER-TOTAUX-CONTROLE
           WRITE manifeste-record
           END-WRITE.

       COPIER-FICHIER.
      *>    Copie a l'identique, y compris la decharge binaire des
      *>    comptes ; un fichier jamais cree reste note absent.
           CALL "CBL_CHECK_FILE_EXIST" USING jsv-fichier(jsv-i),
               ws-infos-fichier
           IF RETURN-CODE NOT = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_COPY_FILE" USING jsv-fichier(jsv-i),
               ws-chemin-copie
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "/!\ Copie impossible de ", jsv-fichier(jsv-i)
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO ws-fichier-present.

       DECHARGER-INDEXE.
      *>    Un fichier indexe ne se copie pas octet par octet sans
      *>    son index : il est relu dans l'ordre de sa cle et ecrit
      *>    en lignes, comme sauvegarde_comptes le fait des comptes.
           MOVE 'N' TO fin_fichier
           EVALUATE jsv-fichier(jsv-i)
               WHEN "clients"
                   OPEN INPUT clients
                   IF ws-file-status-indexe = '00' THEN
                       PERFORM OUVRIR-DECHARGE
                       PERFORM UNTIL fin_fichier = 'Y'
                           READ clients NEXT RECORD
                               AT END
                                   MOVE 'Y' TO fin_fichier
                               NOT AT END
                                   MOVE client-record TO ligne-decharge
                                   WRITE ligne-decharge
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE clients
                       CLOSE decharge
                   END-IF
               WHEN "historique_index"
                   OPEN INPUT historique_index
                   IF ws-file-status-indexe = '00' THEN
                       PERFORM OUVRIR-DECHARGE
                       PERFORM UNTIL fin_fichier = 'Y'
                           READ historique_index NEXT RECORD
                               AT END
                                   MOVE 'Y' TO fin_fichier
                               NOT AT END
                                   MOVE historique-index-record
                                       TO ligne-decharge
                                   WRITE ligne-decharge
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE historique_index
                       CLOSE decharge
                   END-IF
               WHEN "soldes_fin_journee"
                   OPEN INPUT soldes_fin_journee
                   IF ws-file-status-indexe = '00' THEN
                       PERFORM OUVRIR-DECHARGE
                       PERFORM UNTIL fin_fichier = 'Y'
                           READ soldes_fin_journee NEXT RECORD
                               AT END
                                   MOVE 'Y' TO fin_fichier
                               NOT AT END
                                   MOVE solde-jour-record
                                       TO ligne-decharge
                                   WRITE ligne-decharge
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE soldes_fin_journee
                       CLOSE decharge
                   END-IF
               WHEN "quinzaines_livrets"
                   OPEN INPUT quinzaines_livrets
                   IF ws-file-status-indexe = '00' THEN
                       PERFORM OUVRIR-DECHARGE
                       PERFORM UNTIL fin_fichier = 'Y'
                           READ quinzaines_livrets NEXT RECORD
                               AT END
                                   MOVE 'Y' TO fin_fichier
                               NOT AT END
                                   MOVE quinzaine-livret-record
                                       TO ligne-decharge
                                   WRITE ligne-decharge
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE quinzaines_livrets
                       CLOSE decharge
                   END-IF
           END-EVALUATE.

       OUVRIR-DECHARGE.
           OPEN OUTPUT decharge
           MOVE 'O' TO ws-fichier-present.

       RAPPROCHER-TOTAUX-CONTROLE.
      *>    Seuls les fichiers suivis dans totaux_controle ont un
      *>    total attendu ; un ecart ici veut dire que le fichier
      *>    etait deja faux au moment de la sauvegarde.
           IF jsv-fichier(jsv-i)(16:15) NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           SET tc-i TO 1
           SEARCH tc-entry
               AT END
                   CONTINUE
               WHEN tc-i > tc-nombre-lignes
                   CONTINUE
               WHEN tc-fichier(tc-i) = jsv-fichier(jsv-i)(1:15)
                   IF tc-nombre(tc-i) = ws-nombre
                           AND tc-total(tc-i) = ws-total THEN
                       SET man-controle-juste TO TRUE
                   ELSE
                       SET man-controle-ecart TO TRUE
                       ADD 1 TO ws-nombre-ecarts
                       DISPLAY "/!\ ", jsv-fichier(jsv-i),
                           " : ", ws-nombre, " enregistrement(s) pour ",
                           tc-nombre(tc-i), " attendu(s)"
                   END-IF
           END-SEARCH.

       INSCRIRE-GENERATION.
      *>    Une generation reprise le meme jour remplace la
      *>    precedente du jour ; les plus anciennes au-dela du
      *>    nombre a garder sont supprimees.
           MOVE ZERO TO tg-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT generations_sauvegarde
           IF ws-file-status-generations = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ generations_sauvegarde
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF gen-date NOT = ws-date-du-jour
                                   AND tg-nombre < 98 THEN
                               ADD 1 TO tg-nombre
                               SET tg-i TO tg-nombre
                               MOVE gen-date TO tg-date(tg-i)
                               MOVE gen-heure TO tg-heure(tg-i)
                               MOVE gen-nombre-fichiers
                                   TO tg-nombre-fichiers(tg-i)
                               MOVE gen-etat TO tg-etat(tg-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE generations_sauvegarde
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage
           ADD 1 TO tg-nombre
           SET tg-i TO tg-nombre
           MOVE ws-date-du-jour TO tg-date(tg-i)
           MOVE ws-horodatage(9:6) TO tg-heure(tg-i)
           MOVE ws-nombre-copies TO tg-nombre-fichiers(tg-i)
           IF ws-nombre-ecarts > ZERO THEN
               MOVE 'E' TO tg-etat(tg-i)
           ELSE
               MOVE 'C' TO tg-etat(tg-i)
           END-IF
           PERFORM UNTIL tg-nombre <= ws-generations-gardees
               MOVE tg-date(1) TO ws-date-supprimee
               PERFORM SUPPRIMER-GENERATION
               PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i >= tg-nombre
                   MOVE tg-entry(tg-i + 1) TO tg-entry(tg-i)
               END-PERFORM
               SUBTRACT 1 FROM tg-nombre
           END-PERFORM
           OPEN OUTPUT generations_sauvegarde
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               MOVE tg-date(tg-i) TO gen-date
               MOVE tg-heure(tg-i) TO gen-heure
               MOVE tg-nombre-fichiers(tg-i) TO gen-nombre-fichiers
               MOVE tg-etat(tg-i) TO gen-etat
               WRITE generation-record
               END-WRITE
           END-PERFORM
           CLOSE generations_sauvegarde.

       SUPPRIMER-GENERATION.
      *>    Les copies sont retrouvees par le manifeste de la
      *>    generation, qui est efface en dernier avec son
      *>    repertoire.
           MOVE SPACES TO ws-repertoire
           STRING "sauvegardes/" DELIMITED BY SIZE
                   ws-date-supprimee DELIMITED BY SIZE
               INTO ws-repertoire
           MOVE SPACES TO ws-chemin-manifeste
           STRING ws-repertoire DELIMITED BY SPACE
                   "/manifeste" DELIMITED BY SIZE
               INTO ws-chemin-manifeste
           MOVE 'N' TO fin_fichier
           OPEN INPUT manifeste
           IF ws-file-status-manifeste = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ manifeste
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF man-fichier-present THEN
                               MOVE SPACES TO ws-chemin-copie
                               STRING ws-repertoire DELIMITED BY SPACE
                                       "/" DELIMITED BY SIZE
                                       man-fichier DELIMITED BY SPACE
                                   INTO ws-chemin-copie
                               CALL "CBL_DELETE_FILE"
                                   USING ws-chemin-copie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE manifeste
               CALL "CBL_DELETE_FILE" USING ws-chemin-manifeste
           END-IF
           CALL "CBL_DELETE_DIR" USING ws-repertoire
           DISPLAY "Generation ", ws-date-supprimee, " supprimee".
       END PROGRAM sauvegarde_generale.

           SELECT rapport_marges ASSIGN TO 'rapport_marges'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT appels_sav ASSIGN TO 'appels_sav'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-appels.
           SELECT accessoires ASSIGN TO 'accessoires'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-accessoires.

       DATA DIVISION.
       FILE SECTION.
           COPY cptravaux.
       FD rapport_marges.
       01  ligne-rapport PIC X(100).
       FD appels_sav.
           COPY cpappelsav.
       FD accessoires.
           COPY cpaccessoire.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-equipe-valide PIC X VALUE 'N'.
       01  ws-taux-equipe PIC 9(3)V99 VALUE ZERO.
       01  ws-client-saisi PIC X(30).
       01  ws-numero-client PIC 9(6) VALUE ZERO.
       01  ws-creation-client PIC X VALUE 'N'.
       01  ws-cloture-saisie PIC X(20).
       01  ws-heures-saisies PIC 9(3)V9.
       01  ws-metres-saisis PIC 9(6)V99.
       01  ws-marge-type PIC S9(9)V99
                         SIGN LEADING SEPARATE VALUE ZERO.

       01  ws-file-status-appels PIC XX.
       01  ws-file-status-accessoires PIC XX.
       01  fin_appels PIC X VALUE 'N'.
       01  fin_accessoires PIC X VALUE 'N'.
       01  ws-numero-appel PIC 9(6) VALUE ZERO.
       01  ws-appel-trouve PIC X VALUE 'N'.
       01  ws-code-accessoire PIC X(6).
       01  ws-quantite-accessoire PIC 9(3) VALUE ZERO.
       01  ws-accessoire-trouve PIC X VALUE 'N'.
       01  ws-montant-pieces PIC 9(7)V99 VALUE ZERO.
       01  ws-fin-pieces PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      *>    Retour du terrain : chaque equipe pointe ses heures et
      *>    ses metres poses par chantier et par jour, le fichier des
           DISPLAY "-------------- "
           DISPLAY "Saisir un pointage du jour : 1"
           DISPLAY "Rapport des marges : 2"
           DISPLAY "Pointer une intervention SAV : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM SAISIR-POINTAGE
               WHEN '2'
                   PERFORM RAPPORT-DES-MARGES
               WHEN '3'
                   PERFORM POINTER-INTERVENTION-SAV
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
               DISPLAY "/!\ Equipe inconnue ou dissoute"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Client du chantier"
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-client-saisi, ws-creation-client
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type de cloture :"
           ACCEPT ws-cloture-saisie
           DISPLAY "Heures passees (ex 7.5) :"
           MOVE ws-date-du-jour TO pt-date
           MOVE ws-equipe-saisie TO pt-equipe
           MOVE ws-client-saisi TO pt-client
           MOVE ws-numero-client TO pt-numero-client
           MOVE ws-cloture-saisie TO pt-type-cloture
           MOVE ws-heures-saisies TO pt-heures
           MOVE ws-metres-saisis TO pt-metres-poses
                       " h et ", ws-metres-saisis, " m sur ",
                       ws-client-saisi.

       POINTER-INTERVENTION-SAV.
      *>    Le temps et les pieces d'une intervention apres-vente se
      *>    pointent contre l'appel et non contre les couts du
      *>    chantier d'origine : sous garantie ils font le cout des
      *>    garanties, hors garantie ils font la facture de
      *>    l'intervention (appels_sav_jardin).
           DISPLAY "Code de l'equipe :"
           ACCEPT ws-equipe-saisie
           PERFORM RECHERCHER-EQUIPE
           IF ws-equipe-valide = 'N' THEN
               DISPLAY "/!\ Equipe inconnue ou dissoute"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de l'appel SAV :"
           ACCEPT ws-numero-appel
           PERFORM RECHERCHER-APPEL-EN-COURS
           IF ws-appel-trouve = 'N' THEN
               DISPLAY "/!\ Appel inconnu ou deja clos"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Heures passees (ex 1.5) :"
           ACCEPT ws-heures-saisies
           MOVE ZERO TO ws-montant-pieces
           MOVE 'N' TO ws-fin-pieces
           PERFORM SAISIR-UNE-PIECE UNTIL ws-fin-pieces = 'O'
           COMPUTE ws-cout-mo-jour ROUNDED =
                   ws-heures-saisies * ws-taux-equipe
           OPEN EXTEND pointages
           IF ws-file-status-pointages = '35' THEN
               OPEN OUTPUT pointages
           END-IF
           MOVE ws-date-du-jour TO pt-date
           MOVE ws-equipe-saisie TO pt-equipe
           MOVE ws-client-saisi TO pt-client
           MOVE ws-numero-client TO pt-numero-client
           MOVE "INTERVENTION SAV" TO pt-type-cloture
           MOVE ws-heures-saisies TO pt-heures
           MOVE ZERO TO pt-metres-poses
           WRITE pointage-record
           END-WRITE
           CLOSE pointages
           PERFORM CUMULER-A-L-APPEL
           DISPLAY "--> Intervention ", ws-numero-appel, " : ",
                       ws-heures-saisies, " h et ",
                       ws-montant-pieces, " € de pieces".

       RECHERCHER-APPEL-EN-COURS.
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
                                   AND NOT sav-clos THEN
                               MOVE 'O' TO ws-appel-trouve
                               MOVE sav-client TO ws-client-saisi
                               MOVE sav-numero-client
                                   TO ws-numero-client
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       SAISIR-UNE-PIECE.
      *>    Piece prise au catalogue des accessoires, valorisee a
      *>    son prix et sortie du stock.
           DISPLAY "Code de la piece utilisee (FIN = termine) :"
           ACCEPT ws-code-accessoire
           IF ws-code-accessoire = "FIN" OR ws-code-accessoire = SPACES
                   THEN
               MOVE 'O' TO ws-fin-pieces
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantite :"
           ACCEPT ws-quantite-accessoire
           MOVE 'N' TO ws-accessoire-trouve
           MOVE 'N' TO fin_accessoires
           OPEN I-O accessoires
           IF ws-file-status-accessoires = '00' THEN
               PERFORM UNTIL fin_accessoires = 'Y'
                   READ accessoires
                       AT END
                           MOVE 'Y' TO fin_accessoires
                       NOT AT END
                           IF acc-code = ws-code-accessoire THEN
                               PERFORM SORTIR-PIECE-DU-STOCK
                               MOVE 'Y' TO fin_accessoires
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE accessoires
           END-IF
           IF ws-accessoire-trouve = 'N' THEN
               DISPLAY "/!\ Piece ", ws-code-accessoire, " inconnue"
           END-IF.

       SORTIR-PIECE-DU-STOCK.
           MOVE 'O' TO ws-accessoire-trouve
           IF acc-stock - acc-reserve < ws-quantite-accessoire THEN
               DISPLAY "/!\ Stock libre de ", acc-libelle,
                           " insuffisant, commander !"
           END-IF
           IF acc-stock < ws-quantite-accessoire THEN
               MOVE ZERO TO acc-stock
           ELSE
               SUBTRACT ws-quantite-accessoire FROM acc-stock
           END-IF
           REWRITE accessoire-record
           COMPUTE ws-montant-pieces = ws-montant-pieces
                   + acc-prix-unitaire * ws-quantite-accessoire
           DISPLAY "  ", acc-libelle, " x ", ws-quantite-accessoire.

       CUMULER-A-L-APPEL.
           MOVE 'N' TO fin_appels
           OPEN I-O appels_sav
           IF ws-file-status-appels = '00' THEN
               PERFORM UNTIL fin_appels = 'Y'
                   READ appels_sav
                       AT END
                           MOVE 'Y' TO fin_appels
                       NOT AT END
                           IF sav-numero = ws-numero-appel THEN
                               ADD ws-heures-saisies TO sav-heures
                               ADD ws-cout-mo-jour
                                   TO sav-cout-main-oeuvre
                               ADD ws-montant-pieces
                                   TO sav-montant-pieces
                               REWRITE appel-sav-record
                               MOVE 'Y' TO fin_appels
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appels_sav
           END-IF.

       RECHERCHER-EQUIPE.
           MOVE 'N' TO ws-equipe-valide
           MOVE 'N' TO fin_equipes
                       AT END
                           MOVE 'Y' TO fin_couts
                       NOT AT END
                           IF cc-numero-client = ws-numero-client
                                   AND cc-type-cloture
                                       = ws-cloture-saisie THEN
                               ADD ws-heures-saisies TO cc-heures
                   OPEN OUTPUT couts_chantiers
               END-IF
               MOVE ws-client-saisi TO cc-client
               MOVE ws-numero-client TO cc-numero-client
               MOVE ws-cloture-saisie TO cc-type-cloture
               MOVE ws-heures-saisies TO cc-heures
               MOVE ws-cout-mo-jour TO cc-cout-main-oeuvre
                       AT END
                           MOVE 'Y' TO fin_couts
                       NOT AT END
                           IF cc-numero-client = trav-numero-client
                                   AND cc-type-cloture
                                       = trav-type-cloture THEN
                               COMPUTE ws-cout-reel =

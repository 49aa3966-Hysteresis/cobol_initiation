       IDENTIFICATION DIVISION.
       PROGRAM-ID. caisses_boutique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT caisses_jour ASSIGN TO 'caisses_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT compteurs_z ASSIGN TO 'compteurs_z'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT journal_z ASSIGN TO 'journal_z'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.
           SELECT ventes_jour ASSIGN TO 'ventes_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ventes.
           SELECT reglements_tickets ASSIGN TO 'reglements_tickets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.
           SELECT rapport_caisse ASSIGN TO ws-nom-rapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD caisses_jour.
           COPY cpcaissejour.
       FD compteurs_z.
      *>    Une ligne par caisse : le dernier numero de rapport Z
      *>    attribue. Aucun ecran ne le remet a zero.
       01  compteur-z-record.
           05  cz-caisse       PIC 9(2).
           05  cz-dernier-z    PIC 9(6).
       FD journal_z.
           COPY cpjournalz.
       FD ventes_jour.
           COPY cpvente.
       FD reglements_tickets.
           COPY cpregltticket.
       FD rapport_caisse.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-journal PIC XX.
       01  ws-file-status-ventes PIC XX.
       01  ws-file-status-reglements PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_caisses PIC X VALUE 'N'.
       01  fin_compteurs PIC X VALUE 'N'.
       01  fin_ventes PIC X VALUE 'N'.
       01  fin_reglements PIC X VALUE 'N'.
       01  choix_menu PIC X.
       01  continuer PIC X VALUE 'n'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-heure PIC 9(6).
       01  ws-nom-rapport PIC X(30).
       01  ws-caisse-saisie PIC 9(2).
       01  ws-caissier-saisi PIC X(8).
      *>    Etat de la caisse saisie aujourd'hui : blanc si elle n'a
      *>    pas ete ouverte, O ouverte, Z close.
       01  ws-etat-caisse PIC X.
       01  ws-confirmation PIC X.
       01  ws-type-rapport PIC X.
       01  ws-numero-z PIC 9(6) VALUE ZERO.
       01  ws-compteur-trouve PIC X VALUE 'N'.
       01  ws-montant-ligne PIC S9(8)V99 VALUE ZERO.
       01  ws-montant-affiche PIC S9(8)V99
                              SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-nombre-caisses PIC 9(2) VALUE ZERO.
      *>    Cumuls de la caisse par caissier ; les moyens de paiement
      *>    sont dans l'ordre especes, carte, cheque, bon cadeau,
      *>    points, compte client (88 de cpregltticket).
       01  table-caissiers.
           05  tc-caissier OCCURS 10 TIMES.
               10  tc-code             PIC X(8).
               10  tc-lignes           PIC 9(5).
               10  tc-ventes           PIC S9(8)V99.
               10  tc-retours          PIC S9(8)V99.
               10  tc-moyen OCCURS 6 TIMES PIC S9(8)V99.
       01  tc-nombre PIC 9(2) VALUE ZERO.
       01  tc-i PIC 9(2).
       01  tc-m PIC 9(1).
       01  ws-code-caissier PIC X(8).
       01  totaux-caisse.
           05  tz-lignes               PIC 9(5).
           05  tz-ventes               PIC S9(8)V99.
           05  tz-retours              PIC S9(8)V99.
           05  tz-moyen OCCURS 6 TIMES PIC S9(8)V99.
       01  libelles-moyens.
           05  FILLER PIC X(12) VALUE "Especes     ".
           05  FILLER PIC X(12) VALUE "Carte       ".
           05  FILLER PIC X(12) VALUE "Cheques     ".
           05  FILLER PIC X(12) VALUE "Bons cadeaux".
           05  FILLER PIC X(12) VALUE "Points      ".
           05  FILLER PIC X(12) VALUE "Cpte client ".
       01  table-libelles-moyens REDEFINES libelles-moyens.
           05  lm-libelle OCCURS 6 TIMES PIC X(12).
       77  tiret_menu PIC X(20) VALUE "-------------- ".

       PROCEDURE DIVISION.
      *>    Les caisses de la boutique : chaque caisse s'ouvre le
      *>    matin, sort a la demande un rapport X (cumuls en cours,
      *>    par caissier, sans rien clore) et se ferme le soir par un
      *>    rapport Z numerote a son compteur, qui ne se remet jamais
      *>    a zero, et journalise dans journal_z. Le traitement du
      *>    releve du jour (CalculReductions) attend que toutes les
      *>    caisses ouvertes du jour aient leur Z.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM UNTIL continuer = 'y'
               DISPLAY tiret_menu
               DISPLAY "     Caisses de la boutique"
               DISPLAY tiret_menu
               DISPLAY "Ouvrir une caisse : 1"
               DISPLAY "Rapport X d'une caisse : 2"
               DISPLAY "Rapport Z (cloture d'une caisse) : 3"
               DISPLAY "Etat des caisses du jour : 4"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               EVALUATE choix_menu
                   WHEN '0'
                       MOVE 'y' TO continuer
                   WHEN '1'
                       PERFORM OUVRIR-CAISSE
                   WHEN '2'
                       PERFORM RAPPORT-X
                   WHEN '3'
                       PERFORM RAPPORT-Z
                   WHEN '4'
                       PERFORM ETAT-CAISSES-DU-JOUR
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       OUVRIR-CAISSE.
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           DISPLAY "Caissier :"
           ACCEPT ws-caissier-saisi
           PERFORM RECHERCHER-CAISSE-DU-JOUR
           IF ws-etat-caisse = 'O' THEN
               DISPLAY "/!\ Caisse ", ws-caisse-saisie,
                           " deja ouverte aujourd'hui"
               EXIT PARAGRAPH
           END-IF
           IF ws-etat-caisse = 'Z' THEN
               DISPLAY "/!\ Caisse ", ws-caisse-saisie,
                           " deja close par son rapport Z"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND caisses_jour
           IF ws-file-status = '35' THEN
               OPEN OUTPUT caisses_jour
           END-IF
           MOVE ws-date-du-jour TO cj-date
           MOVE ws-caisse-saisie TO cj-caisse
           MOVE ws-caissier-saisi TO cj-caissier
           SET cj-ouverte TO TRUE
           MOVE ZERO TO cj-numero-z
           WRITE caisse-jour-record
           END-WRITE
           CLOSE caisses_jour
           DISPLAY "--> Caisse ", ws-caisse-saisie, " ouverte par ",
                       ws-caissier-saisi.

       RECHERCHER-CAISSE-DU-JOUR.
           MOVE SPACE TO ws-etat-caisse
           MOVE 'N' TO fin_caisses
           OPEN INPUT caisses_jour
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_caisses = 'Y'
                   READ caisses_jour
                       AT END
                           MOVE 'Y' TO fin_caisses
                       NOT AT END
                           IF cj-date = ws-date-du-jour
                                   AND cj-caisse = ws-caisse-saisie
                                   THEN
                               MOVE cj-statut TO ws-etat-caisse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_jour
           END-IF.

       RAPPORT-X.
      *>    Lecture des cumuls en cours : la caisse reste ouverte et
      *>    aucun compteur ne bouge.
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           PERFORM RECHERCHER-CAISSE-DU-JOUR
           IF ws-etat-caisse NOT = 'O' THEN
               DISPLAY "/!\ Caisse ", ws-caisse-saisie,
                           " non ouverte ou deja close"
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO ws-type-rapport
           MOVE ZERO TO ws-numero-z
           PERFORM CUMULER-CAISSE
           PERFORM ECRIRE-RAPPORT-CAISSE.

       RAPPORT-Z.
      *>    Cloture de la caisse : le compteur Z de la caisse avance
      *>    d'un cran, le rapport part au journal des Z, et la caisse
      *>    ne peut plus etre rouverte ce jour-la.
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           PERFORM RECHERCHER-CAISSE-DU-JOUR
           IF ws-etat-caisse NOT = 'O' THEN
               DISPLAY "/!\ Caisse ", ws-caisse-saisie,
                           " non ouverte ou deja close"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Clore definitivement la caisse ",
                       ws-caisse-saisie, " pour la journee (O/N) ?"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O'
                   AND ws-confirmation NOT = 'o' THEN
               DISPLAY "Cloture abandonnee"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Z' TO ws-type-rapport
           PERFORM CUMULER-CAISSE
           PERFORM NUMEROTER-Z
           PERFORM ECRIRE-RAPPORT-CAISSE
           PERFORM JOURNALISER-Z
           PERFORM MARQUER-CAISSE-CLOSE
           DISPLAY "--> Caisse ", ws-caisse-saisie, " close, rapport",
                       " Z numero ", ws-numero-z.

       CUMULER-CAISSE.
      *>    Cumuls des lignes de ventes_jour et des reglements de la
      *>    caisse, par caissier. Les montants de vente sont les prix
      *>    de caisse, avant les remises calculees par le traitement
      *>    du releve du jour.
           MOVE ZERO TO tc-nombre
           INITIALIZE totaux-caisse
           MOVE 'N' TO fin_ventes
           OPEN INPUT ventes_jour
           IF ws-file-status-ventes = '00' THEN
               PERFORM UNTIL fin_ventes = 'Y'
                   READ ventes_jour
                       AT END
                           MOVE 'Y' TO fin_ventes
                       NOT AT END
                           IF vte-caisse IS NUMERIC
                                   AND vte-caisse = ws-caisse-saisie
                                   THEN
                               PERFORM CUMULER-UNE-VENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ventes_jour
           END-IF
           MOVE 'N' TO fin_reglements
           OPEN INPUT reglements_tickets
           IF ws-file-status-reglements = '00' THEN
               PERFORM UNTIL fin_reglements = 'Y'
                   READ reglements_tickets
                       AT END
                           MOVE 'Y' TO fin_reglements
                       NOT AT END
                           IF rt-caisse IS NUMERIC
                                   AND rt-caisse = ws-caisse-saisie
                                   THEN
                               PERFORM CUMULER-UN-REGLEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reglements_tickets
           END-IF.

       CUMULER-UNE-VENTE.
           MOVE vte-caissier TO ws-code-caissier
           PERFORM RETROUVER-CAISSIER
           COMPUTE ws-montant-ligne = vte-quantite * vte-prix-unitaire
           ADD 1 TO tc-lignes(tc-i)
           ADD 1 TO tz-lignes
           IF vte-quantite < ZERO THEN
               ADD ws-montant-ligne TO tc-retours(tc-i)
               ADD ws-montant-ligne TO tz-retours
           ELSE
               ADD ws-montant-ligne TO tc-ventes(tc-i)
               ADD ws-montant-ligne TO tz-ventes
           END-IF.

       CUMULER-UN-REGLEMENT.
           MOVE rt-caissier TO ws-code-caissier
           PERFORM RETROUVER-CAISSIER
           EVALUATE TRUE
               WHEN rt-carte
                   MOVE 2 TO tc-m
               WHEN rt-cheque
                   MOVE 3 TO tc-m
      *>    Un bon vendu vient en negatif dans la colonne des bons,
      *>    en face de l'argent recu.
               WHEN rt-bon-cadeau
               WHEN rt-vente-bon
                   MOVE 4 TO tc-m
               WHEN rt-points
                   MOVE 5 TO tc-m
               WHEN rt-compte-client
                   MOVE 6 TO tc-m
               WHEN OTHER
                   MOVE 1 TO tc-m
           END-EVALUATE
           ADD rt-montant TO tc-moyen(tc-i, tc-m)
           ADD rt-montant TO tz-moyen(tc-m).

       RETROUVER-CAISSIER.
      *>    Place du caissier dans la table ; au-dela de dix, les
      *>    suivants se cumulent sur la derniere ligne.
           PERFORM VARYING tc-i FROM 1 BY 1
                   UNTIL tc-i > tc-nombre
                   OR tc-code(tc-i) = ws-code-caissier
               CONTINUE
           END-PERFORM
           IF tc-i > tc-nombre THEN
               IF tc-nombre < 10 THEN
                   ADD 1 TO tc-nombre
                   MOVE tc-nombre TO tc-i
                   INITIALIZE tc-caissier(tc-i)
                   MOVE ws-code-caissier TO tc-code(tc-i)
               ELSE
                   MOVE 10 TO tc-i
               END-IF
           END-IF.

       NUMEROTER-Z.
      *>    Le compteur de la caisse ne fait qu'avancer ; une caisse
      *>    nouvelle y entre avec son premier Z.
           MOVE ZERO TO ws-numero-z
           MOVE 'N' TO ws-compteur-trouve
           MOVE 'N' TO fin_compteurs
           OPEN I-O compteurs_z
           IF ws-file-status-compteur = '00' THEN
               PERFORM UNTIL fin_compteurs = 'Y'
                   READ compteurs_z
                       AT END
                           MOVE 'Y' TO fin_compteurs
                       NOT AT END
                           IF cz-caisse = ws-caisse-saisie THEN
                               ADD 1 TO cz-dernier-z
                               MOVE cz-dernier-z TO ws-numero-z
                               REWRITE compteur-z-record
                               MOVE 'O' TO ws-compteur-trouve
                               MOVE 'Y' TO fin_compteurs
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE compteurs_z
           END-IF
           IF ws-compteur-trouve = 'N' THEN
               OPEN EXTEND compteurs_z
               IF ws-file-status-compteur = '35' THEN
                   OPEN OUTPUT compteurs_z
               END-IF
               MOVE ws-caisse-saisie TO cz-caisse
               MOVE 1 TO cz-dernier-z
               MOVE 1 TO ws-numero-z
               WRITE compteur-z-record
               END-WRITE
               CLOSE compteurs_z
           END-IF.

       ECRIRE-RAPPORT-CAISSE.
           MOVE SPACES TO ws-nom-rapport
           IF ws-type-rapport = 'Z' THEN
               STRING "rapport_Z_" DELIMITED BY SIZE
                       ws-caisse-saisie DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       ws-numero-z DELIMITED BY SIZE
                   INTO ws-nom-rapport
           ELSE
               STRING "rapport_X_" DELIMITED BY SIZE
                       ws-caisse-saisie DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       ws-date-du-jour DELIMITED BY SIZE
                   INTO ws-nom-rapport
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-heure
           OPEN OUTPUT rapport_caisse
           MOVE SPACES TO ligne-rapport
           IF ws-type-rapport = 'Z' THEN
               STRING "RAPPORT Z NUMERO " DELIMITED BY SIZE
                       ws-numero-z DELIMITED BY SIZE
                       " - CAISSE " DELIMITED BY SIZE
                       ws-caisse-saisie DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ws-date-du-jour DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ws-heure DELIMITED BY SIZE
                   INTO ligne-rapport
           ELSE
               STRING "RAPPORT X (LECTURE SANS CLOTURE) - CAISSE "
                       DELIMITED BY SIZE
                       ws-caisse-saisie DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ws-date-du-jour DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ws-heure DELIMITED BY SIZE
                   INTO ligne-rapport
           END-IF
           WRITE ligne-rapport
           PERFORM VARYING tc-i FROM 1 BY 1 UNTIL tc-i > tc-nombre
               PERFORM ECRIRE-CUMULS-CAISSIER
           END-PERFORM
           MOVE SPACES TO ligne-rapport
           MOVE tz-ventes TO ws-montant-affiche
           STRING "TOTAL CAISSE : " DELIMITED BY SIZE
                   tz-lignes DELIMITED BY SIZE
                   " ligne(s), ventes " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE tz-retours TO ws-montant-affiche
           STRING "  retours " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING tc-m FROM 1 BY 1 UNTIL tc-m > 6
               MOVE SPACES TO ligne-rapport
               MOVE tz-moyen(tc-m) TO ws-montant-affiche
               STRING "  " DELIMITED BY SIZE
                       lm-libelle(tc-m) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ws-montant-affiche DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM
           CLOSE rapport_caisse
           MOVE tz-ventes TO ws-montant-affiche
           DISPLAY "Caisse ", ws-caisse-saisie, " : ", tz-lignes,
                       " ligne(s), ventes ", ws-montant-affiche
           DISPLAY "Rapport ecrit dans ", ws-nom-rapport.

       ECRIRE-CUMULS-CAISSIER.
           MOVE SPACES TO ligne-rapport
           MOVE tc-ventes(tc-i) TO ws-montant-affiche
           STRING "Caissier " DELIMITED BY SIZE
                   tc-code(tc-i) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   tc-lignes(tc-i) DELIMITED BY SIZE
                   " ligne(s), ventes " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE tc-retours(tc-i) TO ws-montant-affiche
           STRING "  retours " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING tc-m FROM 1 BY 1 UNTIL tc-m > 6
               IF tc-moyen(tc-i, tc-m) NOT = ZERO THEN
                   MOVE SPACES TO ligne-rapport
                   MOVE tc-moyen(tc-i, tc-m) TO ws-montant-affiche
                   STRING "  " DELIMITED BY SIZE
                           lm-libelle(tc-m) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ws-montant-affiche DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
               END-IF
           END-PERFORM.

       JOURNALISER-Z.
           OPEN EXTEND journal_z
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_z
           END-IF
           MOVE ws-numero-z TO jz-numero-z
           MOVE ws-date-du-jour TO jz-date
           MOVE ws-heure TO jz-heure
           MOVE ws-caisse-saisie TO jz-caisse
           MOVE tz-lignes TO jz-nombre-lignes
           MOVE tz-ventes TO jz-total-ventes
           MOVE tz-retours TO jz-total-retours
           MOVE tz-moyen(1) TO jz-especes
           MOVE tz-moyen(2) TO jz-carte
           MOVE tz-moyen(3) TO jz-cheques
           MOVE tz-moyen(4) TO jz-bons
           MOVE tz-moyen(5) TO jz-points
           MOVE tz-moyen(6) TO jz-comptes-clients
           WRITE journal-z-record
           END-WRITE
           CLOSE journal_z.

       MARQUER-CAISSE-CLOSE.
           MOVE 'N' TO fin_caisses
           OPEN I-O caisses_jour
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_caisses = 'Y'
                   READ caisses_jour
                       AT END
                           MOVE 'Y' TO fin_caisses
                       NOT AT END
                           IF cj-date = ws-date-du-jour
                                   AND cj-caisse = ws-caisse-saisie
                                   AND cj-ouverte THEN
                               SET cj-close TO TRUE
                               MOVE ws-numero-z TO cj-numero-z
                               REWRITE caisse-jour-record
                               MOVE 'Y' TO fin_caisses
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_jour
           END-IF.

       ETAT-CAISSES-DU-JOUR.
           MOVE ZERO TO ws-nombre-caisses
           MOVE 'N' TO fin_caisses
           OPEN INPUT caisses_jour
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_caisses = 'Y'
                   READ caisses_jour
                       AT END
                           MOVE 'Y' TO fin_caisses
                       NOT AT END
                           IF cj-date = ws-date-du-jour THEN
                               ADD 1 TO ws-nombre-caisses
                               IF cj-close THEN
                                   DISPLAY "Caisse ", cj-caisse,
                                       " (", cj-caissier, ") close,",
                                       " Z numero ", cj-numero-z
                               ELSE
                                   DISPLAY "Caisse ", cj-caisse,
                                       " (", cj-caissier, ") ouverte"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_jour
           END-IF
           IF ws-nombre-caisses = ZERO THEN
               DISPLAY "Aucune caisse ouverte aujourd'hui"
           END-IF.
       END PROGRAM caisses_boutique.

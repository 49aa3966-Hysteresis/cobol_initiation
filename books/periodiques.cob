       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodiques.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT periodiques ASSIGN TO 'periodiques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-periodiques.
           SELECT numeros_periodiques ASSIGN TO 'numeros_periodiques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-numeros.
           SELECT copies_livres ASSIGN TO 'copies_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-copies.
           SELECT parametre_periodiques ASSIGN TO
               'parametre_periodiques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
           SELECT rapport_numeros_manquants ASSIGN TO
               'rapport_numeros_manquants'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD periodiques.
           COPY cpperiodique.
       FD numeros_periodiques.
           COPY cpnumeroperiodique.
       FD copies_livres.
           COPY cpcopie.
       FD parametre_periodiques.
      *>    Une seule ligne : le delai de grace apres la date attendue
      *>    avant de reclamer un numero, l'age (en jours depuis la
      *>    reception) a partir duquel un numero devient pretable, et
      *>    celui a partir duquel il part au desherbage.
       01  parametre-periodiques.
           05  pp-delai-reclamation PIC 9(3).
           05  pp-age-pretable      PIC 9(4).
           05  pp-age-elimination   PIC 9(4).
       FD rapport_numeros_manquants.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-periodiques PIC XX.
       01  ws-file-status-numeros PIC XX.
       01  ws-file-status-copies PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_periodiques PIC X VALUE 'N'.
       01  fin_numeros PIC X VALUE 'N'.
       01  fin_copies PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-delai-reclamation PIC 9(3) VALUE 15.
       01  ws-age-pretable PIC 9(4) VALUE 90.
       01  ws-age-elimination PIC 9(4) VALUE 730.
       01  ws-numero-periodique PIC 9(4).
       01  ws-periodique-trouve PIC X VALUE 'N'.
       01  ws-rang PIC 9(4) VALUE ZERO.
       01  ws-rang-saisi PIC 9(4) VALUE ZERO.
       01  ws-rang-attendu PIC 9(4) VALUE ZERO.
       01  ws-dernier-rang PIC 9(4) VALUE ZERO.
       01  ws-date-prevue PIC 9(8) VALUE ZERO.
       01  ws-date-limite PIC 9(8) VALUE ZERO.
       01  ws-date-limite-pret PIC 9(8) VALUE ZERO.
       01  ws-date-limite-elimination PIC 9(8) VALUE ZERO.
       01  ws-jours-entiers PIC 9(7).
       01  ws-jours-periode PIC 9(3).
       01  ws-mois-ajoutes PIC 9(5).
       01  ws-retard-jours PIC 9(5) VALUE ZERO.
       01  ws-fin-rangs PIC X VALUE 'N'.
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-date-eclatee-num REDEFINES ws-date-eclatee PIC 9(8).
      *>    Rangs deja bulletines du periodique en cours de
      *>    traitement : 'O' au rang recu. La table couvre tous les
      *>    rangs de np-rang : un quotidien depasse le millier de
      *>    numeros en moins de trois ans.
       01  table-rangs-recus.
           05  tr-recu PIC X OCCURS 9999 TIMES.
       01  ws-titre-periodique PIC X(30).
       01  ws-issn-periodique PIC X(9).
       01  ws-identifiant-copie PIC 9(6) VALUE ZERO.
       01  ws-nombre-manquants PIC 9(5) VALUE ZERO.
       01  ws-nombre-pretables PIC 9(5) VALUE ZERO.
       01  ws-nombre-elimines PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Ecran des periodiques : les numeros des abonnements
      *>    souscrits aux acquisitions sont bulletines a l'arrivee,
      *>    le rapport des manquants liste ceux qui n'arrivent pas
      *>    quelques jours apres leur date attendue pour les
      *>    reclamer au fournisseur, et les anciens numeros passent
      *>    en copies pretables puis, les plus anciens, au
      *>    desherbage.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM LIRE-PARAMETRE-PERIODIQUES
           DISPLAY "----------------------------"
           DISPLAY "     Periodiques"
           DISPLAY "----------------------------"
           DISPLAY "Bulletiner un numero recu : 1"
           DISPLAY "Rapport des numeros manquants : 2"
           DISPLAY "Traiter les anciens numeros : 3"
           DISPLAY "Lister les abonnements : 4"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM BULLETINER-NUMERO
               WHEN '2'
                   PERFORM RAPPORT-NUMEROS-MANQUANTS
               WHEN '3'
                   PERFORM TRAITER-ANCIENS-NUMEROS
               WHEN '4'
                   PERFORM LISTER-ABONNEMENTS
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LIRE-PARAMETRE-PERIODIQUES.
      *>    A defaut de fichier, les valeurs par defaut s'appliquent.
           OPEN INPUT parametre_periodiques
           IF ws-file-status-parametre = '00' THEN
               READ parametre_periodiques
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE pp-delai-reclamation
                           TO ws-delai-reclamation
                       MOVE pp-age-pretable TO ws-age-pretable
                       MOVE pp-age-elimination TO ws-age-elimination
               END-READ
               CLOSE parametre_periodiques
           END-IF.

       LISTER-ABONNEMENTS.
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-actif THEN
                               MOVE per-numero TO ws-numero-periodique
                               PERFORM CHARGER-RANGS-RECUS
                               DISPLAY "Abonnement ", per-numero,
                                   " : ", per-titre, " (",
                                   per-frequence, ") dernier numero ",
                                   ws-dernier-rang, ", fin ",
                                   per-date-fin
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           ELSE
               DISPLAY "Aucun abonnement enregistre"
           END-IF.

       CHARGER-RANGS-RECUS.
      *>    Rangs deja bulletines de ws-numero-periodique, quel que
      *>    soit leur devenir (recu, pretable, a eliminer).
           MOVE ALL 'N' TO table-rangs-recus
           MOVE ZERO TO ws-dernier-rang
           MOVE 'N' TO fin_numeros
           OPEN INPUT numeros_periodiques
           IF ws-file-status-numeros = '00' THEN
               PERFORM UNTIL fin_numeros = 'Y'
                   READ numeros_periodiques
                       AT END
                           MOVE 'Y' TO fin_numeros
                       NOT AT END
                           IF np-periodique = ws-numero-periodique
                                   AND np-rang > ZERO
                                   AND np-rang <= 9999 THEN
                               MOVE 'O' TO tr-recu(np-rang)
                               IF np-rang > ws-dernier-rang THEN
                                   MOVE np-rang TO ws-dernier-rang
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE numeros_periodiques
           END-IF.

       CALCULER-DATE-PREVUE.
      *>    Date attendue du numero de rang ws-rang de l'abonnement
      *>    lu : un pas de jours fixe pour les parutions rapprochees,
      *>    un pas de mois pour les mensuels et trimestriels (jour
      *>    ramene au 28 pour exister dans tous les mois).
           EVALUATE TRUE
               WHEN per-quotidien
                   MOVE 1 TO ws-jours-periode
               WHEN per-hebdomadaire
                   MOVE 7 TO ws-jours-periode
               WHEN per-bimensuel
                   MOVE 14 TO ws-jours-periode
               WHEN OTHER
                   MOVE ZERO TO ws-jours-periode
           END-EVALUATE
           IF ws-jours-periode > ZERO THEN
               COMPUTE ws-jours-entiers = FUNCTION
                   INTEGER-OF-DATE(per-date-debut)
                   + (ws-rang - 1) * ws-jours-periode
               MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                   TO ws-date-prevue
           ELSE
               MOVE per-date-debut TO ws-date-eclatee
               IF per-trimestriel THEN
                   COMPUTE ws-mois-ajoutes = (ws-rang - 1) * 3
                           + ws-mois - 1
               ELSE
                   COMPUTE ws-mois-ajoutes = ws-rang - 1
                           + ws-mois - 1
               END-IF
               COMPUTE ws-annee = ws-annee + ws-mois-ajoutes / 12
               COMPUTE ws-mois = FUNCTION MOD(ws-mois-ajoutes, 12)
                       + 1
               IF ws-jour > 28 THEN
                   MOVE 28 TO ws-jour
               END-IF
               MOVE ws-date-eclatee-num TO ws-date-prevue
           END-IF.

       BULLETINER-NUMERO.
      *>    Le rang propose est celui qui suit le dernier numero
      *>    bulletine ; un numero arrive dans le desordre se saisit
      *>    par son rang.
           PERFORM LISTER-ABONNEMENTS
           DISPLAY "Numero de l'abonnement :"
           ACCEPT ws-numero-periodique
           MOVE 'N' TO ws-periodique-trouve
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-numero = ws-numero-periodique
                                   AND per-actif THEN
                               MOVE 'O' TO ws-periodique-trouve
                               PERFORM ENREGISTRER-RECEPTION
                               MOVE 'Y' TO fin_periodiques
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           END-IF
           IF ws-periodique-trouve = 'N' THEN
               DISPLAY "/!\ Aucun abonnement actif avec ce numero"
           END-IF.

       ENREGISTRER-RECEPTION.
           PERFORM CHARGER-RANGS-RECUS
           COMPUTE ws-rang-attendu = ws-dernier-rang + 1
           MOVE ws-rang-attendu TO ws-rang
           PERFORM CALCULER-DATE-PREVUE
           DISPLAY per-titre, " : rang du numero recu (vide = ",
                       ws-rang-attendu, " attendu le ",
                       ws-date-prevue, ") :"
           ACCEPT ws-rang-saisi
           IF ws-rang-saisi = ZERO THEN
               MOVE ws-rang-attendu TO ws-rang-saisi
           END-IF
           IF ws-rang-saisi > 9999 THEN
               DISPLAY "/!\ Rang hors limites, numero non bulletine"
               EXIT PARAGRAPH
           END-IF
           IF tr-recu(ws-rang-saisi) = 'O' THEN
               DISPLAY "/!\ Numero ", ws-rang-saisi, " deja",
                           " bulletine"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-rang-saisi TO ws-rang
           PERFORM CALCULER-DATE-PREVUE
           OPEN EXTEND numeros_periodiques
           IF ws-file-status-numeros = '35' THEN
               OPEN OUTPUT numeros_periodiques
           END-IF
           MOVE per-numero TO np-periodique
           MOVE ws-rang-saisi TO np-rang
           MOVE ws-date-prevue TO np-date-prevue
           MOVE ws-date-du-jour TO np-date-reception
           SET np-recu TO TRUE
           MOVE ZERO TO np-identifiant-copie
           WRITE numero-periodique-record
           END-WRITE
           CLOSE numeros_periodiques
           DISPLAY "--> ", per-titre, " numero ", ws-rang-saisi,
                       " bulletine".

       RAPPORT-NUMEROS-MANQUANTS.
      *>    Pour chaque abonnement actif, tout rang attendu depuis le
      *>    debut jusqu'a la date limite (aujourd'hui moins le delai
      *>    de grace, sans depasser la fin de l'abonnement) et jamais
      *>    bulletine est a reclamer au fournisseur.
           COMPUTE ws-jours-entiers = FUNCTION
               INTEGER-OF-DATE(ws-date-du-jour) - ws-delai-reclamation
           MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
               TO ws-date-limite
           MOVE ZERO TO ws-nombre-manquants
           OPEN OUTPUT rapport_numeros_manquants
           MOVE SPACES TO ligne-rapport
           STRING "NUMEROS MANQUANTS AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " (attendus avant le " DELIMITED BY SIZE
                   ws-date-limite DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-actif THEN
                               PERFORM CHERCHER-MANQUANTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           END-IF
           MOVE SPACES TO ligne-rapport
           STRING "Numeros a reclamer : " DELIMITED BY SIZE
                   ws-nombre-manquants DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_numeros_manquants
           DISPLAY ws-nombre-manquants, " numero(s) a reclamer"
           DISPLAY "Rapport ecrit dans rapport_numeros_manquants".

       CHERCHER-MANQUANTS.
           MOVE per-numero TO ws-numero-periodique
           PERFORM CHARGER-RANGS-RECUS
           MOVE 'N' TO ws-fin-rangs
           MOVE 1 TO ws-rang
           PERFORM UNTIL ws-fin-rangs = 'O'
               PERFORM CALCULER-DATE-PREVUE
               IF ws-date-prevue > ws-date-limite
                       OR ws-date-prevue > per-date-fin THEN
                   MOVE 'O' TO ws-fin-rangs
               ELSE
                   IF tr-recu(ws-rang) = 'N' THEN
                       PERFORM SIGNALER-MANQUANT
                   END-IF
                   IF ws-rang >= 9999 THEN
                       MOVE 'O' TO ws-fin-rangs
                   ELSE
                       ADD 1 TO ws-rang
                   END-IF
               END-IF
           END-PERFORM.

       SIGNALER-MANQUANT.
           ADD 1 TO ws-nombre-manquants
           COMPUTE ws-retard-jours = FUNCTION
               INTEGER-OF-DATE(ws-date-du-jour)
               - FUNCTION INTEGER-OF-DATE(ws-date-prevue)
           MOVE SPACES TO ligne-rapport
           STRING per-titre DELIMITED BY SIZE
                   " numero " DELIMITED BY SIZE
                   ws-rang DELIMITED BY SIZE
                   " attendu le " DELIMITED BY SIZE
                   ws-date-prevue DELIMITED BY SIZE
                   " (retard " DELIMITED BY SIZE
                   ws-retard-jours DELIMITED BY SIZE
                   " j) chez " DELIMITED BY SIZE
                   per-fournisseur DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       TRAITER-ANCIENS-NUMEROS.
      *>    Un numero recu depuis plus de l'age de pret devient une
      *>    copie pretable (etiquette collee au dos, identifiant
      *>    saisi) ; au-dela de l'age d'elimination, le numero est
      *>    marque a eliminer et sa copie passe usee, pour que le
      *>    rapport de desherbage la liste avec les copies a retirer.
           COMPUTE ws-jours-entiers = FUNCTION
               INTEGER-OF-DATE(ws-date-du-jour) - ws-age-pretable
           MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
               TO ws-date-limite-pret
           COMPUTE ws-jours-entiers = FUNCTION
               INTEGER-OF-DATE(ws-date-du-jour) - ws-age-elimination
           MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
               TO ws-date-limite-elimination
           MOVE ZERO TO ws-nombre-pretables
           MOVE ZERO TO ws-nombre-elimines
           MOVE 'N' TO fin_numeros
           OPEN I-O numeros_periodiques
           IF ws-file-status-numeros = '00' THEN
               PERFORM UNTIL fin_numeros = 'Y'
                   READ numeros_periodiques
                       AT END
                           MOVE 'Y' TO fin_numeros
                       NOT AT END
                           PERFORM TRAITER-UN-ANCIEN-NUMERO
                   END-READ
               END-PERFORM
               CLOSE numeros_periodiques
           ELSE
               DISPLAY "Aucun numero bulletine"
           END-IF
           DISPLAY "--> ", ws-nombre-pretables, " numero(s) passe(s)",
                       " en pret, ", ws-nombre-elimines,
                       " signale(s) au desherbage".

       TRAITER-UN-ANCIEN-NUMERO.
           IF (np-recu OR np-pretable)
                   AND np-date-reception < ws-date-limite-elimination
                   THEN
               SET np-a-eliminer TO TRUE
               REWRITE numero-periodique-record
               IF np-identifiant-copie NOT = ZERO THEN
                   PERFORM MARQUER-COPIE-A-ELIMINER
               END-IF
               ADD 1 TO ws-nombre-elimines
               PERFORM CHERCHER-TITRE-PERIODIQUE
               DISPLAY "A eliminer : ", ws-titre-periodique,
                           " numero ", np-rang, " recu le ",
                           np-date-reception
               EXIT PARAGRAPH
           END-IF
           IF np-recu AND np-date-reception < ws-date-limite-pret THEN
               PERFORM CHERCHER-TITRE-PERIODIQUE
               DISPLAY "Identifiant de l'exemplaire pour ",
                           ws-titre-periodique, " numero ", np-rang,
                           " (vide = plus tard) :"
               ACCEPT ws-identifiant-copie
               IF ws-identifiant-copie NOT = ZERO THEN
                   PERFORM CREER-COPIE-NUMERO
                   SET np-pretable TO TRUE
                   MOVE ws-identifiant-copie TO np-identifiant-copie
                   REWRITE numero-periodique-record
                   ADD 1 TO ws-nombre-pretables
               END-IF
           END-IF.

       CHERCHER-TITRE-PERIODIQUE.
           MOVE SPACES TO ws-titre-periodique
           MOVE SPACES TO ws-issn-periodique
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-numero = np-periodique THEN
                               MOVE per-titre TO ws-titre-periodique
                               MOVE per-issn TO ws-issn-periodique
                               MOVE 'Y' TO fin_periodiques
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           END-IF.

       CREER-COPIE-NUMERO.
      *>    Le titre de la copie porte le rang du numero pour que le
      *>    scan au comptoir dise lequel part en pret ; le prix est
      *>    compris dans l'abonnement.
           OPEN EXTEND copies_livres
           IF ws-file-status-copies = '35' THEN
               OPEN OUTPUT copies_livres
           END-IF
           MOVE ws-identifiant-copie TO cop-identifiant
           MOVE SPACES TO cop-titre
           STRING ws-titre-periodique(1:23) DELIMITED BY "  "
                   " n." DELIMITED BY SIZE
                   np-rang DELIMITED BY SIZE
               INTO cop-titre
           MOVE ws-issn-periodique TO cop-isbn
           MOVE ws-date-du-jour TO cop-date-acquisition
           MOVE ZERO TO cop-prix
           SET cop-bonne TO TRUE
           INITIALIZE cop-reparation
           WRITE copie-record
           END-WRITE
           CLOSE copies_livres.

       MARQUER-COPIE-A-ELIMINER.
           MOVE 'N' TO fin_copies
           OPEN I-O copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = np-identifiant-copie
                                   AND cop-en-rayon THEN
                               SET cop-usee TO TRUE
                               REWRITE copie-record
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF.
       END PROGRAM periodiques.

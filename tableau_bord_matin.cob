           SELECT impayes_prets ASSIGN TO 'impayes_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-impayes.
           SELECT declarations_ficoba ASSIGN TO 'declarations_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ficoba.
           SELECT journal_parametres ASSIGN TO 'journal_parametres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametres.
           SELECT checkpoint_activites ASSIGN TO
               'checkpoint_activites_nuit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-chk-activites.
           SELECT compte_rendu_activites ASSIGN TO
               'compte_rendu_activites_nuit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cr-activites.
           SELECT calendrier_feries ASSIGN TO 'calendrier_feries'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-feries.
           SELECT tableau_bord ASSIGN TO 'tableau_bord_matin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tableau.
           COPY cpchequesusp.
       FD impayes_prets.
           COPY cpimpayepret.
       FD declarations_ficoba.
           COPY cpficoba.
       FD journal_parametres.
           COPY cpjournparam.
       FD checkpoint_activites.
       01  ligne-checkpoint-activites.
           05  chk-date   PIC 9(8).
           05  chk-etape  PIC 9(2).
       FD compte_rendu_activites.
           COPY cpcractnuit.
       FD calendrier_feries.
       01  ligne-ferie.
           05  fer-date PIC 9(8).
       FD tableau_bord.
       01  ligne-tableau PIC X(100).

       01  ws-file-status-approb PIC XX.
       01  ws-file-status-cheques PIC XX.
       01  ws-file-status-impayes PIC XX.
       01  ws-file-status-ficoba PIC XX.
       01  ws-file-status-parametres PIC XX.
       01  ws-file-status-tableau PIC XX.
       01  ws-file-status-chk-activites PIC XX.
       01  ws-file-status-cr-activites PIC XX.
       01  ws-file-status-feries PIC XX.
       01  fin_feries PIC X VALUE 'N'.
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ls-statut-verification PIC X.
      *>    heure de debut, heure et etat de fin, pour la duree et
      *>    le verdict d'un seul regard.
       01  table-batchs.
           05  tb-entry OCCURS 60 TIMES INDEXED BY tb-i.
               10  tb-programme       PIC X(20).
               10  tb-heure-debut     PIC 9(6).
               10  tb-heure-fin       PIC 9(6).
       01  ws-file-plus-ancien PIC 9(8) VALUE ZERO.
       01  ws-age-jours PIC S9(5) VALUE ZERO.
       01  ws-libelle-file PIC X(22).
       01  ws-libelle-statut PIC X(8).
      *>    Etapes de la chaine de nuit des activites
      *>    (traitement_activites_nuit).
       01  ws-etapes-activites PIC 9(2) VALUE 13.
       01  ws-etape-activites-faite PIC 9(2) VALUE ZERO.
       01  ws-date-activites PIC 9(8) VALUE ZERO.
      *>    Journee que la chaine des activites aurait du traiter :
      *>    le jour ouvre qui precede la date de traitement, deja
      *>    avancee par la fin de journee bancaire.
       01  ws-date-metier PIC 9(8) VALUE ZERO.
       01  ws-journee-attendue PIC 9(8) VALUE ZERO.
       01  table-feries.
           05  tf-date OCCURS 50 TIMES PIC 9(8).
       01  tf-nombre PIC 9(2) VALUE ZERO.
       01  tf-i PIC 9(2).
       01  ws-jour-ouvre PIC X.
       01  ws-jour-semaine PIC 9(1).
       01  ws-jours-entiers PIC 9(7).

       PROCEDURE DIVISION.
      *>    Tableau de bord du matin : une seule page qui dit si
      *>    suspens, residus de transit, approbations en attente,
      *>    cheques en suspens, impayes de prets - avec le nombre, le
      *>    total et l'age du plus ancien. Fini l'heure de
      *>    depouillement a l'oeil. Les declarations FICOBA rejetees
      *>    y figurent une a une tant qu'elles ne sont pas corrigees.
      *>    Suivent les changements de parametres d'exploitation
      *>    saisis, mis en vigueur ou annules depuis le dernier
      *>    tableau, avec l'ancienne et la nouvelle valeur et le
      *>    superviseur qui en a decide.
      *>    La chaine de nuit de la bibliotheque, du jardin et de la
      *>    boutique a sa propre section : etapes passees, executees
      *>    ou sautees selon le planning, et alerte si elle s'est
      *>    arretee en route.
           DISPLAY "Tableau de bord du matin"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           OPEN OUTPUT tableau_bord

           PERFORM DEPOUILLER-JOURNAL-TRAVAUX
           PERFORM ECRIRE-SECTION-BATCHS
           PERFORM ETAT-CHAINE-ACTIVITES
           PERFORM ETAT-FILE-SUSPENS-NUIT
           PERFORM ETAT-FILE-CREDITS
           PERFORM ETAT-FILE-RESIDUS
           PERFORM ETAT-FILE-APPROBATIONS
           PERFORM ETAT-FILE-CHEQUES
           PERFORM ETAT-FILE-IMPAYES-PRETS
           PERFORM ETAT-REJETS-FICOBA
           PERFORM ETAT-CHANGEMENTS-PARAMETRES

           CLOSE tableau_bord
           DISPLAY "Tableau ecrit dans tableau_bord_matin"
               END-IF
           END-PERFORM
           IF tb-trouve = 'N' THEN
               IF tb-nombre = 60 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO tb-nombre
               PERFORM ECRIRE-ET-AFFICHER
           END-PERFORM.

       ETAT-CHAINE-ACTIVITES.
           MOVE "---- Chaine de nuit des activites ----"
               TO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER
           MOVE ZERO TO ws-etape-activites-faite
           MOVE ZERO TO ws-date-activites
           OPEN INPUT checkpoint_activites
           IF ws-file-status-chk-activites = '00' THEN
               READ checkpoint_activites
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE chk-etape TO ws-etape-activites-faite
                       MOVE chk-date TO ws-date-activites
               END-READ
               CLOSE checkpoint_activites
           END-IF
           MOVE SPACES TO ligne-tableau
           IF ws-etape-activites-faite < ws-etapes-activites THEN
               STRING "/!\ Chaine interrompue : " DELIMITED BY SIZE
                       ws-etape-activites-faite DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ws-etapes-activites DELIMITED BY SIZE
                       " etapes passees, journee " DELIMITED BY SIZE
                       ws-date-activites DELIMITED BY SIZE
                   INTO ligne-tableau
           ELSE
               STRING "Chaine terminee : " DELIMITED BY SIZE
                       ws-etape-activites-faite DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ws-etapes-activites DELIMITED BY SIZE
                       " etapes passees, journee " DELIMITED BY SIZE
                       ws-date-activites DELIMITED BY SIZE
                   INTO ligne-tableau
           END-IF
           PERFORM ECRIRE-ET-AFFICHER
           PERFORM CONTROLER-JOURNEE-ACTIVITES
           MOVE 'N' TO fin_fichier
           OPEN INPUT compte_rendu_activites
           IF ws-file-status-cr-activites = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ compte_rendu_activites
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           PERFORM LISTER-ETAPE-ACTIVITES
                   END-READ
               END-PERFORM
               CLOSE compte_rendu_activites
           END-IF.

       CONTROLER-JOURNEE-ACTIVITES.
      *>    Un checkpoint d'une journee plus ancienne que celle qui
      *>    vient d'etre cloturee veut dire que la chaine n'a pas
      *>    tourne cette nuit : le compte rendu liste est perime.
      *>    Si la fin de journee bancaire n'a pas encore avance la
      *>    date, le checkpoint du jour meme est aussi a jour.
           CALL 'date_metier' USING ws-date-metier
           PERFORM CHARGER-CALENDRIER-FERIES
           MOVE ws-date-metier TO ws-journee-attendue
           MOVE 'N' TO ws-jour-ouvre
           PERFORM UNTIL ws-jour-ouvre = 'O'
               COMPUTE ws-jours-entiers = FUNCTION
                   INTEGER-OF-DATE(ws-journee-attendue) - 1
               MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                   TO ws-journee-attendue
               PERFORM CONTROLER-JOUR-OUVRE
           END-PERFORM
           IF ws-date-activites < ws-journee-attendue THEN
               MOVE SPACES TO ligne-tableau
               STRING "/!\ Chaine des activites pas passee pour la"
                       DELIMITED BY SIZE
                       " journee " DELIMITED BY SIZE
                       ws-journee-attendue DELIMITED BY SIZE
                       " (dernier checkpoint " DELIMITED BY SIZE
                       ws-date-activites DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO ligne-tableau
               PERFORM ECRIRE-ET-AFFICHER
           END-IF.

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

       CONTROLER-JOUR-OUVRE.
           MOVE 'O' TO ws-jour-ouvre
           COMPUTE ws-jour-semaine = FUNCTION MOD(FUNCTION
               INTEGER-OF-DATE(ws-journee-attendue), 7)
           IF ws-jour-semaine = 0 OR ws-jour-semaine = 6 THEN
               MOVE 'N' TO ws-jour-ouvre
           END-IF
           PERFORM VARYING tf-i FROM 1 BY 1 UNTIL tf-i > tf-nombre
               IF tf-date(tf-i) = ws-journee-attendue THEN
                   MOVE 'N' TO ws-jour-ouvre
               END-IF
           END-PERFORM.

       LISTER-ETAPE-ACTIVITES.
           IF cra-executee THEN
               MOVE "executee" TO ws-libelle-statut
           ELSE
               MOVE "sautee" TO ws-libelle-statut
           END-IF
           MOVE SPACES TO ligne-tableau
           STRING "  Etape " DELIMITED BY SIZE
                   cra-etape DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cra-programme DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-libelle-statut DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   cra-heure DELIMITED BY SIZE
               INTO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER.

       PREPARER-FILE.
           MOVE ZERO TO ws-file-nombre
           MOVE ZERO TO ws-file-total
               CLOSE impayes_prets
           END-IF
           PERFORM ECRIRE-ETAT-FILE.
       ETAT-REJETS-FICOBA.
      *>    Pas de montant ici : le nombre et l'age du plus ancien
      *>    rejet, puis une ligne par declaration a reprendre dans
      *>    correction_ficoba.
           PERFORM PREPARER-FILE
           OPEN INPUT declarations_ficoba
           IF ws-file-status-ficoba = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF dfc-rejetee THEN
                               ADD 1 TO ws-file-nombre
                               IF ws-file-plus-ancien = ZERO
                                   OR dfc-date-accuse
                                       < ws-file-plus-ancien THEN
                                   MOVE dfc-date-accuse
                                       TO ws-file-plus-ancien
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           END-IF
           IF ws-file-plus-ancien = ZERO THEN
               MOVE ZERO TO ws-age-jours
           ELSE
               COMPUTE ws-age-jours =
                       FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                       - FUNCTION
                           INTEGER-OF-DATE(ws-file-plus-ancien)
           END-IF
           MOVE SPACES TO ligne-tableau
           STRING "Rejets FICOBA          : " DELIMITED BY SIZE
                   ws-file-nombre DELIMITED BY SIZE
                   " a corriger, plus ancien " DELIMITED BY SIZE
                   ws-age-jours DELIMITED BY SIZE
                   " j" DELIMITED BY SIZE
               INTO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER
           IF ws-file-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_fichier
           OPEN INPUT declarations_ficoba
           PERFORM UNTIL fin_fichier = 'Y'
               READ declarations_ficoba
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       IF dfc-rejetee THEN
                           PERFORM LISTER-REJET-FICOBA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE declarations_ficoba.

       LISTER-REJET-FICOBA.
           MOVE SPACES TO ligne-tableau
           STRING "  /!\ FICOBA " DELIMITED BY SIZE
                   dfc-sequence DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   dfc-compte DELIMITED BY SIZE
                   " nature " DELIMITED BY SIZE
                   dfc-nature DELIMITED BY SIZE
                   " rejet " DELIMITED BY SIZE
                   dfc-code-rejet DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   dfc-libelle-rejet DELIMITED BY SIZE
               INTO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER.

       ETAT-CHANGEMENTS-PARAMETRES.
      *>    Chaque changement n'est rapporte qu'une fois par
      *>    evenement : une fois ecrit, il est marque rapporte.
           PERFORM PREPARER-FILE
           OPEN I-O journal_parametres
           IF ws-file-status-parametres = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ journal_parametres
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF jpa-a-rapporter THEN
                               ADD 1 TO ws-file-nombre
                               PERFORM LISTER-CHANGEMENT-PARAMETRE
                               SET jpa-deja-rapporte TO TRUE
                               REWRITE journal-parametre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_parametres
           END-IF
           MOVE SPACES TO ligne-tableau
           STRING "Changements parametres : " DELIMITED BY SIZE
                   ws-file-nombre DELIMITED BY SIZE
                   " depuis le dernier tableau" DELIMITED BY SIZE
               INTO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER.

       LISTER-CHANGEMENT-PARAMETRE.
           EVALUATE TRUE
               WHEN jpa-planifie
                   MOVE "planifie" TO ws-libelle-statut
               WHEN jpa-applique
                   MOVE "applique" TO ws-libelle-statut
               WHEN OTHER
                   MOVE "annule" TO ws-libelle-statut
           END-EVALUATE
           MOVE SPACES TO ligne-tableau
           STRING "  Parametre " DELIMITED BY SIZE
                   jpa-fichier DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   jpa-ancienne-valeur DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   jpa-nouvelle-valeur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ws-libelle-statut DELIMITED BY SPACE
                   " effet " DELIMITED BY SIZE
                   jpa-date-effet DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   jpa-operateur DELIMITED BY SIZE
               INTO ligne-tableau
           PERFORM ECRIRE-ET-AFFICHER.
       END PROGRAM tableau_bord_matin.

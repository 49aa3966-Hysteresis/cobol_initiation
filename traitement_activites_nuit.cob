       IDENTIFICATION DIVISION.
       PROGRAM-ID. traitement_activites_nuit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT checkpoint_activites ASSIGN TO
               'checkpoint_activites_nuit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-checkpoint.
           SELECT planning_activites ASSIGN TO
               'planning_activites_nuit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-planning.
           SELECT compte_rendu ASSIGN TO
               'compte_rendu_activites_nuit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compte-rendu.
           SELECT calendrier_feries ASSIGN TO 'calendrier_feries'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-feries.

       DATA DIVISION.
       FILE SECTION.
       FD checkpoint_activites.
      *>    Journee traitee et derniere etape terminee : une autre
      *>    journee repart de la premiere etape, la meme journee
      *>    reprend apres la derniere terminee.
       01  ligne-checkpoint.
           05  chk-date   PIC 9(8).
           05  chk-etape  PIC 9(2).
       FD planning_activites.
           COPY cpplanact.
       FD compte_rendu.
           COPY cpcractnuit.
       FD calendrier_feries.
       01  ligne-ferie.
           05  fer-date PIC 9(8).

       WORKING-STORAGE SECTION.
      *>    Etapes de la chaine, dans l'ordre : 1=presomption de
      *>    perte des retards prolonges (avant les amendes, le pret
      *>    perdu ne court plus), 2=amendes de retard, 3=relances des
      *>    retards (apres les amendes, qu'elles citent), 4=liste des
      *>    reservations de l'etagere, 5=export du catalogue,
      *>    6=retarification des devis perimes du jardin,
      *>    7=rapprochement des virements du jardin, 8=contrats
      *>    d'entretien du jardin (mensuel), 9=rapport des devis
      *>    (mensuel), 10=releves et prelevements des comptes clients
      *>    de la boutique, 11=etiquettes de rayon, 12=analyse des
      *>    ventes de la boutique (mensuel), 13=anonymisation des
      *>    emprunts anciens (mensuel).
       01  nombre-etapes PIC 9(2) VALUE 13.
      *>    Calendrier par defaut de chaque etape : libelle, jours du
      *>    lundi au dimanche, O si mensuelle (premier jour ouvre du
      *>    mois seulement). planning_activites_nuit le remplace etape
      *>    par etape.
       01  planning-defaut-valeurs.
           05  FILLER PIC X(28) VALUE 'presomption_pertes  OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'calcul_amendes      OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'relances_retards    OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'liste_reservations  OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'export_catalogue    OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'retarification_devisOOOOOOON'.
           05  FILLER PIC X(28) VALUE 'virements_jardin    OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'entretien_mensuel   OOOOOOOO'.
           05  FILLER PIC X(28) VALUE 'rapport_devis       OOOOOOOO'.
           05  FILLER PIC X(28) VALUE 'releve_credit       OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'etiquettes_rayon    OOOOOOON'.
           05  FILLER PIC X(28) VALUE 'analyse_ventes      OOOOOOOO'.
           05  FILLER PIC X(28) VALUE 'anonymisation_prets OOOOOOOO'.
       01  planning-etapes REDEFINES planning-defaut-valeurs.
           05  pl-entry OCCURS 13 TIMES.
               10  pl-programme        PIC X(20).
               10  pl-jour             PIC X(1) OCCURS 7 TIMES.
               10  pl-mensuelle        PIC X(1).
       01  pl-i PIC 9(2).
       01  ws-file-status-checkpoint PIC XX.
       01  ws-file-status-planning PIC XX.
       01  ws-file-status-compte-rendu PIC XX.
       01  ws-file-status-feries PIC XX.
       01  fin_planning PIC X VALUE 'N'.
       01  fin_feries PIC X VALUE 'N'.
       01  ws-planning-lu PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-etape-checkpoint PIC 9(2) VALUE ZERO.
       01  ws-etape-en-cours PIC 9(2) VALUE ZERO.
       01  ws-etape-prevue PIC X VALUE 'N'.
       01  ws-premier-jour-mois PIC X VALUE 'N'.
       01  ws-rang-jour PIC 9(1).
       01  ws-nombre-executees PIC 9(2) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-horodatage PIC X(21).
       01  table-feries.
           05  tf-date OCCURS 50 TIMES PIC 9(8).
       01  tf-nombre PIC 9(2) VALUE ZERO.
       01  tf-i PIC 9(2).
       01  ws-date-candidate PIC 9(8).
       01  ws-jour-ouvre PIC X.
       01  ws-jour-semaine PIC 9(1).
       01  ws-jours-entiers PIC 9(7).

       PROCEDURE DIVISION.
      *>    Chaine de nuit des activites hors banque - bibliotheque,
      *>    jardin, boutique - sur le modele de traitement_fin_journee
      *>    : meme journee metier (date_metier), meme point de
      *>    reprise etape par etape, chaque programme consignant son
      *>    passage dans journal_travaux. Le planning dit quelles
      *>    etapes tournent quels jours ; une etape hors planning est
      *>    sautee mais comptee comme passee. A lancer avant la
      *>    chaine bancaire, qui avance la date de traitement en fin
      *>    de course. Le compte rendu de la nuit part au tableau de
      *>    bord du matin.
           DISPLAY "Chaine de nuit des activites"
           CALL 'journal_batch' USING "traitement_activites", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-CHECKPOINT
           PERFORM CHARGER-PLANNING
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM DETERMINER-JOUR-TRAITE
           PERFORM ECHO-PLANNING

           IF ws-etape-checkpoint < 1 THEN
               PERFORM ETAPE-PRESOMPTION-PERTES
           END-IF
           IF ws-etape-checkpoint < 2 THEN
               PERFORM ETAPE-AMENDES
           END-IF
           IF ws-etape-checkpoint < 3 THEN
               PERFORM ETAPE-RELANCES
           END-IF
           IF ws-etape-checkpoint < 4 THEN
               PERFORM ETAPE-RESERVATIONS
           END-IF
           IF ws-etape-checkpoint < 5 THEN
               PERFORM ETAPE-EXPORT-CATALOGUE
           END-IF
           IF ws-etape-checkpoint < 6 THEN
               PERFORM ETAPE-RETARIFICATION-DEVIS
           END-IF
           IF ws-etape-checkpoint < 7 THEN
               PERFORM ETAPE-VIREMENTS-JARDIN
           END-IF
           IF ws-etape-checkpoint < 8 THEN
               PERFORM ETAPE-ENTRETIEN-MENSUEL
           END-IF
           IF ws-etape-checkpoint < 9 THEN
               PERFORM ETAPE-RAPPORT-DEVIS
           END-IF
           IF ws-etape-checkpoint < 10 THEN
               PERFORM ETAPE-RELEVES-CREDIT
           END-IF
           IF ws-etape-checkpoint < 11 THEN
               PERFORM ETAPE-ETIQUETTES-RAYON
           END-IF
           IF ws-etape-checkpoint < 12 THEN
               PERFORM ETAPE-ANALYSE-VENTES
           END-IF
           IF ws-etape-checkpoint < 13 THEN
               PERFORM ETAPE-ANONYMISATION-EMPRUNTS
           END-IF

           DISPLAY "Chaine de nuit des activites terminee : ",
                       ws-nombre-executees, " etape(s) executee(s)"
           MOVE ws-nombre-executees TO ws-compteur-journal
           CALL 'journal_batch' USING "traitement_activites", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-CHECKPOINT.
      *>    Le compte rendu d'une nouvelle journee repart a vide ;
      *>    celui d'une reprise se complete.
           MOVE ZERO TO ws-etape-checkpoint
           OPEN INPUT checkpoint_activites
           IF ws-file-status-checkpoint = '00' THEN
               READ checkpoint_activites
                   AT END
                       CONTINUE
                   NOT AT END
                       IF chk-date = ws-date-du-jour THEN
                           MOVE chk-etape TO ws-etape-checkpoint
                       END-IF
               END-READ
               CLOSE checkpoint_activites
           END-IF
           IF ws-etape-checkpoint = ZERO THEN
               OPEN OUTPUT compte_rendu
               CLOSE compte_rendu
           ELSE
               DISPLAY "Reprise de la journee ", ws-date-du-jour,
                           " apres l'etape ", ws-etape-checkpoint
           END-IF.

       ENREGISTRER-CHECKPOINT.
           OPEN OUTPUT checkpoint_activites
           MOVE ws-date-du-jour TO chk-date
           MOVE ws-etape-checkpoint TO chk-etape
           WRITE ligne-checkpoint
           END-WRITE
           CLOSE checkpoint_activites.

       CHARGER-PLANNING.
           MOVE 'N' TO fin_planning
           OPEN INPUT planning_activites
           IF ws-file-status-planning = '00' THEN
               MOVE 'O' TO ws-planning-lu
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning_activites
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pa-etape >= 1
                                   AND pa-etape <= nombre-etapes THEN
                               MOVE pa-etape TO pl-i
                               MOVE pa-jours-semaine(1:1)
                                   TO pl-jour(pl-i, 1)
                               MOVE pa-jours-semaine(2:1)
                                   TO pl-jour(pl-i, 2)
                               MOVE pa-jours-semaine(3:1)
                                   TO pl-jour(pl-i, 3)
                               MOVE pa-jours-semaine(4:1)
                                   TO pl-jour(pl-i, 4)
                               MOVE pa-jours-semaine(5:1)
                                   TO pl-jour(pl-i, 5)
                               MOVE pa-jours-semaine(6:1)
                                   TO pl-jour(pl-i, 6)
                               MOVE pa-jours-semaine(7:1)
                                   TO pl-jour(pl-i, 7)
                               MOVE pa-mensuelle TO pl-mensuelle(pl-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning_activites
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

       DETERMINER-JOUR-TRAITE.
      *>    Rang du jour dans la semaine (1 lundi a 7 dimanche, le
      *>    jour 1 du calendrier interne etant un lundi) et premier
      *>    jour ouvre du mois : le jour ouvre precedent, samedis,
      *>    dimanches et feries enjambes, tombe le mois d'avant.
           COMPUTE ws-rang-jour = FUNCTION MOD(FUNCTION
               INTEGER-OF-DATE(ws-date-du-jour) - 1, 7) + 1
           MOVE ws-date-du-jour TO ws-date-candidate
           MOVE 'N' TO ws-jour-ouvre
           PERFORM UNTIL ws-jour-ouvre = 'O'
               COMPUTE ws-jours-entiers = FUNCTION
                   INTEGER-OF-DATE(ws-date-candidate) - 1
               MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                   TO ws-date-candidate
               PERFORM CONTROLER-JOUR-OUVRE
           END-PERFORM
           IF ws-date-candidate(5:2) NOT = ws-date-du-jour(5:2) THEN
               MOVE 'O' TO ws-premier-jour-mois
           ELSE
               MOVE 'N' TO ws-premier-jour-mois
           END-IF.

       CONTROLER-JOUR-OUVRE.
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

       ECHO-PLANNING.
      *>    Ce que la chaine applique cette nuit, pour le controle du
      *>    matin.
           DISPLAY "---- Planning applique ----"
           IF ws-planning-lu = 'O' THEN
               DISPLAY "Source          : planning_activites_nuit"
           ELSE
               DISPLAY "Source          : planning par defaut",
                           " (fichier planning_activites_nuit absent)"
           END-IF
           DISPLAY "Journee traitee : ", ws-date-du-jour,
                       " (jour ", ws-rang-jour, " de la semaine,",
                       " premier jour ouvre du mois : ",
                       ws-premier-jour-mois, ")"
           PERFORM VARYING pl-i FROM 1 BY 1 UNTIL pl-i > nombre-etapes
               DISPLAY pl-i, " ", pl-programme(pl-i), " jours ",
                   pl-jour(pl-i, 1), pl-jour(pl-i, 2),
                   pl-jour(pl-i, 3), pl-jour(pl-i, 4),
                   pl-jour(pl-i, 5), pl-jour(pl-i, 6),
                   pl-jour(pl-i, 7), " mensuelle ",
                   pl-mensuelle(pl-i)
           END-PERFORM
           DISPLAY "---------------------------".

       CONTROLER-PLANNING-ETAPE.
           MOVE ws-etape-en-cours TO pl-i
           MOVE 'N' TO ws-etape-prevue
           IF pl-jour(pl-i, ws-rang-jour) = 'O' THEN
               MOVE 'O' TO ws-etape-prevue
           END-IF
           IF pl-mensuelle(pl-i) = 'O'
                   AND ws-premier-jour-mois = 'N' THEN
               MOVE 'N' TO ws-etape-prevue
           END-IF
           IF ws-etape-prevue = 'N' THEN
               DISPLAY "Hors planning ce jour, etape sautee"
           END-IF.

       TERMINER-ETAPE.
           MOVE ws-etape-en-cours TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage
           OPEN EXTEND compte_rendu
           IF ws-file-status-compte-rendu = '35' THEN
               OPEN OUTPUT compte_rendu
           END-IF
           MOVE SPACES TO compte-rendu-activite-record
           MOVE ws-date-du-jour TO cra-date
           MOVE ws-etape-en-cours TO cra-etape
           MOVE ws-etape-en-cours TO pl-i
           MOVE pl-programme(pl-i) TO cra-programme
           IF ws-etape-prevue = 'O' THEN
               MOVE 'E' TO cra-resultat
               ADD 1 TO ws-nombre-executees
           ELSE
               MOVE 'S' TO cra-resultat
           END-IF
           MOVE ws-horodatage(9:6) TO cra-heure
           WRITE compte-rendu-activite-record
           END-WRITE
           CLOSE compte_rendu.

       ETAPE-PRESOMPTION-PERTES.
           DISPLAY "Etape 1/13 : presomption de perte des retards"
           MOVE 1 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'presomption_pertes'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-AMENDES.
           DISPLAY "Etape 2/13 : amendes de retard"
           MOVE 2 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'calcul_amendes'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-RELANCES.
           DISPLAY "Etape 3/13 : relances des retards"
           MOVE 3 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'relances_retards'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-RESERVATIONS.
           DISPLAY "Etape 4/13 : etagere des reservations"
           MOVE 4 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'liste_reservations'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-EXPORT-CATALOGUE.
           DISPLAY "Etape 5/13 : export du catalogue"
           MOVE 5 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'export_catalogue'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-RETARIFICATION-DEVIS.
           DISPLAY "Etape 6/13 : retarification des devis perimes"
           MOVE 6 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'retarification_devis'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-VIREMENTS-JARDIN.
      *>    Les credits du jour sont encore dans mouvements_jour : la
      *>    chaine bancaire ne les bascule qu'a son archivage.
           DISPLAY "Etape 7/13 : rapprochement des virements du",
                       " jardin"
           MOVE 7 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'virements_jardin'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-ENTRETIEN-MENSUEL.
           DISPLAY "Etape 8/13 : contrats d'entretien du jardin"
           MOVE 8 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'entretien_mensuel'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-RAPPORT-DEVIS.
           DISPLAY "Etape 9/13 : rapport mensuel des devis"
           MOVE 9 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'rapport_devis'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-RELEVES-CREDIT.
           DISPLAY "Etape 10/13 : comptes clients de la boutique"
           MOVE 10 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'releve_credit'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-ETIQUETTES-RAYON.
           DISPLAY "Etape 11/13 : etiquettes de rayon"
           MOVE 11 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'etiquettes_rayon'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-ANALYSE-VENTES.
           DISPLAY "Etape 12/13 : analyse mensuelle des ventes"
           MOVE 12 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'analyse_ventes_boutique'
           END-IF
           PERFORM TERMINER-ETAPE.

       ETAPE-ANONYMISATION-EMPRUNTS.
           DISPLAY "Etape 13/13 : anonymisation des emprunts anciens"
           MOVE 13 TO ws-etape-en-cours
           PERFORM CONTROLER-PLANNING-ETAPE
           IF ws-etape-prevue = 'O' THEN
               CALL 'anonymisation_emprunts'
           END-IF
           PERFORM TERMINER-ETAPE.
       END PROGRAM traitement_activites_nuit.

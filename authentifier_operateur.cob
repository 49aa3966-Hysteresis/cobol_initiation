       IDENTIFICATION DIVISION.
       PROGRAM-ID. authentifier_operateur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT operateurs ASSIGN TO 'operateurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT journal_connexions ASSIGN TO 'journal_connexions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.
           SELECT duree_mot_de_passe ASSIGN TO 'duree_mot_de_passe'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-duree.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           COPY cpoperateur.
       FD journal_connexions.
      *>    Journal des ouvertures et fermetures de session des
      *>    guichetiers, avec les echecs, verrouillages et changements
      *>    de mot de passe : qui s'est identifie sur quel poste,
      *>    quand, et ce qui lui a ete refuse.
       01  ligne-connexion PIC X(80).
       FD duree_mot_de_passe.
      *>    Fichier parametre d'une seule ligne : la duree de vie d'un
      *>    mot de passe operateur, en jours (90 a defaut de fichier).
       01  duree-parametre PIC 9(3).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-journal PIC XX.
       01  ws-file-status-duree PIC XX.
       01  fin_operateurs PIC X VALUE 'N'.
       01  ws-operateur-trouve PIC X VALUE 'N'.
       01  ws-mot-de-passe-saisi PIC X(8).
       01  ws-mot-de-passe-brouille PIC X(8).
       01  ws-nouveau-mot-de-passe PIC X(8).
       01  ws-confirmation-mot-de-passe PIC X(8).
       01  ws-nouveau-brouille PIC X(8).
       01  ws-mot-clair PIC X(8).
       01  ws-mot-brouille PIC X(8).
       01  ws-duree-mot-de-passe PIC 9(3) VALUE 90.
       01  ws-age-mot-de-passe PIC 9(7) VALUE ZERO.
       01  ws-date-du-jour PIC 9(8).
       01  ws-horodatage PIC X(21).
       01  ws-evenement PIC X(20).
       01  ws-change-exige PIC X VALUE 'N'.
       01  ws-compte-nul PIC 9(6) VALUE ZERO.
       01  ws-montant-nul PIC 9(7)V99 VALUE ZERO.
       01  ws-autorise-secours PIC X VALUE 'N'.
       01  ws-id-superviseur PIC X(8).

       LINKAGE SECTION.
       01  ls-mode PIC X.
       01  ls-operateur PIC X(8).
       01  ls-resultat PIC X.

       PROCEDURE DIVISION USING ls-mode, ls-operateur, ls-resultat.
      *>    Point de passage unique de l'identification des
      *>    guichetiers, sur le modele d'autoriser_superviseur :
      *>     - C : connexion, identifiant et mot de passe saisis, avec
      *>       changement impose du mot de passe provisoire ou echu ;
      *>     - V : re-verification du mot de passe de l'operateur
      *>       deja connecte (session verrouillee apres inactivite) ;
      *>     - D : deconnexion, simplement journalisee.
      *>    Trois echecs consecutifs verrouillent l'identifiant
      *>    jusqu'au passage d'un superviseur ; chaque evenement part
      *>    dans journal_connexions.
           MOVE 'N' TO ls-resultat
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           IF ls-mode = 'D' THEN
               MOVE 'O' TO ls-resultat
               MOVE "DECONNEXION" TO ws-evenement
               PERFORM JOURNALISER-CONNEXION
               GOBACK
           END-IF
           IF ls-mode = 'C' THEN
               DISPLAY "Identifiant guichetier :"
               ACCEPT ls-operateur
           END-IF
           IF ls-operateur = SPACES THEN
               GOBACK
           END-IF
           DISPLAY "Mot de passe :"
           ACCEPT ws-mot-de-passe-saisi
           MOVE ws-mot-de-passe-saisi TO ws-mot-clair
           PERFORM BROUILLER-MOT-DE-PASSE
           MOVE ws-mot-brouille TO ws-mot-de-passe-brouille
           PERFORM LIRE-DUREE-MOT-DE-PASSE

           MOVE 'N' TO ws-operateur-trouve
           MOVE 'N' TO fin_operateurs
           OPEN I-O operateurs
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           IF opr-id = ls-operateur THEN
                               MOVE 'O' TO ws-operateur-trouve
                               MOVE 'Y' TO fin_operateurs
                               PERFORM CONTROLER-OPERATEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
               IF ws-operateur-trouve = 'N' THEN
                   DISPLAY "/!\ Identifiant guichetier inconnu"
                   MOVE "ECHEC INCONNU" TO ws-evenement
                   PERFORM JOURNALISER-CONNEXION
               END-IF
           ELSE
      *>        Fichier des operateurs indisponible : l'identifiant
      *>        ne peut etre controle, la connexion n'est ouverte que
      *>        sur autorisation d'un superviseur, tracee dans son
      *>        journal comme dans celui des connexions.
               DISPLAY "/!\ Fichier operateurs indisponible,",
                           " autorisation superviseur requise"
               CALL 'autoriser_superviseur' USING "CONNEXION   ",
                   ws-compte-nul, ws-montant-nul, ws-autorise-secours,
                   ws-id-superviseur
               IF ws-autorise-secours = 'O' THEN
                   MOVE 'O' TO ls-resultat
                   MOVE "CONNEXION SUPERVISEE" TO ws-evenement
               ELSE
                   MOVE "REFUS SANS FICHIER" TO ws-evenement
               END-IF
               PERFORM JOURNALISER-CONNEXION
           END-IF
           GOBACK.

       CONTROLER-OPERATEUR.
           IF opr-retire THEN
               DISPLAY "/!\ Identifiant retire"
               MOVE "REFUS RETIRE" TO ws-evenement
               PERFORM JOURNALISER-CONNEXION
           ELSE
           IF opr-verrouille THEN
               DISPLAY "/!\ Identifiant verrouille, deverrouillage",
                           " superviseur requis"
               MOVE "REFUS VERROUILLE" TO ws-evenement
               PERFORM JOURNALISER-CONNEXION
           ELSE
           IF opr-mot-de-passe NOT = ws-mot-de-passe-brouille THEN
               PERFORM ENREGISTRER-ECHEC
           ELSE
               MOVE ZERO TO opr-echecs
               PERFORM CONTROLER-ECHEANCE-MOT-DE-PASSE
               IF ws-change-exige = 'O' THEN
                   PERFORM IMPOSER-CHANGEMENT
               ELSE
                   MOVE 'O' TO ls-resultat
               END-IF
               IF ls-resultat = 'O' THEN
                   MOVE ws-date-du-jour TO opr-date-connexion
                   IF ls-mode = 'C' THEN
                       MOVE "CONNEXION" TO ws-evenement
                   ELSE
                       MOVE "REPRISE SESSION" TO ws-evenement
                   END-IF
                   PERFORM JOURNALISER-CONNEXION
               END-IF
               REWRITE operateur-record
           END-IF
           END-IF
           END-IF.

       ENREGISTRER-ECHEC.
           ADD 1 TO opr-echecs
           IF opr-echecs >= 3 THEN
               SET opr-verrouille TO TRUE
               DISPLAY "/!\ Troisieme echec : identifiant verrouille,",
                           " deverrouillage superviseur requis"
               MOVE "VERROUILLAGE" TO ws-evenement
           ELSE
               DISPLAY "/!\ Mot de passe incorrect"
               MOVE "ECHEC MOT DE PASSE" TO ws-evenement
           END-IF
           REWRITE operateur-record
           PERFORM JOURNALISER-CONNEXION.

       CONTROLER-ECHEANCE-MOT-DE-PASSE.
      *>    Un mot de passe provisoire (date de changement a zero) ou
      *>    plus vieux que la duree de vie parametree doit etre
      *>    change avant d'ouvrir la session.
           MOVE 'N' TO ws-change-exige
           IF opr-date-changement = ZERO THEN
               MOVE 'O' TO ws-change-exige
               DISPLAY "Mot de passe provisoire : changement",
                           " obligatoire"
           ELSE
               COMPUTE ws-age-mot-de-passe =
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                   - FUNCTION INTEGER-OF-DATE(opr-date-changement)
               IF ws-age-mot-de-passe >= ws-duree-mot-de-passe THEN
                   MOVE 'O' TO ws-change-exige
                   DISPLAY "Mot de passe echu (", ws-age-mot-de-passe,
                               " jours) : changement obligatoire"
               END-IF
           END-IF.

       IMPOSER-CHANGEMENT.
      *>    Double saisie du nouveau mot de passe, qui doit differer
      *>    de l'ancien ; un changement rate laisse la session fermee
      *>    sans compter d'echec, le mot de passe actuel etant juste.
           DISPLAY "Nouveau mot de passe (8 caracteres au plus) :"
           ACCEPT ws-nouveau-mot-de-passe
           DISPLAY "Confirmer le nouveau mot de passe :"
           ACCEPT ws-confirmation-mot-de-passe
           MOVE ws-nouveau-mot-de-passe TO ws-mot-clair
           PERFORM BROUILLER-MOT-DE-PASSE
           MOVE ws-mot-brouille TO ws-nouveau-brouille
           IF ws-nouveau-mot-de-passe = SPACES THEN
               DISPLAY "/!\ Mot de passe vide refuse"
           ELSE
           IF ws-nouveau-mot-de-passe
                   NOT = ws-confirmation-mot-de-passe THEN
               DISPLAY "/!\ Les deux saisies ne correspondent pas"
           ELSE
           IF ws-nouveau-brouille = opr-mot-de-passe THEN
               DISPLAY "/!\ Le nouveau mot de passe doit differer",
                           " de l'ancien"
           ELSE
               MOVE ws-nouveau-brouille TO opr-mot-de-passe
               MOVE ws-date-du-jour TO opr-date-changement
               MOVE 'O' TO ls-resultat
               MOVE "CHANGEMENT MDP" TO ws-evenement
               PERFORM JOURNALISER-CONNEXION
               DISPLAY "--> Mot de passe change"
           END-IF
           END-IF
           END-IF.

       BROUILLER-MOT-DE-PASSE.
      *>    Meme brouillage que les PIN, applique a chacune des deux
      *>    moities du mot de passe, rangees ensuite permutees : le
      *>    meme appel sert toujours a brouiller et a debrouiller.
           CALL 'brouiller_pin' USING ws-mot-clair(1:4),
               ws-mot-brouille(5:4)
           CALL 'brouiller_pin' USING ws-mot-clair(5:4),
               ws-mot-brouille(1:4).

       LIRE-DUREE-MOT-DE-PASSE.
           OPEN INPUT duree_mot_de_passe
           IF ws-file-status-duree = '00' THEN
               READ duree_mot_de_passe
                   AT END
                       CONTINUE
                   NOT AT END
                       IF duree-parametre > ZERO THEN
                           MOVE duree-parametre
                               TO ws-duree-mot-de-passe
                       END-IF
               END-READ
               CLOSE duree_mot_de_passe
           END-IF.

       JOURNALISER-CONNEXION.
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage
           OPEN EXTEND journal_connexions
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_connexions
           END-IF
           MOVE SPACES TO ligne-connexion
           STRING ws-horodatage DELIMITED BY SIZE
                   " OPERATEUR=" DELIMITED BY SIZE
                   ls-operateur DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-evenement DELIMITED BY SIZE
               INTO ligne-connexion
           WRITE ligne-connexion
           END-WRITE
           CLOSE journal_connexions.
       END PROGRAM authentifier_operateur.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_parametres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT fichier_parametre ASSIGN TO ws-nom-fichier
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT journal_parametres ASSIGN TO 'journal_parametres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD fichier_parametre.
       01  ligne-parametre PIC X(80).
       FD journal_parametres.
           COPY cpjournparam.

       WORKING-STORAGE SECTION.
           COPY cpcatparam.
       01  ws-file-status PIC XX.
       01  ws-file-status-journal PIC XX.
       01  fin_parametre PIC X VALUE 'N'.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-nom-fichier PIC X(24).
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-compte-nul PIC 9(6) VALUE ZERO.
       01  ws-montant-nul PIC 9(7)V99 VALUE ZERO.
       01  ws-rang-choisi PIC 9(2) VALUE ZERO.
       01  ws-rang-voisin PIC 9(2) VALUE ZERO.
       01  ws-ligne PIC X(80).
       01  ws-fichier-present PIC X VALUE 'N'.
       01  ws-valeur-courante PIC X(12).
       01  ws-valeur-numerique PIC 9(7)V99 VALUE ZERO.
       01  ws-valeur-affichee PIC Z(6)9.99.
       01  ws-minimum-affiche PIC Z(6)9.99.
       01  ws-maximum-affiche PIC Z(6)9.99.
       01  ws-entier-affiche PIC Z(6)9.
       01  ws-minimum-entier PIC Z(6)9.
       01  ws-maximum-entier PIC Z(6)9.
       01  ws-valeur-saisie PIC 9(7)V99 VALUE ZERO.
       01  ws-valeur-alpha PIC X(12).
       01  ws-image-entiere PIC 9(12) VALUE ZERO.
       01  ws-nouvelle-valeur PIC X(12).
       01  ws-ancienne-valeur PIC X(12).
       01  ws-valeur-valide PIC X VALUE 'N'.
       01  ws-nombre-admis PIC 9(2) VALUE ZERO.
       01  ws-sens-calendrier PIC X.
       01  ws-date-saisie PIC 9(8) VALUE ZERO.
       01  ws-date-effet PIC 9(8) VALUE ZERO.
       01  ws-confirmation PIC X.
       01  ws-statut-application PIC X.
       01  ws-nombre-feries PIC 9(3) VALUE ZERO.
       01  ws-nombre-planifies PIC 9(3) VALUE ZERO.
       01  ws-sequence-journal PIC 9(6) VALUE ZERO.
       01  ws-sequence-choisie PIC 9(6) VALUE ZERO.
       01  ws-changement-trouve PIC X VALUE 'N'.
       01  ws-horodatage PIC X(21).

       PROCEDURE DIVISION.
      *>    Maintenance des parametres d'exploitation, reservee aux
      *>    superviseurs : chaque fichier parametre d'une ligne
      *>    (seuils, delais, taux, calendrier des feries...) est
      *>    liste avec sa valeur en vigueur, une nouvelle valeur est
      *>    controlee contre la fourchette du catalogue (cpcatparam)
      *>    puis mise en vigueur tout de suite ou planifiee a une
      *>    date d'effet. Tout changement, avec l'ancienne et la
      *>    nouvelle valeur, le superviseur et l'heure, part au
      *>    journal des parametres que le tableau de bord du matin
      *>    rapporte. Fini l'editeur de texte sans trace.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Maintenance des parametres d'exploitation"
           CALL 'autoriser_superviseur' USING "PARAMETRES  ",
               ws-compte-nul, ws-montant-nul,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Acces reserve aux superviseurs"
               STOP RUN
           END-IF
           MOVE SPACE TO ws-choix
           PERFORM UNTIL ws-choix = '0'
               DISPLAY "-------------- "
               DISPLAY "     Parametres d'exploitation"
               DISPLAY "-------------- "
               DISPLAY "Lister les parametres : 1"
               DISPLAY "Modifier un parametre : 2"
               DISPLAY "Changements planifies : 3"
               DISPLAY "Annuler un changement planifie : 4"
               DISPLAY "Quitter : 0"
               ACCEPT ws-choix
               EVALUATE ws-choix
                   WHEN '1'
                       PERFORM LISTER-PARAMETRES
                   WHEN '2'
                       PERFORM MODIFIER-PARAMETRE
                   WHEN '3'
                       PERFORM LISTER-PLANIFIES
                   WHEN '4'
                       PERFORM ANNULER-PLANIFIE
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LISTER-PARAMETRES.
           PERFORM VARYING cat-i FROM 1 BY 1 UNTIL cat-i > cat-nombre
               PERFORM AFFICHER-UN-PARAMETRE
           END-PERFORM.

       AFFICHER-UN-PARAMETRE.
           SET ws-rang-choisi TO cat-i
           IF cat-calendrier(cat-i) THEN
               PERFORM COMPTER-FERIES
               DISPLAY ws-rang-choisi, ") ", cat-libelle(cat-i)
               DISPLAY "       ", cat-fichier(cat-i), " : ",
                           ws-nombre-feries, " date(s)"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-VALEUR-COURANTE
           DISPLAY ws-rang-choisi, ") ", cat-libelle(cat-i)
           IF cat-numerique(cat-i) THEN
               PERFORM CONVERTIR-VALEUR-COURANTE
               IF cat-decimales(cat-i) = ZERO THEN
                   MOVE ws-valeur-numerique TO ws-entier-affiche
                   MOVE cat-minimum(cat-i) TO ws-minimum-entier
                   MOVE cat-maximum(cat-i) TO ws-maximum-entier
                   DISPLAY "       ", cat-fichier(cat-i), " : ",
                               ws-entier-affiche, " (de ",
                               ws-minimum-entier, " a ",
                               ws-maximum-entier, ")"
               ELSE
                   MOVE ws-valeur-numerique TO ws-valeur-affichee
                   MOVE cat-minimum(cat-i) TO ws-minimum-affiche
                   MOVE cat-maximum(cat-i) TO ws-maximum-affiche
                   DISPLAY "       ", cat-fichier(cat-i), " : ",
                               ws-valeur-affichee, " (de ",
                               ws-minimum-affiche, " a ",
                               ws-maximum-affiche, ")"
               END-IF
           ELSE
               DISPLAY "       ", cat-fichier(cat-i), " : ",
                           ws-valeur-courante, " (valeurs admises ",
                           cat-admises(cat-i), ")"
           END-IF
           IF ws-fichier-present = 'N' THEN
               DISPLAY "       (pas de fichier, valeur par defaut)"
           END-IF.

       LIRE-VALEUR-COURANTE.
      *>    Meme lecture que appliquer_parametre : la ligne du
      *>    fichier si elle existe, sinon les valeurs par defaut.
           MOVE cat-fichier(cat-i) TO ws-nom-fichier
           MOVE SPACES TO ws-ligne
           PERFORM VARYING ws-rang-voisin FROM 1 BY 1
                   UNTIL ws-rang-voisin > cat-nombre
               IF cat-fichier(ws-rang-voisin) = ws-nom-fichier THEN
                   MOVE cat-defaut(ws-rang-voisin)
                       (1:cat-longueur(ws-rang-voisin))
                       TO ws-ligne(cat-position(ws-rang-voisin):
                                   cat-longueur(ws-rang-voisin))
               END-IF
           END-PERFORM
           MOVE 'N' TO ws-fichier-present
           OPEN INPUT fichier_parametre
           IF ws-file-status = '00' THEN
               READ fichier_parametre
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ligne-parametre TO ws-ligne
                       MOVE 'O' TO ws-fichier-present
               END-READ
               CLOSE fichier_parametre
           END-IF
           MOVE SPACES TO ws-valeur-courante
           MOVE ws-ligne(cat-position(cat-i):cat-longueur(cat-i))
               TO ws-valeur-courante(1:cat-longueur(cat-i)).

       CONVERTIR-VALEUR-COURANTE.
           MOVE ZERO TO ws-valeur-numerique
           IF ws-valeur-courante(1:cat-longueur(cat-i)) IS NUMERIC
                   THEN
               COMPUTE ws-valeur-numerique =
                   FUNCTION NUMVAL(
                       ws-valeur-courante(1:cat-longueur(cat-i)))
                   / (10 ** cat-decimales(cat-i))
           END-IF.

       COMPTER-FERIES.
           MOVE cat-fichier(cat-i) TO ws-nom-fichier
           MOVE ZERO TO ws-nombre-feries
           MOVE 'N' TO fin_parametre
           OPEN INPUT fichier_parametre
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_parametre = 'Y'
                   READ fichier_parametre
                       AT END
                           MOVE 'Y' TO fin_parametre
                       NOT AT END
                           IF ligne-parametre(1:8) IS NUMERIC THEN
                               ADD 1 TO ws-nombre-feries
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fichier_parametre
           END-IF.

       MODIFIER-PARAMETRE.
           DISPLAY "Numero du parametre :"
           ACCEPT ws-rang-choisi
           IF ws-rang-choisi = ZERO OR ws-rang-choisi > cat-nombre THEN
               DISPLAY "/!\ Parametre inconnu"
               EXIT PARAGRAPH
           END-IF
           SET cat-i TO ws-rang-choisi
           PERFORM AFFICHER-UN-PARAMETRE
           MOVE SPACES TO ws-nouvelle-valeur
           MOVE SPACES TO ws-ancienne-valeur
           MOVE 'N' TO ws-valeur-valide
           EVALUATE TRUE
               WHEN cat-calendrier(cat-i)
                   PERFORM SAISIR-DATE-FERIEE
               WHEN cat-numerique(cat-i)
                   PERFORM SAISIR-VALEUR-NUMERIQUE
               WHEN OTHER
                   PERFORM SAISIR-VALEUR-ALPHA
           END-EVALUATE
           IF ws-valeur-valide = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT cat-calendrier(cat-i)
                   AND ws-nouvelle-valeur = ws-valeur-courante THEN
               DISPLAY "Valeur inchangee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = immediate) :"
           ACCEPT ws-date-effet
           IF ws-date-effet NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(ws-date-effet)
                       NOT = ZERO THEN
               DISPLAY "/!\ Date d'effet invalide"
               EXIT PARAGRAPH
           END-IF
           IF ws-date-effet < ws-date-du-jour THEN
               MOVE ws-date-du-jour TO ws-date-effet
           END-IF
           DISPLAY "Confirmer le changement (O/N) ?"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O' AND ws-confirmation NOT = 'o'
                   THEN
               DISPLAY "--> Changement abandonne"
               EXIT PARAGRAPH
           END-IF
           IF ws-date-effet > ws-date-du-jour THEN
               PERFORM PLANIFIER-CHANGEMENT
           ELSE
               PERFORM APPLIQUER-CHANGEMENT
           END-IF.

       SAISIR-DATE-FERIEE.
           DISPLAY "Ajouter (A) ou retirer (R) une date ?"
           ACCEPT ws-sens-calendrier
           DISPLAY "Date (AAAAMMJJ) :"
           ACCEPT ws-date-saisie
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-saisie) NOT = ZERO
                   THEN
               DISPLAY "/!\ Date invalide"
               EXIT PARAGRAPH
           END-IF
           EVALUATE ws-sens-calendrier
               WHEN 'A' WHEN 'a'
                   MOVE ws-date-saisie TO ws-nouvelle-valeur(1:8)
                   MOVE 'O' TO ws-valeur-valide
               WHEN 'R' WHEN 'r'
                   MOVE ws-date-saisie TO ws-ancienne-valeur(1:8)
                   MOVE 'O' TO ws-valeur-valide
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE.

       SAISIR-VALEUR-NUMERIQUE.
           DISPLAY "Nouvelle valeur :"
           ACCEPT ws-valeur-saisie
           IF ws-valeur-saisie < cat-minimum(cat-i)
                   OR ws-valeur-saisie > cat-maximum(cat-i) THEN
               MOVE cat-minimum(cat-i) TO ws-minimum-affiche
               MOVE cat-maximum(cat-i) TO ws-maximum-affiche
               DISPLAY "/!\ Valeur hors fourchette (de ",
                           ws-minimum-affiche, " a ",
                           ws-maximum-affiche, ")"
               EXIT PARAGRAPH
           END-IF
      *>    L'heure limite est une heure HHMM : pas plus de 59
      *>    minutes.
           IF cat-fichier(cat-i) = "heure_limite"
                   AND FUNCTION MOD(ws-valeur-saisie, 100) > 59 THEN
               DISPLAY "/!\ Heure invalide (HHMM)"
               EXIT PARAGRAPH
           END-IF
      *>    Image du fichier : la valeur sans virgule, cadree a
      *>    droite sur la longueur de la zone.
           COMPUTE ws-image-entiere =
                   ws-valeur-saisie * (10 ** cat-decimales(cat-i))
           MOVE ws-image-entiere(13 - cat-longueur(cat-i):
                                 cat-longueur(cat-i))
               TO ws-nouvelle-valeur(1:cat-longueur(cat-i))
           MOVE 'O' TO ws-valeur-valide.

       SAISIR-VALEUR-ALPHA.
           DISPLAY "Nouvelle valeur :"
           ACCEPT ws-valeur-alpha
           IF ws-valeur-alpha = SPACES THEN
               DISPLAY "/!\ Valeur vide refusee"
               EXIT PARAGRAPH
           END-IF
           IF ws-valeur-alpha(cat-longueur(cat-i) + 1:) NOT = SPACES
                   THEN
               DISPLAY "/!\ Valeur trop longue (", cat-longueur(cat-i),
                           " caracteres au plus)"
               EXIT PARAGRAPH
           END-IF
           IF cat-admises(cat-i) NOT = SPACES THEN
               MOVE ZERO TO ws-nombre-admis
               INSPECT cat-admises(cat-i) TALLYING ws-nombre-admis
                   FOR ALL ws-valeur-alpha(1:1)
               IF ws-nombre-admis = ZERO THEN
                   DISPLAY "/!\ Valeur non admise (",
                               cat-admises(cat-i), ")"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ws-valeur-alpha(1:cat-longueur(cat-i))
               TO ws-nouvelle-valeur(1:cat-longueur(cat-i))
           MOVE 'O' TO ws-valeur-valide.

       APPLIQUER-CHANGEMENT.
           CALL 'appliquer_parametre' USING ws-rang-choisi,
               ws-nouvelle-valeur, ws-ancienne-valeur,
               ws-statut-application
           IF ws-statut-application NOT = 'O' THEN
               DISPLAY "/!\ Changement non applique"
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-JOURNAL
           SET jpa-applique TO TRUE
           MOVE ws-date-du-jour TO jpa-date-application
           PERFORM ECRIRE-JOURNAL
           DISPLAY "--> ", cat-fichier(cat-i), " mis a jour (",
                       ws-ancienne-valeur, " -> ", ws-nouvelle-valeur,
                       ")".

       PLANIFIER-CHANGEMENT.
      *>    L'ancienne valeur notee ici est indicative : la chaine de
      *>    nuit la releve a nouveau au moment de la mise en vigueur.
           IF NOT cat-calendrier(cat-i) THEN
               MOVE ws-valeur-courante TO ws-ancienne-valeur
           END-IF
           PERFORM PREPARER-JOURNAL
           SET jpa-planifie TO TRUE
           MOVE ZERO TO jpa-date-application
           PERFORM ECRIRE-JOURNAL
           DISPLAY "--> Changement ", ws-sequence-journal,
                       " planifie au ", ws-date-effet.

       PREPARER-JOURNAL.
           PERFORM NUMEROTER-JOURNAL
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage
           INITIALIZE journal-parametre
           MOVE ws-sequence-journal TO jpa-sequence
           MOVE ws-date-du-jour TO jpa-date-saisie
           MOVE ws-horodatage(9:6) TO jpa-heure-saisie
           MOVE ws-rang-choisi TO jpa-rang
           MOVE cat-fichier(cat-i) TO jpa-fichier
           MOVE ws-ancienne-valeur TO jpa-ancienne-valeur
           MOVE ws-nouvelle-valeur TO jpa-nouvelle-valeur
           MOVE ws-date-effet TO jpa-date-effet
           MOVE ws-id-superviseur TO jpa-operateur
           SET jpa-a-rapporter TO TRUE.

       ECRIRE-JOURNAL.
           OPEN EXTEND journal_parametres
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_parametres
           END-IF
           WRITE journal-parametre
           END-WRITE
           CLOSE journal_parametres.

       NUMEROTER-JOURNAL.
           MOVE ZERO TO ws-sequence-journal
           MOVE 'N' TO fin_journal
           OPEN INPUT journal_parametres
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_parametres
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF jpa-sequence > ws-sequence-journal THEN
                               MOVE jpa-sequence
                                   TO ws-sequence-journal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_parametres
           END-IF
           ADD 1 TO ws-sequence-journal.

       LISTER-PLANIFIES.
           MOVE ZERO TO ws-nombre-planifies
           MOVE 'N' TO fin_journal
           OPEN INPUT journal_parametres
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_parametres
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF jpa-planifie THEN
                               ADD 1 TO ws-nombre-planifies
                               DISPLAY jpa-sequence, ") ",
                                   jpa-fichier, " ",
                                   jpa-ancienne-valeur, " -> ",
                                   jpa-nouvelle-valeur, " au ",
                                   jpa-date-effet, " par ",
                                   jpa-operateur
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_parametres
           END-IF
           IF ws-nombre-planifies = ZERO THEN
               DISPLAY "Aucun changement planifie"
           END-IF.

       ANNULER-PLANIFIE.
           PERFORM LISTER-PLANIFIES
           IF ws-nombre-planifies = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero du changement a annuler :"
           ACCEPT ws-sequence-choisie
           MOVE 'N' TO ws-changement-trouve
           MOVE 'N' TO fin_journal
           OPEN I-O journal_parametres
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_parametres
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF jpa-sequence = ws-sequence-choisie
                                   AND jpa-planifie THEN
                               SET jpa-annule TO TRUE
                               MOVE ws-date-du-jour
                                   TO jpa-date-application
                               MOVE ws-id-superviseur TO jpa-operateur
                               SET jpa-a-rapporter TO TRUE
                               REWRITE journal-parametre
                               MOVE 'O' TO ws-changement-trouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_parametres
           END-IF
           IF ws-changement-trouve = 'O' THEN
               DISPLAY "--> Changement ", ws-sequence-choisie,
                           " annule"
           ELSE
               DISPLAY "/!\ Aucun changement planifie avec ce numero"
           END-IF.
       END PROGRAM gestion_parametres.

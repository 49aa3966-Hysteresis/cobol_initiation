       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonymisation_emprunts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT emprunts_livres ASSIGN TO 'emprunts_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-emprunts.
           SELECT amendes ASSIGN TO 'amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-amendes.
           SELECT retention_emprunts ASSIGN TO 'retention_emprunts'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.

       DATA DIVISION.
       FILE SECTION.
       FD emprunts_livres.
           COPY cpemprunt.
       FD amendes.
           COPY cpamende.
       FD retention_emprunts.
      *>    Fichier parametre d'une seule ligne : le nombre de mois
      *>    pendant lesquels un pret rendu garde l'identite de son
      *>    emprunteur (24 a defaut de fichier).
       01  retention-mois-parametre PIC 9(3).

       WORKING-STORAGE SECTION.
       01  ws-file-status-emprunts PIC XX.
       01  ws-file-status-amendes PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  fin_emprunts PIC X VALUE 'N'.
       01  fin_amendes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-mois-retention PIC 9(3) VALUE 24.
       01  ws-date-limite PIC 9(8).
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-mois-absolu PIC 9(6).
       01  ws-date-cloture PIC 9(8).
      *>    Une entree par amende encore due : le pret qui la porte
      *>    garde son emprunteur tant qu'elle n'est pas reglee.
       01  table-amendes-dues.
           05  ad-entry OCCURS 2000 TIMES INDEXED BY ad-i.
               10  ad-carte           PIC 9(6).
               10  ad-titre           PIC X(30).
               10  ad-copie           PIC 9(2).
       01  ad-nombre PIC 9(4) VALUE ZERO.
       01  ws-table-pleine PIC X VALUE 'N'.
       01  ws-amende-due PIC X VALUE 'N'.
       01  ws-nombre-purges PIC 9(7) VALUE ZERO.
       01  ws-nombre-gardes PIC 9(7) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Purge mensuelle de l'identite des emprunteurs : un pret
      *>    clos (rendu, ou perdu et facture) depuis plus longtemps
      *>    que la retention parametree perd le nom et la carte du
      *>    membre, pour ne pas garder indefiniment l'historique de
      *>    lecture de chacun. Titre, copie, dates et renouvellements
      *>    restent intacts pour statistiques_emprunts et
      *>    rapport_desherbage. Un pret en cours, ou dont une amende
      *>    est encore due, est garde tel quel. Le nombre de lignes
      *>    purgees est consigne au journal des batchs.
           DISPLAY "Anonymisation des emprunts anciens"
           CALL 'journal_batch' USING "anonymisation_prets ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-PARAMETRE-RETENTION
           PERFORM CALCULER-DATE-LIMITE
           PERFORM CHARGER-AMENDES-DUES
           IF ws-table-pleine = 'O' THEN
      *>    Sans la liste complete des amendes dues, un pret a garder
      *>    pourrait etre purge : le passage est remis au mois
      *>    suivant.
               DISPLAY "/!\ Trop d'amendes dues, purge non faite"
               CALL 'journal_batch' USING "anonymisation_prets ", 'E',
                   ws-compteur-journal
               GOBACK
           END-IF

           MOVE 'N' TO fin_emprunts
           OPEN I-O emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
               PERFORM UNTIL fin_emprunts = 'Y'
                   READ emprunts_livres
                       AT END
                           MOVE 'Y' TO fin_emprunts
                       NOT AT END
                           IF (emp-rendu OR emp-perdu)
                                   AND emp-carte-membre NOT = ZERO
                                   THEN
                               PERFORM EXAMINER-UN-EMPRUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           ELSE
               DISPLAY "/!\ Fichier emprunts_livres introuvable"
           END-IF

           DISPLAY "Emprunts anonymises : ", ws-nombre-purges,
                       "  gardes (amende due) : ", ws-nombre-gardes,
                       "  clos avant le ", ws-date-limite
           MOVE ws-nombre-purges TO ws-compteur-journal
           CALL 'journal_batch' USING "anonymisation_prets ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-PARAMETRE-RETENTION.
           OPEN INPUT retention_emprunts
           IF ws-file-status-parametre = '00' THEN
               READ retention_emprunts
                   AT END
                       CONTINUE
                   NOT AT END
                       IF retention-mois-parametre IS NUMERIC THEN
                           MOVE retention-mois-parametre
                               TO ws-mois-retention
                       END-IF
               END-READ
               CLOSE retention_emprunts
           END-IF.

       CALCULER-DATE-LIMITE.
      *>    Meme quantieme, ws-mois-retention mois plus tot ; un
      *>    quantieme absent du mois (le 31 avril) ne gene pas la
      *>    comparaison AAAAMMJJ.
           MOVE ws-date-du-jour TO ws-date-eclatee
           COMPUTE ws-mois-absolu = ws-annee * 12 + ws-mois - 1
                   - ws-mois-retention
           DIVIDE ws-mois-absolu BY 12 GIVING ws-annee
               REMAINDER ws-mois
           ADD 1 TO ws-mois
           MOVE ws-date-eclatee TO ws-date-limite.

       CHARGER-AMENDES-DUES.
           MOVE 'N' TO fin_amendes
           OPEN INPUT amendes
           IF ws-file-status-amendes = '00' THEN
               PERFORM UNTIL fin_amendes = 'Y'
                   READ amendes
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-due THEN
                               PERFORM RETENIR-AMENDE-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE amendes
           END-IF.

       RETENIR-AMENDE-DUE.
           IF ad-nombre >= 2000 THEN
               MOVE 'O' TO ws-table-pleine
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ad-nombre
           SET ad-i TO ad-nombre
           MOVE am-carte TO ad-carte(ad-i)
           MOVE am-titre TO ad-titre(ad-i)
           MOVE am-copie TO ad-copie(ad-i).

       EXAMINER-UN-EMPRUNT.
      *>    Les prets rendus avant le suivi du retour effectif n'ont
      *>    que leur date de retour prevue.
           IF emp-date-retour-reelle NOT = ZERO THEN
               MOVE emp-date-retour-reelle TO ws-date-cloture
           ELSE
               MOVE emp-date-retour-prevue TO ws-date-cloture
           END-IF
           IF ws-date-cloture >= ws-date-limite THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-amende-due
           PERFORM VARYING ad-i FROM 1 BY 1 UNTIL ad-i > ad-nombre
               IF ad-carte(ad-i) = emp-carte-membre
                       AND ad-titre(ad-i) = emp-titre
                       AND ad-copie(ad-i) = emp-numero-copie THEN
                   MOVE 'O' TO ws-amende-due
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-amende-due = 'O' THEN
               ADD 1 TO ws-nombre-gardes
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO emp-emprunteur
           MOVE ZERO TO emp-carte-membre
           REWRITE ligne-emprunt
           ADD 1 TO ws-nombre-purges.
       END PROGRAM anonymisation_emprunts.

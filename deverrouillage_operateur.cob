       IDENTIFICATION DIVISION.
       PROGRAM-ID. deverrouillage_operateur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT operateurs ASSIGN TO 'operateurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT journal_connexions ASSIGN TO 'journal_connexions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           COPY cpoperateur.
       FD journal_connexions.
       01  ligne-connexion PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-journal PIC XX.
       01  fin_operateurs PIC X VALUE 'N'.
       01  ws-operateur-saisi PIC X(8).
       01  ws-trouve PIC X VALUE 'N'.
       01  ws-horodatage PIC X(21).
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-compte-nul PIC 9(6) VALUE ZERO.
       01  ws-montant-nul PIC 9(7)V99 VALUE ZERO.
       01  ws-reponse-reinit PIC X.
       01  ws-mot-clair PIC X(8).
       01  ws-mot-brouille PIC X(8).

       PROCEDURE DIVISION.
      *>    Deverrouillage par un superviseur d'un identifiant de
      *>    guichetier verrouille apres trois echecs de mot de passe,
      *>    sur le modele de deblocage_compte. Le superviseur peut
      *>    en meme temps poser un mot de passe provisoire, quand
      *>    l'operateur a simplement oublie le sien : il devra le
      *>    changer a sa prochaine connexion.
           DISPLAY "Deverrouillage d'un operateur - autorisation",
                       " superviseur"
           DISPLAY "Identifiant de l'operateur :"
           ACCEPT ws-operateur-saisi
           CALL 'autoriser_superviseur' USING "DEVERROU OPR",
               ws-compte-nul, ws-montant-nul, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee"
           ELSE
               PERFORM DEVERROUILLER-OPERATEUR
           END-IF
           STOP RUN.

       DEVERROUILLER-OPERATEUR.
           MOVE 'N' TO ws-trouve
           MOVE 'N' TO fin_operateurs
           OPEN I-O operateurs
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           IF opr-id = ws-operateur-saisi
                                   AND NOT opr-retire THEN
                               MOVE 'O' TO ws-trouve
                               MOVE 'Y' TO fin_operateurs
                               PERFORM REMETTRE-EN-SERVICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF
           IF ws-trouve = 'N' THEN
               DISPLAY "/!\ Aucun operateur en service avec cet",
                           " identifiant"
           END-IF.

       REMETTRE-EN-SERVICE.
           DISPLAY "Poser un mot de passe provisoire ? (O/N)"
           ACCEPT ws-reponse-reinit
           IF ws-reponse-reinit = 'O' OR ws-reponse-reinit = 'o' THEN
               DISPLAY "Mot de passe provisoire :"
               ACCEPT ws-mot-clair
               CALL 'brouiller_pin' USING ws-mot-clair(1:4),
                   ws-mot-brouille(5:4)
               CALL 'brouiller_pin' USING ws-mot-clair(5:4),
                   ws-mot-brouille(1:4)
               MOVE ws-mot-brouille TO opr-mot-de-passe
               MOVE ZERO TO opr-date-changement
           END-IF
           SET opr-actif TO TRUE
           MOVE ZERO TO opr-echecs
           REWRITE operateur-record
           PERFORM JOURNALISER-DEVERROUILLAGE
           DISPLAY "--> Operateur ", ws-operateur-saisi,
                       " deverrouille".

       JOURNALISER-DEVERROUILLAGE.
      *>    Le deverrouillage laisse sa trace dans le meme journal que
      *>    les echecs qui l'ont provoque, superviseur compris.
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage
           OPEN EXTEND journal_connexions
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_connexions
           END-IF
           MOVE SPACES TO ligne-connexion
           STRING ws-horodatage DELIMITED BY SIZE
                   " OPERATEUR=" DELIMITED BY SIZE
                   ws-operateur-saisi DELIMITED BY SIZE
                   " DEVERROUILLAGE PAR " DELIMITED BY SIZE
                   ws-id-superviseur DELIMITED BY SIZE
               INTO ligne-connexion
           WRITE ligne-connexion
           END-WRITE
           CLOSE journal_connexions.
       END PROGRAM deverrouillage_operateur.

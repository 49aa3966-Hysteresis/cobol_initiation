       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_operateurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT operateurs ASSIGN TO 'operateurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           COPY cpoperateur.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  fin_operateurs PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-operateur-saisi PIC X(8).
       01  ws-mot-clair PIC X(8).
       01  ws-mot-brouille PIC X(8).
       01  ws-trouve PIC X VALUE 'N'.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-compte-nul PIC 9(6) VALUE ZERO.
       01  ws-montant-nul PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Entretien du fichier des operateurs habilites, reserve aux
      *>    superviseurs comme celui des profils : creation d'un
      *>    identifiant avec son mot de passe provisoire (a changer a
      *>    la premiere connexion) et retrait d'un identifiant. Le
      *>    deverrouillage apres echecs passe par
      *>    deverrouillage_operateur.
           DISPLAY "Entretien des operateurs habilites"
           DISPLAY "(reserve aux superviseurs)"
           CALL 'autoriser_superviseur' USING "OPERATEURS  ",
               ws-compte-nul, ws-montant-nul,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Acces refuse"
               STOP RUN
           END-IF
           DISPLAY "-------------- "
           DISPLAY "     Operateurs habilites"
           DISPLAY "-------------- "
           DISPLAY "Lister les operateurs : 1"
           DISPLAY "Creer un operateur : 2"
           DISPLAY "Retirer un operateur : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-OPERATEURS
               WHEN '2'
                   PERFORM CREER-OPERATEUR
               WHEN '3'
                   PERFORM RETIRER-OPERATEUR
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LISTER-OPERATEURS.
           MOVE 'N' TO fin_operateurs
           OPEN INPUT operateurs
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           DISPLAY opr-id, " ", opr-nom,
                               " mdp change le ", opr-date-changement,
                               " echecs ", opr-echecs,
                               " derniere connexion ",
                               opr-date-connexion,
                               " statut ", opr-statut
                   END-READ
               END-PERFORM
               CLOSE operateurs
           ELSE
               DISPLAY "Aucun operateur enregistre (identification",
                           " encore sans controle)"
           END-IF.

       CREER-OPERATEUR.
           DISPLAY "Identifiant de l'operateur (8 caracteres) :"
           ACCEPT ws-operateur-saisi
           PERFORM RECHERCHER-OPERATEUR
           IF ws-trouve = 'O' THEN
               DISPLAY "/!\ Cet identifiant existe deja"
           ELSE
               MOVE ws-operateur-saisi TO opr-id
               DISPLAY "Nom :"
               ACCEPT opr-nom
               DISPLAY "Mot de passe provisoire :"
               ACCEPT ws-mot-clair
               PERFORM BROUILLER-MOT-DE-PASSE
               MOVE ws-mot-brouille TO opr-mot-de-passe
               MOVE ZERO TO opr-date-changement
               MOVE ZERO TO opr-echecs
               MOVE ZERO TO opr-date-connexion
               SET opr-actif TO TRUE
               OPEN EXTEND operateurs
               IF ws-file-status = '35' THEN
                   OPEN OUTPUT operateurs
               END-IF
               WRITE operateur-record
               END-WRITE
               CLOSE operateurs
               DISPLAY "--> Operateur ", opr-id, " cree (mot de passe",
                           " a changer a la premiere connexion)"
           END-IF.

       RECHERCHER-OPERATEUR.
           MOVE 'N' TO ws-trouve
           MOVE 'N' TO fin_operateurs
           OPEN INPUT operateurs
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           IF opr-id = ws-operateur-saisi THEN
                               MOVE 'O' TO ws-trouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF.

       RETIRER-OPERATEUR.
      *>    Le retrait conserve la ligne, pour que les mouvements deja
      *>    estampilles de cet identifiant restent attribuables.
           DISPLAY "Identifiant de l'operateur a retirer :"
           ACCEPT ws-operateur-saisi
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
                               SET opr-retire TO TRUE
                               REWRITE operateur-record
                               MOVE 'O' TO ws-trouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF
           IF ws-trouve = 'O' THEN
               DISPLAY "--> Operateur retire"
           ELSE
               DISPLAY "/!\ Aucun operateur en service avec cet",
                           " identifiant"
           END-IF.

       BROUILLER-MOT-DE-PASSE.
      *>    Meme brouillage qu'authentifier_operateur : brouiller_pin
      *>    sur chaque moitie, moities permutees.
           CALL 'brouiller_pin' USING ws-mot-clair(1:4),
               ws-mot-brouille(5:4)
           CALL 'brouiller_pin' USING ws-mot-clair(5:4),
               ws-mot-brouille(1:4).
       END PROGRAM gestion_operateurs.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle_sauvegarde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT generations_sauvegarde ASSIGN TO
               'generations_sauvegarde'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-generations.
           SELECT manifeste ASSIGN TO ws-chemin-manifeste
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-manifeste.

       DATA DIVISION.
       FILE SECTION.
       FD generations_sauvegarde.
           COPY cpgeneration.
       FD manifeste.
           COPY cpmanifeste.

       WORKING-STORAGE SECTION.
       01  ws-file-status-generations PIC XX.
       01  ws-file-status-manifeste PIC XX.
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-confirmation PIC X.
       01  ws-date-generation PIC 9(8) VALUE ZERO.
       01  ws-generation-connue PIC X VALUE 'N'.
       01  ws-nombre-generations PIC 9(2) VALUE ZERO.
       01  ws-repertoire PIC X(40).
       01  ws-chemin-copie PIC X(60).
       01  ws-chemin-manifeste PIC X(60).
       01  ws-nombre PIC 9(9) VALUE ZERO.
       01  ws-total PIC S9(11)V99 VALUE ZERO.
       01  ws-total-manifeste PIC S9(11)V99 VALUE ZERO.
       01  ws-empreinte PIC 9(10) VALUE ZERO.
       01  ws-statut-empreinte PIC X.
       01  ws-nombre-verifies PIC 9(3) VALUE ZERO.
       01  ws-nombre-ecarts PIC 9(3) VALUE ZERO.
       01  ws-generation-saine PIC X VALUE 'N'.
       01  ws-fichier-restitue PIC X(30).

       PROCEDURE DIVISION.
      *>    Controle des generations de sauvegarde prises par
      *>    sauvegarde_generale : liste des generations gardees,
      *>    verification d'une generation contre son manifeste (chaque
      *>    copie recomptee, son total et son empreinte recalcules),
      *>    et remise en place de la decharge des comptes et de son
      *>    repere depuis une generation verifiee, avant de lancer
      *>    restauration_comptes puis reprise_mouvements. Une
      *>    generation qui ne retombe pas sur son manifeste n'est
      *>    jamais remise en place.
           MOVE SPACE TO ws-choix
           PERFORM UNTIL ws-choix = '0'
               DISPLAY "-------------- "
               DISPLAY "     Generations de sauvegarde"
               DISPLAY "-------------- "
               DISPLAY "Lister les generations : 1"
               DISPLAY "Verifier une generation : 2"
               DISPLAY "Remettre en place la sauvegarde des comptes : 3"
               DISPLAY "Quitter : 0"
               ACCEPT ws-choix
               EVALUATE ws-choix
                   WHEN '1'
                       PERFORM LISTER-GENERATIONS
                   WHEN '2'
                       PERFORM CHOISIR-GENERATION
                       IF ws-generation-connue = 'O' THEN
                           PERFORM VERIFIER-GENERATION
                       END-IF
                   WHEN '3'
                       PERFORM REMETTRE-EN-PLACE
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LISTER-GENERATIONS.
           MOVE ZERO TO ws-nombre-generations
           MOVE 'N' TO fin_fichier
           OPEN INPUT generations_sauvegarde
           IF ws-file-status-generations = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ generations_sauvegarde
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           ADD 1 TO ws-nombre-generations
                           IF gen-ecart THEN
                               DISPLAY gen-date, " prise a ",
                                   gen-heure, " : ",
                                   gen-nombre-fichiers,
                                   " fichier(s), /!\ ecart de",
                                   " controle a la prise"
                           ELSE
                               DISPLAY gen-date, " prise a ",
                                   gen-heure, " : ",
                                   gen-nombre-fichiers, " fichier(s)"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE generations_sauvegarde
           END-IF
           IF ws-nombre-generations = ZERO THEN
               DISPLAY "Aucune generation de sauvegarde"
           END-IF.

       CHOISIR-GENERATION.
           MOVE 'N' TO ws-generation-connue
           DISPLAY "Date de la generation (AAAAMMJJ) :"
           ACCEPT ws-date-generation
           MOVE 'N' TO fin_fichier
           OPEN INPUT generations_sauvegarde
           IF ws-file-status-generations = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ generations_sauvegarde
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF gen-date = ws-date-generation THEN
                               MOVE 'O' TO ws-generation-connue
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE generations_sauvegarde
           END-IF
           IF ws-generation-connue = 'N' THEN
               DISPLAY "/!\ Aucune generation du ", ws-date-generation
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-repertoire
           STRING "sauvegardes/" DELIMITED BY SIZE
                   ws-date-generation DELIMITED BY SIZE
               INTO ws-repertoire
           MOVE SPACES TO ws-chemin-manifeste
           STRING ws-repertoire DELIMITED BY SPACE
                   "/manifeste" DELIMITED BY SIZE
               INTO ws-chemin-manifeste.

       VERIFIER-GENERATION.
           MOVE ZERO TO ws-nombre-verifies
           MOVE ZERO TO ws-nombre-ecarts
           MOVE 'N' TO ws-generation-saine
           MOVE 'N' TO fin_fichier
           OPEN INPUT manifeste
           IF ws-file-status-manifeste NOT = '00' THEN
               DISPLAY "/!\ Manifeste introuvable : ",
                           ws-chemin-manifeste
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_fichier = 'Y'
               READ manifeste
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       IF man-fichier-present THEN
                           PERFORM VERIFIER-UNE-COPIE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE manifeste
           IF ws-nombre-ecarts = ZERO THEN
               MOVE 'O' TO ws-generation-saine
               DISPLAY "--> Generation ", ws-date-generation,
                           " conforme a son manifeste (",
                           ws-nombre-verifies, " fichier(s))"
           ELSE
               DISPLAY "/!\ Generation ", ws-date-generation, " : ",
                           ws-nombre-ecarts, " fichier(s) sur ",
                           ws-nombre-verifies,
                           " ne retombent pas sur le manifeste"
           END-IF.

       VERIFIER-UNE-COPIE.
           ADD 1 TO ws-nombre-verifies
           MOVE SPACES TO ws-chemin-copie
           STRING ws-repertoire DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   man-fichier DELIMITED BY SPACE
               INTO ws-chemin-copie
           CALL 'empreinte_fichier' USING ws-chemin-copie,
               man-fichier, man-genre, ws-nombre, ws-total,
               ws-empreinte, ws-statut-empreinte
           MOVE man-total TO ws-total-manifeste
           EVALUATE TRUE
               WHEN ws-statut-empreinte NOT = 'O'
                   ADD 1 TO ws-nombre-ecarts
                   DISPLAY "/!\ ", man-fichier, " : copie manquante",
                               " ou illisible"
               WHEN ws-nombre NOT = man-nombre
                   ADD 1 TO ws-nombre-ecarts
                   DISPLAY "/!\ ", man-fichier, " : ", ws-nombre,
                               " enregistrement(s) pour ", man-nombre
               WHEN ws-total NOT = ws-total-manifeste
                   ADD 1 TO ws-nombre-ecarts
                   DISPLAY "/!\ ", man-fichier, " : total de",
                               " controle different"
               WHEN ws-empreinte NOT = man-empreinte
                   ADD 1 TO ws-nombre-ecarts
                   DISPLAY "/!\ ", man-fichier, " : contenu altere",
                               " (empreinte differente)"
               WHEN man-controle-ecart
                   DISPLAY "    ", man-fichier, " : conforme, mais",
                               " deja en ecart sur totaux_controle",
                               " a la prise"
           END-EVALUATE.

       REMETTRE-EN-PLACE.
      *>    Seules la decharge des comptes et le repere de
      *>    l'historique sont remis en place : restauration_comptes
      *>    et reprise_mouvements travaillent ensuite sur eux comme
      *>    apres la sauvegarde de la veille.
           PERFORM CHOISIR-GENERATION
           IF ws-generation-connue = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFIER-GENERATION
           IF ws-generation-saine = 'N' THEN
               DISPLAY "/!\ Generation non conforme, rien n'est",
                           " remis en place"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "comptes_sauvegarde et repere_sauvegarde actuels",
                       " seront remplaces, confirmer ? (O/N)"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O' AND ws-confirmation NOT = 'o'
                   THEN
               DISPLAY "Remise en place abandonnee"
               EXIT PARAGRAPH
           END-IF
           MOVE "comptes_sauvegarde" TO ws-fichier-restitue
           PERFORM RESTITUER-FICHIER
           MOVE "repere_sauvegarde" TO ws-fichier-restitue
           PERFORM RESTITUER-FICHIER
           DISPLAY "--> Lancer restauration_comptes puis",
                       " reprise_mouvements".

       RESTITUER-FICHIER.
           MOVE SPACES TO ws-chemin-copie
           STRING ws-repertoire DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   ws-fichier-restitue DELIMITED BY SPACE
               INTO ws-chemin-copie
           CALL "CBL_COPY_FILE" USING ws-chemin-copie,
               ws-fichier-restitue
           IF RETURN-CODE = ZERO THEN
               DISPLAY "--> ", ws-fichier-restitue, " remis en place"
           ELSE
               DISPLAY "/!\ ", ws-fichier-restitue, " absent de la",
                           " generation"
           END-IF.
       END PROGRAM controle_sauvegarde.

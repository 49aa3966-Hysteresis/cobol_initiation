       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_materiel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT materiel ASSIGN TO 'materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT besoins_materiel ASSIGN TO 'besoins_materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-besoins.
           SELECT reservations_materiel
           ASSIGN TO 'reservations_materiel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reservations.

       DATA DIVISION.
       FILE SECTION.
       FD materiel.
           COPY cpmateriel.
       FD besoins_materiel.
           COPY cpbesoinmateriel.
       FD reservations_materiel.
           COPY cpreservationmat.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-besoins PIC XX.
       01  ws-file-status-reservations PIC XX.
       01  fin_materiel PIC X VALUE 'N'.
       01  fin_besoins PIC X VALUE 'N'.
       01  fin_reservations PIC X VALUE 'N'.
       01  choix_menu PIC X.
       01  continuer PIC X VALUE 'n'.
       01  ws-code-saisi PIC X(6).
       01  ws-statut-saisi PIC X.
       01  ws-debut-saisi PIC 9(8).
       01  ws-fin-saisie PIC 9(8).
       01  ws-type-saisi PIC X(20).
       01  ws-date-saisie PIC 9(8).
       01  ws-materiel-trouve PIC X VALUE 'N'.
       01  ws-nombre-lignes PIC 9(3) VALUE ZERO.
       77  tiret_menu PIC X(20) VALUE "-------------- ".

       PROCEDURE DIVISION.
      *>    Entretien du materiel partage par les equipes, sur le
      *>    modele de gestion_accessoires : le parc (tariere,
      *>    remorques, fourgon) avec son statut et ses periodes
      *>    d'entretien, les besoins de chaque type de chantier, et
      *>    les reservations posees par le planning pour une journee.
           PERFORM UNTIL continuer = 'y'
               DISPLAY tiret_menu
               DISPLAY "     Materiel des equipes"
               DISPLAY tiret_menu
               DISPLAY "Lister le materiel : 1"
               DISPLAY "Ajouter un materiel : 2"
               DISPLAY "Statut et periode d'entretien : 3"
               DISPLAY "Besoins d'un type de chantier : 4"
               DISPLAY "Ajouter un besoin : 5"
               DISPLAY "Reservations d'une journee : 6"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               EVALUATE choix_menu
                   WHEN '0'
                       MOVE 'y' TO continuer
                   WHEN '1'
                       PERFORM AFFICHER-MATERIEL
                   WHEN '2'
                       PERFORM AJOUTER-MATERIEL
                   WHEN '3'
                       PERFORM CHANGER-STATUT-MATERIEL
                   WHEN '4'
                       PERFORM AFFICHER-BESOINS
                   WHEN '5'
                       PERFORM AJOUTER-BESOIN
                   WHEN '6'
                       PERFORM AFFICHER-RESERVATIONS
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       AFFICHER-MATERIEL.
           MOVE 'N' TO fin_materiel
           OPEN INPUT materiel
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_materiel = 'Y'
                   READ materiel
                       AT END
                           MOVE 'Y' TO fin_materiel
                       NOT AT END
                           DISPLAY mat-code, " ", mat-libelle, " x",
                               mat-quantite, " statut ", mat-statut,
                               " entretien ", mat-entretien-debut,
                               "-", mat-entretien-fin
                   END-READ
               END-PERFORM
               CLOSE materiel
           ELSE
               DISPLAY "Aucun materiel enregistre"
           END-IF.

       AJOUTER-MATERIEL.
           DISPLAY "Code du materiel (6 caracteres) :"
           ACCEPT mat-code
           DISPLAY "Description :"
           ACCEPT mat-libelle
           DISPLAY "Nombre d'engins identiques :"
           ACCEPT mat-quantite
           IF mat-quantite = ZERO THEN
               MOVE 1 TO mat-quantite
           END-IF
           SET mat-disponible TO TRUE
           MOVE ZERO TO mat-entretien-debut
           MOVE ZERO TO mat-entretien-fin
           OPEN EXTEND materiel
           IF ws-file-status = '35' THEN
               OPEN OUTPUT materiel
           END-IF
           WRITE materiel-record
           END-WRITE
           CLOSE materiel
           DISPLAY "--> Materiel ", mat-code, " enregistre".

       CHANGER-STATUT-MATERIEL.
      *>    Disponible, en entretien ou hors service, et la periode
      *>    d'entretien qui bloque les reservations (zero pour
      *>    l'effacer).
           DISPLAY "Code du materiel :"
           ACCEPT ws-code-saisi
           DISPLAY "Statut : disponible (D), en entretien (E),",
                       " hors service (H) :"
           ACCEPT ws-statut-saisi
           IF ws-statut-saisi NOT = 'D' AND ws-statut-saisi NOT = 'E'
                   AND ws-statut-saisi NOT = 'H' THEN
               DISPLAY "/!\ Statut non reconnu"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Debut de la periode d'entretien (AAAAMMJJ, 0 si",
                       " aucune) :"
           ACCEPT ws-debut-saisi
           DISPLAY "Fin de la periode d'entretien (AAAAMMJJ) :"
           ACCEPT ws-fin-saisie
           IF ws-debut-saisi = ZERO THEN
               MOVE ZERO TO ws-fin-saisie
           END-IF
           IF ws-fin-saisie < ws-debut-saisi THEN
               DISPLAY "/!\ Fin d'entretien anterieure au debut"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-materiel-trouve
           MOVE 'N' TO fin_materiel
           OPEN I-O materiel
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_materiel = 'Y'
                   READ materiel
                       AT END
                           MOVE 'Y' TO fin_materiel
                       NOT AT END
                           IF mat-code = ws-code-saisi THEN
                               MOVE ws-statut-saisi TO mat-statut
                               MOVE ws-debut-saisi
                                   TO mat-entretien-debut
                               MOVE ws-fin-saisie TO mat-entretien-fin
                               REWRITE materiel-record
                               MOVE 'O' TO ws-materiel-trouve
                               MOVE 'Y' TO fin_materiel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE materiel
           END-IF
           IF ws-materiel-trouve = 'O' THEN
               DISPLAY "--> Materiel ", ws-code-saisi, " mis a jour"
               IF ws-debut-saisi NOT = ZERO THEN
                   PERFORM SIGNALER-RESERVATIONS-BLOQUEES
               END-IF
           ELSE
               DISPLAY "/!\ Materiel inconnu"
           END-IF.

       SIGNALER-RESERVATIONS-BLOQUEES.
      *>    Reservations deja prises pendant la nouvelle periode
      *>    d'entretien : le planning doit trouver un autre engin ou
      *>    deplacer le chantier.
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_reservations
           OPEN INPUT reservations_materiel
           IF ws-file-status-reservations = '00' THEN
               PERFORM UNTIL fin_reservations = 'Y'
                   READ reservations_materiel
                       AT END
                           MOVE 'Y' TO fin_reservations
                       NOT AT END
                           IF rm-code-materiel = ws-code-saisi
                                   AND rm-active
                                   AND rm-date >= ws-debut-saisi
                                   AND rm-date <= ws-fin-saisie THEN
                               ADD 1 TO ws-nombre-lignes
                               DISPLAY "/!\ Reserve le ", rm-date,
                                   " par ", rm-equipe, " pour ",
                                   rm-client
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reservations_materiel
           END-IF
           IF ws-nombre-lignes > ZERO THEN
               DISPLAY "/!\ ", ws-nombre-lignes, " reservation(s)",
                           " pendant l'entretien, a replanifier"
           END-IF.

       AFFICHER-BESOINS.
           DISPLAY "Type (cloture, INTERVENTION SAV, ENTRETIEN) :"
           ACCEPT ws-type-saisi
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_besoins
           OPEN INPUT besoins_materiel
           IF ws-file-status-besoins = '00' THEN
               PERFORM UNTIL fin_besoins = 'Y'
                   READ besoins_materiel
                       AT END
                           MOVE 'Y' TO fin_besoins
                       NOT AT END
                           IF bm-type-cloture = ws-type-saisi THEN
                               ADD 1 TO ws-nombre-lignes
                               DISPLAY "  ", bm-code-materiel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE besoins_materiel
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "Aucun materiel exige pour ce type"
           END-IF.

       AJOUTER-BESOIN.
           DISPLAY "Type (cloture, INTERVENTION SAV, ENTRETIEN) :"
           ACCEPT ws-type-saisi
           DISPLAY "Code du materiel exige :"
           ACCEPT ws-code-saisi
           PERFORM RECHERCHER-MATERIEL
           IF ws-materiel-trouve = 'N' THEN
               DISPLAY "/!\ Materiel inconnu"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND besoins_materiel
           IF ws-file-status-besoins = '35' THEN
               OPEN OUTPUT besoins_materiel
           END-IF
           MOVE ws-type-saisi TO bm-type-cloture
           MOVE ws-code-saisi TO bm-code-materiel
           WRITE besoin-materiel-record
           END-WRITE
           CLOSE besoins_materiel
           DISPLAY "--> ", ws-type-saisi, " exige ", ws-code-saisi.

       RECHERCHER-MATERIEL.
           MOVE 'N' TO ws-materiel-trouve
           MOVE 'N' TO fin_materiel
           OPEN INPUT materiel
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_materiel = 'Y'
                   READ materiel
                       AT END
                           MOVE 'Y' TO fin_materiel
                       NOT AT END
                           IF mat-code = ws-code-saisi THEN
                               MOVE 'O' TO ws-materiel-trouve
                               MOVE 'Y' TO fin_materiel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE materiel
           END-IF.

       AFFICHER-RESERVATIONS.
           DISPLAY "Date (AAAAMMJJ) :"
           ACCEPT ws-date-saisie
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_reservations
           OPEN INPUT reservations_materiel
           IF ws-file-status-reservations = '00' THEN
               PERFORM UNTIL fin_reservations = 'Y'
                   READ reservations_materiel
                       AT END
                           MOVE 'Y' TO fin_reservations
                       NOT AT END
                           IF rm-date = ws-date-saisie
                                   AND rm-active THEN
                               ADD 1 TO ws-nombre-lignes
                               DISPLAY rm-code-materiel, " ",
                                   rm-equipe, " ", rm-client
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reservations_materiel
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "Aucune reservation ce jour-la"
           END-IF.
       END PROGRAM gestion_materiel.

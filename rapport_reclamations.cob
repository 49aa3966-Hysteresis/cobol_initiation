       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport_reclamations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT reclamations ASSIGN TO 'reclamations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reclamations.
           SELECT rapport_reclamations ASSIGN TO 'rapport_reclamations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD reclamations.
           COPY cpreclam.
       FD rapport_reclamations.
       01  ligne-rapport PIC X(120).

       WORKING-STORAGE SECTION.
       01  ws-file-status-reclamations PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_reclamations PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-jours-du-jour PIC 9(7) VALUE ZERO.
      *>    Delais reglementaires et horizon d'alerte : une semaine,
      *>    la periodicite du rapport, pour qu'aucune echeance ne
      *>    tombe entre deux editions sans avoir ete signalee.
       01  ws-delai-accuse PIC 9(3) VALUE 10.
       01  ws-delai-reponse-mois PIC 9(2) VALUE 2.
       01  ws-horizon-alerte PIC 9(3) VALUE 7.
       01  ws-echeance-accuse PIC 9(8).
       01  ws-echeance-reponse.
           05  ws-ech-annee PIC 9(4).
           05  ws-ech-mois PIC 9(2).
           05  ws-ech-jour PIC 9(2).
       01  ws-echeance-reponse-num REDEFINES ws-echeance-reponse
               PIC 9(8).
       01  ws-jours-restants PIC S9(5) VALUE ZERO.
       01  ws-libelle-alerte PIC X(19).
       01  ws-debut-semaine PIC 9(8).
       01  ws-nombre-ouvertes PIC 9(5) VALUE ZERO.
       01  ws-nombre-alertes-accuse PIC 9(5) VALUE ZERO.
       01  ws-nombre-retards-accuse PIC 9(5) VALUE ZERO.
       01  ws-nombre-alertes-reponse PIC 9(5) VALUE ZERO.
       01  ws-nombre-retards-reponse PIC 9(5) VALUE ZERO.
       01  ws-nombre-repondues PIC 9(5) VALUE ZERO.
       01  ws-nombre-hors-delai PIC 9(5) VALUE ZERO.
       01  ws-total-gestes PIC 9(9)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Vieillissement hebdomadaire des reclamations : pour chaque
      *>    reclamation encore sans reponse, l'echeance de l'accuse
      *>    (dix jours apres la reception) et celle de la reponse
      *>    (deux mois), signalees des qu'elles tombent dans la
      *>    semaine ou qu'elles sont depassees. Suivent les reponses
      *>    de la semaine ecoulee, dans les delais ou non, qui
      *>    servent de preuve au regulateur.
           DISPLAY "Vieillissement des reclamations"
           CALL 'journal_batch' USING "rapport_reclamations", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           COMPUTE ws-jours-du-jour =
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
           COMPUTE ws-debut-semaine = FUNCTION DATE-OF-INTEGER(
                   ws-jours-du-jour - 7)
           OPEN OUTPUT rapport_reclamations
           MOVE SPACES TO ligne-rapport
           STRING "RECLAMATIONS - ECHEANCES AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE "RECLAMATIONS EN COURS A SURVEILLER" TO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_reclamations
           OPEN INPUT reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           PERFORM EXAMINER-RECLAMATION
                   END-READ
               END-PERFORM
               CLOSE reclamations
           ELSE
               DISPLAY "Aucune reclamation enregistree"
           END-IF

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE rapport_reclamations
           DISPLAY "Reclamations en cours : ", ws-nombre-ouvertes,
                       "  en retard : ", ws-nombre-retards-reponse
           MOVE ws-nombre-ouvertes TO ws-compteur-journal
           CALL 'journal_batch' USING "rapport_reclamations", 'F',
               ws-compteur-journal
           GOBACK.

       EXAMINER-RECLAMATION.
           PERFORM CALCULER-ECHEANCES
           IF rec-date-reponse NOT = ZERO THEN
               IF rec-date-reponse > ws-debut-semaine THEN
                   PERFORM SIGNALER-REPONSE-SEMAINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-nombre-ouvertes
           IF rec-date-accuse = ZERO THEN
               COMPUTE ws-jours-restants =
                       FUNCTION INTEGER-OF-DATE(ws-echeance-accuse)
                       - ws-jours-du-jour
               IF ws-jours-restants < ZERO THEN
                   MOVE "ACCUSE EN RETARD" TO ws-libelle-alerte
                   ADD 1 TO ws-nombre-retards-accuse
                   PERFORM ECRIRE-ALERTE
               ELSE
                   IF ws-jours-restants <= ws-horizon-alerte THEN
                       MOVE "ACCUSE A FAIRE" TO ws-libelle-alerte
                       ADD 1 TO ws-nombre-alertes-accuse
                       PERFORM ECRIRE-ALERTE
                   END-IF
               END-IF
           END-IF
           COMPUTE ws-jours-restants =
                   FUNCTION INTEGER-OF-DATE(ws-echeance-reponse-num)
                   - ws-jours-du-jour
           IF ws-jours-restants < ZERO THEN
               MOVE "REPONSE EN RETARD" TO ws-libelle-alerte
               ADD 1 TO ws-nombre-retards-reponse
               PERFORM ECRIRE-ALERTE
           ELSE
               IF ws-jours-restants <= ws-horizon-alerte THEN
                   MOVE "REPONSE A FAIRE" TO ws-libelle-alerte
                   ADD 1 TO ws-nombre-alertes-reponse
                   PERFORM ECRIRE-ALERTE
               END-IF
           END-IF.

       CALCULER-ECHEANCES.
      *>    Reponse : meme quantieme deux mois plus tard, ramene au
      *>    dernier jour du mois quand il n'existe pas.
           COMPUTE ws-echeance-accuse = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(rec-date-reception)
                   + ws-delai-accuse)
           MOVE rec-date-reception TO ws-echeance-reponse-num
           ADD ws-delai-reponse-mois TO ws-ech-mois
           IF ws-ech-mois > 12 THEN
               SUBTRACT 12 FROM ws-ech-mois
               ADD 1 TO ws-ech-annee
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                   ws-echeance-reponse-num) = ZERO
               SUBTRACT 1 FROM ws-ech-jour
           END-PERFORM.

       ECRIRE-ALERTE.
           MOVE SPACES TO ligne-rapport
           STRING ws-libelle-alerte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rec-numero DELIMITED BY SIZE
                   " client " DELIMITED BY SIZE
                   rec-client DELIMITED BY SIZE
                   " cat " DELIMITED BY SIZE
                   rec-categorie DELIMITED BY SIZE
                   " recue " DELIMITED BY SIZE
                   rec-date-reception DELIMITED BY SIZE
                   " accuse avant " DELIMITED BY SIZE
                   ws-echeance-accuse DELIMITED BY SIZE
                   " reponse avant " DELIMITED BY SIZE
                   ws-echeance-reponse-num DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rec-operateur DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       SIGNALER-REPONSE-SEMAINE.
           ADD 1 TO ws-nombre-repondues
           ADD rec-montant-geste TO ws-total-gestes
           IF rec-date-reponse > ws-echeance-reponse-num THEN
               MOVE "REPONDUE HORS DELAI" TO ws-libelle-alerte
               ADD 1 TO ws-nombre-hors-delai
           ELSE
               MOVE "REPONDUE" TO ws-libelle-alerte
           END-IF
           MOVE SPACES TO ligne-rapport
           STRING ws-libelle-alerte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rec-numero DELIMITED BY SIZE
                   " client " DELIMITED BY SIZE
                   rec-client DELIMITED BY SIZE
                   " recue " DELIMITED BY SIZE
                   rec-date-reception DELIMITED BY SIZE
                   " repondue " DELIMITED BY SIZE
                   rec-date-reponse DELIMITED BY SIZE
                   " issue " DELIMITED BY SIZE
                   rec-issue DELIMITED BY SIZE
                   " geste " DELIMITED BY SIZE
                   rec-montant-geste DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "En cours : " DELIMITED BY SIZE
                   ws-nombre-ouvertes DELIMITED BY SIZE
                   " - accuses a faire : " DELIMITED BY SIZE
                   ws-nombre-alertes-accuse DELIMITED BY SIZE
                   " en retard : " DELIMITED BY SIZE
                   ws-nombre-retards-accuse DELIMITED BY SIZE
                   " - reponses a faire : " DELIMITED BY SIZE
                   ws-nombre-alertes-reponse DELIMITED BY SIZE
                   " en retard : " DELIMITED BY SIZE
                   ws-nombre-retards-reponse DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE
           MOVE SPACES TO ligne-rapport
           STRING "Repondues dans la semaine : " DELIMITED BY SIZE
                   ws-nombre-repondues DELIMITED BY SIZE
                   " dont hors delai : " DELIMITED BY SIZE
                   ws-nombre-hors-delai DELIMITED BY SIZE
                   " - gestes commerciaux : " DELIMITED BY SIZE
                   ws-total-gestes DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM rapport_reclamations.

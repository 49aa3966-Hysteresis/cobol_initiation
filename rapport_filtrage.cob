       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport_filtrage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT file_filtrage ASSIGN TO 'file_filtrage'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-file.
           SELECT rapport_filtrage ASSIGN TO 'rapport_filtrage'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD file_filtrage.
           COPY cpfiltrage.
       FD rapport_filtrage.
       01  ligne-rapport PIC X(120).

       WORKING-STORAGE SECTION.
       01  ws-file-status-file PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_file PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-section PIC X.
       01  ws-libelle-ligne PIC X(10).
       01  ws-nombre-touches PIC 9(5) VALUE ZERO.
       01  ws-total-touches PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-liberes PIC 9(5) VALUE ZERO.
       01  ws-total-liberes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-confirmes PIC 9(5) VALUE ZERO.
       01  ws-total-confirmes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-en-attente PIC 9(5) VALUE ZERO.
       01  ws-total-en-attente PIC 9(9)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rapport quotidien du filtrage de la liste de gel des
      *>    avoirs, pour le responsable conformite :
      *>     - les touches du jour (operations retenues) ;
      *>     - les decisions du jour, liberations (faux positifs) et
      *>       confirmations (declarees) ;
      *>     - toutes les operations encore en attente de decision,
      *>       quel que soit leur jour de retenue.
      *>    Une section par passage de la file.
           DISPLAY "Rapport du filtrage de la liste de gel"
           CALL 'journal_batch' USING "rapport_filtrage    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           OPEN OUTPUT rapport_filtrage
           MOVE SPACES TO ligne-rapport
           STRING "FILTRAGE LISTE DE GEL DES AVOIRS DU "
                   DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE "OPERATIONS RETENUES DANS LA JOURNEE" TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'T' TO ws-section
           PERFORM PARCOURIR-LA-FILE
           MOVE "DECISIONS DE LA JOURNEE" TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'D' TO ws-section
           PERFORM PARCOURIR-LA-FILE
           MOVE "OPERATIONS EN ATTENTE DE DECISION" TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'A' TO ws-section
           PERFORM PARCOURIR-LA-FILE

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE rapport_filtrage
           DISPLAY "Touches : ", ws-nombre-touches,
                       "  faux positifs : ", ws-nombre-liberes,
                       "  confirmees : ", ws-nombre-confirmes,
                       "  en attente : ", ws-nombre-en-attente
           MOVE ws-nombre-touches TO ws-compteur-journal
           CALL 'journal_batch' USING "rapport_filtrage    ", 'F',
               ws-compteur-journal
           GOBACK.

       PARCOURIR-LA-FILE.
           MOVE 'N' TO fin_file
           OPEN INPUT file_filtrage
           IF ws-file-status-file = '00' THEN
               PERFORM UNTIL fin_file = 'Y'
                   READ file_filtrage
                       AT END
                           MOVE 'Y' TO fin_file
                       NOT AT END
                           PERFORM EXAMINER-UNE-RETENUE
                   END-READ
               END-PERFORM
               CLOSE file_filtrage
           END-IF.

       EXAMINER-UNE-RETENUE.
           EVALUATE ws-section
               WHEN 'T'
                   IF flt-date = ws-date-du-jour THEN
                       ADD 1 TO ws-nombre-touches
                       ADD flt-montant TO ws-total-touches
                       MOVE "TOUCHE" TO ws-libelle-ligne
                       PERFORM ECRIRE-LIGNE-RETENUE
                   END-IF
               WHEN 'D'
                   IF flt-date-decision = ws-date-du-jour THEN
                       IF flt-libere THEN
                           ADD 1 TO ws-nombre-liberes
                           ADD flt-montant TO ws-total-liberes
                           MOVE "LIBEREE" TO ws-libelle-ligne
                           PERFORM ECRIRE-LIGNE-RETENUE
                       END-IF
                       IF flt-confirme THEN
                           ADD 1 TO ws-nombre-confirmes
                           ADD flt-montant TO ws-total-confirmes
                           MOVE "CONFIRMEE" TO ws-libelle-ligne
                           PERFORM ECRIRE-LIGNE-RETENUE
                       END-IF
                   END-IF
               WHEN 'A'
                   IF flt-en-attente THEN
                       ADD 1 TO ws-nombre-en-attente
                       ADD flt-montant TO ws-total-en-attente
                       MOVE "EN ATTENTE" TO ws-libelle-ligne
                       PERFORM ECRIRE-LIGNE-RETENUE
                   END-IF
           END-EVALUATE.

       ECRIRE-LIGNE-RETENUE.
           MOVE SPACES TO ligne-rapport
           STRING ws-libelle-ligne DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-sequence DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   flt-date DELIMITED BY SIZE
                   " origine " DELIMITED BY SIZE
                   flt-origine DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   flt-compte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-montant DELIMITED BY SIZE
                   " € " DELIMITED BY SIZE
                   flt-nom DELIMITED BY SIZE
                   " liste " DELIMITED BY SIZE
                   flt-identifiant-liste DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-superviseur DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "Touches du jour : " DELIMITED BY SIZE
                   ws-nombre-touches DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-touches DELIMITED BY SIZE
                   " € - faux positifs : " DELIMITED BY SIZE
                   ws-nombre-liberes DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-liberes DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE
           MOVE SPACES TO ligne-rapport
           STRING "Confirmees du jour : " DELIMITED BY SIZE
                   ws-nombre-confirmes DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-confirmes DELIMITED BY SIZE
                   " € - en attente : " DELIMITED BY SIZE
                   ws-nombre-en-attente DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-en-attente DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM rapport_filtrage.

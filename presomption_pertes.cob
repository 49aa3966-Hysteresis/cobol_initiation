       IDENTIFICATION DIVISION.
       PROGRAM-ID. presomption_pertes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT emprunts_livres ASSIGN TO 'emprunts_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-emprunts.
           SELECT catalogue_livres ASSIGN TO 'catalogue_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-catalogue.
           SELECT tarif_amendes ASSIGN TO 'tarif_amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tarif.

       DATA DIVISION.
       FILE SECTION.
       FD emprunts_livres.
           COPY cpemprunt.
       FD catalogue_livres.
           COPY cplivre.
       FD tarif_amendes.
           COPY cptarifamende.

       WORKING-STORAGE SECTION.
       01  ws-file-status-emprunts PIC XX.
       01  ws-file-status-catalogue PIC XX.
       01  ws-file-status-tarif PIC XX.
       01  fin_emprunts PIC X VALUE 'N'.
       01  fin_catalogue PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-jours-perte PIC 9(3) VALUE 60.
       01  ws-jours-retard PIC 9(5) VALUE ZERO.
       01  ws-carte-perte PIC 9(6).
       01  ws-titre-perte PIC X(30).
       01  ws-rang-perte PIC 9(2).
       01  ws-identifiant-perte PIC 9(6).
       01  ws-montant-perte PIC 9(4)V99 VALUE ZERO.
       01  ws-nombre-pertes PIC 9(5) VALUE ZERO.
       01  ws-total-facture PIC 9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Presomption de perte de nuit : un pret encore en cours
      *>    au-dela du nombre de jours de retard du tarif
      *>    (ta-jours-perte) n'attend plus son livre. Le pret est clos
      *>    comme perdu et facturer_perte, le meme point que la
      *>    declaration au comptoir, marque la copie perdue et
      *>    facture au membre le remplacement et les frais a la
      *>    place de l'amende de retard plafonnee. La copie quitte
      *>    le compte du catalogue. A passer avant calcul_amendes.
           DISPLAY "Presomption de perte des retards prolonges"
           CALL 'journal_batch' USING "presomption_pertes  ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-JOURS-PERTE
           MOVE 'N' TO fin_emprunts
           OPEN I-O emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
               PERFORM UNTIL fin_emprunts = 'Y'
                   READ emprunts_livres
                       AT END
                           MOVE 'Y' TO fin_emprunts
                       NOT AT END
                           IF emp-en-cours AND
                                   emp-date-retour-prevue
                                   < ws-date-du-jour THEN
                               PERFORM EXAMINER-UN-RETARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           END-IF
           DISPLAY "Livres presumes perdus : ", ws-nombre-pertes,
               " (", ws-total-facture, " € factures)"
           MOVE ws-nombre-pertes TO ws-compteur-journal
           CALL 'journal_batch' USING "presomption_pertes  ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-JOURS-PERTE.
           OPEN INPUT tarif_amendes
           IF ws-file-status-tarif = '00' THEN
               READ tarif_amendes
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ta-jours-perte IS NUMERIC
                               AND ta-jours-perte > ZERO THEN
                           MOVE ta-jours-perte TO ws-jours-perte
                       END-IF
               END-READ
               CLOSE tarif_amendes
           END-IF.

       EXAMINER-UN-RETARD.
           COMPUTE ws-jours-retard =
               FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
               - FUNCTION INTEGER-OF-DATE(emp-date-retour-prevue)
           IF ws-jours-retard < ws-jours-perte THEN
               EXIT PARAGRAPH
           END-IF
           SET emp-perdu TO TRUE
           MOVE ws-date-du-jour TO emp-date-retour-reelle
           REWRITE ligne-emprunt
           MOVE emp-carte-membre TO ws-carte-perte
           MOVE emp-titre TO ws-titre-perte
           MOVE emp-numero-copie TO ws-rang-perte
           MOVE emp-identifiant-copie TO ws-identifiant-perte
           CALL 'facturer_perte' USING ws-carte-perte, ws-titre-perte,
               ws-rang-perte, ws-identifiant-perte, ws-montant-perte
           PERFORM DECOMPTER-COPIE-CATALOGUE
           ADD 1 TO ws-nombre-pertes
           ADD ws-montant-perte TO ws-total-facture
           DISPLAY "Carte ", ws-carte-perte, " : ", ws-titre-perte,
               " presume perdu, ", ws-montant-perte, " €".

       DECOMPTER-COPIE-CATALOGUE.
           MOVE 'N' TO fin_catalogue
           OPEN I-O catalogue_livres
           IF ws-file-status-catalogue = '00' THEN
               PERFORM UNTIL fin_catalogue = 'Y'
                   READ catalogue_livres
                       AT END
                           MOVE 'Y' TO fin_catalogue
                       NOT AT END
                           IF cat-titre = ws-titre-perte
                                   AND cat-nombre-copies > ZERO THEN
                               SUBTRACT 1 FROM cat-nombre-copies
                               REWRITE ligne-catalogue
                               MOVE 'Y' TO fin_catalogue
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE catalogue_livres
           END-IF.
       END PROGRAM presomption_pertes.

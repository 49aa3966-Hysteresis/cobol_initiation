       IDENTIFICATION DIVISION.
       PROGRAM-ID. revue_audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT echantillons_audit ASSIGN TO 'echantillons_audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-audit.
           SELECT rapport_audit ASSIGN TO 'rapport_audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD echantillons_audit.
           COPY cpaudit.
       FD rapport_audit.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-audit PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_audit PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-auditeur PIC X(8).
       01  ws-campagne PIC 9(4).
       01  ws-choix PIC X.
       01  ws-rang-choisi PIC 9(4).
       01  ws-statut-saisi PIC X.
       01  ws-commentaire-saisi PIC X(60).
       01  ws-trouve PIC X VALUE 'N'.
       01  ws-nombre-lignes PIC 9(4) VALUE ZERO.
       01  table-guichetiers.
           05  tg-entry OCCURS 200 TIMES INDEXED BY tg-i.
               10  tg-operateur        PIC X(8).
               10  tg-tires            PIC 9(4).
               10  tg-verifies         PIC 9(4).
               10  tg-exceptions       PIC 9(4).
       01  tg-nombre PIC 9(3) VALUE ZERO.
       01  ws-taux-exception PIC 9(3)V9 VALUE ZERO.
       01  ws-taux-edite PIC ZZ9.9.
       01  ws-total-tires PIC 9(5) VALUE ZERO.
       01  ws-total-verifies PIC 9(5) VALUE ZERO.
       01  ws-total-exceptions PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Ecran de l'auditeur interne sur une campagne tiree par
      *>    echantillonnage_audit : liste des mouvements restant a
      *>    verifier, constat porte sur un mouvement (confirme ou
      *>    exception, avec commentaire), et rapport de cloture avec
      *>    le taux d'exception de chaque guichetier.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Identifiant auditeur :"
           ACCEPT ws-auditeur
           DISPLAY "Numero de campagne :"
           ACCEPT ws-campagne
           DISPLAY "-------------- "
           DISPLAY "     Audit interne"
           DISPLAY "-------------- "
           DISPLAY "Lister les mouvements a verifier : 1"
           DISPLAY "Porter un constat : 2"
           DISPLAY "Rapport de cloture : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-A-VERIFIER
               WHEN '2'
                   PERFORM PORTER-CONSTAT
               WHEN '3'
                   PERFORM RAPPORT-CLOTURE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LISTER-A-VERIFIER.
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_audit
           OPEN INPUT echantillons_audit
           IF ws-file-status-audit = '00' THEN
               PERFORM UNTIL fin_audit = 'Y'
                   READ echantillons_audit
                       AT END
                           MOVE 'Y' TO fin_audit
                       NOT AT END
                           IF aud-campagne = ws-campagne
                                   AND aud-a-verifier THEN
                               ADD 1 TO ws-nombre-lignes
                               DISPLAY aud-rang, " ", aud-operateur,
                                   " ag ", aud-agence, " cpt ",
                                   aud-compte, " ", aud-date,
                                   " seq ", aud-sequence, " ",
                                   aud-action, " ", aud-montant,
                                   " ", aud-motif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echantillons_audit
           END-IF
           DISPLAY ws-nombre-lignes, " mouvement(s) a verifier".

       PORTER-CONSTAT.
           DISPLAY "Rang du mouvement dans la campagne :"
           ACCEPT ws-rang-choisi
           DISPLAY "Constat (C confirme, X exception) :"
           ACCEPT ws-statut-saisi
           IF ws-statut-saisi NOT = 'C' AND ws-statut-saisi NOT = 'X'
                   THEN
               DISPLAY "/!\ Constat non reconnu"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commentaire :"
           ACCEPT ws-commentaire-saisi
           IF ws-statut-saisi = 'X' AND ws-commentaire-saisi = SPACES
                   THEN
               DISPLAY "/!\ Une exception doit etre commentee"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-trouve
           MOVE 'N' TO fin_audit
           OPEN I-O echantillons_audit
           IF ws-file-status-audit = '00' THEN
               PERFORM UNTIL fin_audit = 'Y'
                   READ echantillons_audit
                       AT END
                           MOVE 'Y' TO fin_audit
                       NOT AT END
                           IF aud-campagne = ws-campagne
                                   AND aud-rang = ws-rang-choisi THEN
                               MOVE 'O' TO ws-trouve
                               MOVE 'Y' TO fin_audit
                               PERFORM ENREGISTRER-CONSTAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echantillons_audit
           END-IF
           IF ws-trouve = 'N' THEN
               DISPLAY "/!\ Mouvement introuvable dans la campagne"
           END-IF.

       ENREGISTRER-CONSTAT.
      *>    Un constat peut etre revu (second passage de l'auditeur) :
      *>    le dernier l'emporte, date et signe de son auteur.
           MOVE ws-statut-saisi TO aud-statut
           MOVE ws-commentaire-saisi TO aud-commentaire
           MOVE ws-auditeur TO aud-auditeur
           MOVE ws-date-du-jour TO aud-date-revue
           REWRITE audit-record
           DISPLAY "--> Mouvement ", aud-rang, " : ", aud-statut,
                       " (", aud-operateur, ")".

       RAPPORT-CLOTURE.
           MOVE ZERO TO tg-nombre
           MOVE 'N' TO fin_audit
           OPEN INPUT echantillons_audit
           IF ws-file-status-audit = '00' THEN
               PERFORM UNTIL fin_audit = 'Y'
                   READ echantillons_audit
                       AT END
                           MOVE 'Y' TO fin_audit
                       NOT AT END
                           IF aud-campagne = ws-campagne THEN
                               PERFORM CUMULER-GUICHETIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echantillons_audit
           END-IF
           IF tg-nombre = ZERO THEN
               DISPLAY "/!\ Campagne inconnue"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT rapport_audit
           MOVE SPACES TO ligne-rapport
           STRING "AUDIT INTERNE - CLOTURE DE LA CAMPAGNE "
                   DELIMITED BY SIZE
                   ws-campagne DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " PAR " DELIMITED BY SIZE
                   ws-auditeur DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE "GUICHETIER  TIRES  VERIFIES  EXCEPTIONS  TAUX %"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               PERFORM ECRIRE-LIGNE-GUICHETIER
           END-PERFORM
           MOVE ZERO TO ws-taux-exception
           IF ws-total-verifies > ZERO THEN
               COMPUTE ws-taux-exception ROUNDED =
                       ws-total-exceptions * 100 / ws-total-verifies
           END-IF
           MOVE ws-taux-exception TO ws-taux-edite
           MOVE SPACES TO ligne-rapport
           STRING "TOTAL      " DELIMITED BY SIZE
                   ws-total-tires DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   ws-total-verifies DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   ws-total-exceptions DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   ws-taux-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           IF ws-total-verifies < ws-total-tires THEN
               MOVE SPACES TO ligne-rapport
               COMPUTE ws-total-tires = ws-total-tires
                       - ws-total-verifies
               STRING "/!\ Mouvements encore a verifier : "
                       DELIMITED BY SIZE
                       ws-total-tires DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               DISPLAY ligne-rapport
           END-IF
           CLOSE rapport_audit
           DISPLAY "Rapport de cloture ecrit dans rapport_audit".

       CUMULER-GUICHETIER.
           SET tg-i TO 1
           SEARCH tg-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tg-i > tg-nombre
                   CONTINUE
               WHEN tg-operateur(tg-i) = aud-operateur
                   CONTINUE
           END-SEARCH
           IF tg-i > tg-nombre THEN
               ADD 1 TO tg-nombre
               SET tg-i TO tg-nombre
               MOVE aud-operateur TO tg-operateur(tg-i)
               MOVE ZERO TO tg-tires(tg-i)
               MOVE ZERO TO tg-verifies(tg-i)
               MOVE ZERO TO tg-exceptions(tg-i)
           END-IF
           ADD 1 TO tg-tires(tg-i)
           ADD 1 TO ws-total-tires
           IF aud-constat-valide THEN
               ADD 1 TO tg-verifies(tg-i)
               ADD 1 TO ws-total-verifies
           END-IF
           IF aud-exception THEN
               ADD 1 TO tg-exceptions(tg-i)
               ADD 1 TO ws-total-exceptions
           END-IF.

       ECRIRE-LIGNE-GUICHETIER.
      *>    Taux rapporte aux seuls mouvements verifies : une campagne
      *>    close a moitie ne doit pas diluer les exceptions.
           MOVE ZERO TO ws-taux-exception
           IF tg-verifies(tg-i) > ZERO THEN
               COMPUTE ws-taux-exception ROUNDED =
                       tg-exceptions(tg-i) * 100 / tg-verifies(tg-i)
           END-IF
           MOVE ws-taux-exception TO ws-taux-edite
           MOVE SPACES TO ligne-rapport
           STRING tg-operateur(tg-i) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   tg-tires(tg-i) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   tg-verifies(tg-i) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   tg-exceptions(tg-i) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   ws-taux-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           DISPLAY ligne-rapport.
       END PROGRAM revue_audit.

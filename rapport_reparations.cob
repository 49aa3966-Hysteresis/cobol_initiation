       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport_reparations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT copies_livres ASSIGN TO 'copies_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-copies.
           SELECT reparations_copies ASSIGN TO 'reparations_copies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reparations.
           SELECT rapport_reparations ASSIGN TO 'rapport_reparations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD copies_livres.
           COPY cpcopie.
       FD reparations_copies.
           COPY cpreparation.
       FD rapport_reparations.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-copies PIC XX.
       01  ws-file-status-reparations PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_copies PIC X VALUE 'N'.
       01  fin_reparations PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-jours-retard PIC 9(5) VALUE ZERO.
      *>    Un titre par entree : la depense de reparation cumulee
      *>    d'apres le journal, et le prix d'un exemplaire neuf
      *>    d'apres l'acquisition la plus recente de copies_livres.
       01  table-titres.
           05  tr-entry OCCURS 500 TIMES INDEXED BY tr-i.
               10  tr-titre           PIC X(30).
               10  tr-nb-reparations  PIC 9(3).
               10  tr-depense         PIC 9(6)V99.
               10  tr-prix-neuf       PIC 9(4)V99.
               10  tr-date-prix       PIC 9(8).
       01  tr-nombre PIC 9(3) VALUE ZERO.
       01  tr-trouve PIC X.
       01  ws-titre-cherche PIC X(30).
       01  ws-nb-en-retard PIC 9(3) VALUE ZERO.
       01  ws-nb-a-remplacer PIC 9(3) VALUE ZERO.
       01  ws-depense-totale PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rapport des reparations de copies : d'abord les copies
      *>    parties a l'atelier ou chez le relieur et toujours pas
      *>    revenues a la date de retour prevue, a relancer ; puis,
      *>    par titre, la depense de reparation cumulee au journal a
      *>    cote du prix d'un exemplaire neuf, pour cesser de reparer
      *>    ce qu'il serait moins cher de racheter.
           DISPLAY "Rapport des reparations de copies"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour

           PERFORM CUMULER-LES-REPARATIONS

           OPEN OUTPUT rapport_reparations
           MOVE SPACES TO ligne-rapport
           STRING "REPARATIONS DE COPIES AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE "---- Copies absentes au-dela du retour prevu ----"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM LISTER-COPIES-EN-RETARD
           MOVE "---- Depense de reparation par titre ----"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM LISTER-DEPENSE-PAR-TITRE

           MOVE SPACES TO ligne-rapport
           STRING "En retard " DELIMITED BY SIZE
                   ws-nb-en-retard DELIMITED BY SIZE
                   "  A racheter plutot " DELIMITED BY SIZE
                   ws-nb-a-remplacer DELIMITED BY SIZE
                   "  Depense totale " DELIMITED BY SIZE
                   ws-depense-totale DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_reparations
           DISPLAY "Rapport ecrit dans rapport_reparations"
           STOP RUN.

       CUMULER-LES-REPARATIONS.
           MOVE 'N' TO fin_reparations
           OPEN INPUT reparations_copies
           IF ws-file-status-reparations = '00' THEN
               PERFORM UNTIL fin_reparations = 'Y'
                   READ reparations_copies
                       AT END
                           MOVE 'Y' TO fin_reparations
                       NOT AT END
                           MOVE rep-titre TO ws-titre-cherche
                           PERFORM TROUVER-OU-CREER-TITRE
                           IF tr-trouve = 'O' THEN
                               ADD 1 TO tr-nb-reparations(tr-i)
                               ADD rep-cout TO tr-depense(tr-i)
                               ADD rep-cout TO ws-depense-totale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reparations_copies
           END-IF.

       TROUVER-OU-CREER-TITRE.
           MOVE 'N' TO tr-trouve
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > tr-nombre
               IF tr-titre(tr-i) = ws-titre-cherche THEN
                   MOVE 'O' TO tr-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF tr-trouve = 'N' AND tr-nombre < 500 THEN
               ADD 1 TO tr-nombre
               SET tr-i TO tr-nombre
               INITIALIZE tr-entry(tr-i)
               MOVE ws-titre-cherche TO tr-titre(tr-i)
               MOVE 'O' TO tr-trouve
           END-IF.

       LISTER-COPIES-EN-RETARD.
      *>    Le meme passage sur copies_livres releve le prix neuf des
      *>    titres deja repares.
           MOVE 'N' TO fin_copies
           OPEN INPUT copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           PERFORM RELEVER-PRIX-NEUF
                           IF cop-en-reparation
                                   AND cop-retour-prevu-reparation
                                       < ws-date-du-jour THEN
                               PERFORM ECRIRE-COPIE-EN-RETARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF.

       RELEVER-PRIX-NEUF.
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > tr-nombre
               IF tr-titre(tr-i) = cop-titre THEN
                   IF cop-date-acquisition >= tr-date-prix(tr-i)
                           AND cop-prix > ZERO THEN
                       MOVE cop-prix TO tr-prix-neuf(tr-i)
                       MOVE cop-date-acquisition
                           TO tr-date-prix(tr-i)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ECRIRE-COPIE-EN-RETARD.
           COMPUTE ws-jours-retard =
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                   - FUNCTION
                       INTEGER-OF-DATE(cop-retour-prevu-reparation)
           ADD 1 TO ws-nb-en-retard
           MOVE SPACES TO ligne-rapport
           STRING cop-identifiant DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cop-titre DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cop-lieu-reparation DELIMITED BY SIZE
                   " envoye " DELIMITED BY SIZE
                   cop-date-envoi-reparation DELIMITED BY SIZE
                   " prevu " DELIMITED BY SIZE
                   cop-retour-prevu-reparation DELIMITED BY SIZE
                   " retard " DELIMITED BY SIZE
                   ws-jours-retard DELIMITED BY SIZE
                   " j" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.

       LISTER-DEPENSE-PAR-TITRE.
      *>    Un titre dont les reparations ont deja coute au moins un
      *>    exemplaire neuf est signale a racheter.
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > tr-nombre
               MOVE SPACES TO ligne-rapport
               STRING tr-titre(tr-i) DELIMITED BY SIZE
                       " reparations " DELIMITED BY SIZE
                       tr-nb-reparations(tr-i) DELIMITED BY SIZE
                       " depense " DELIMITED BY SIZE
                       tr-depense(tr-i) DELIMITED BY SIZE
                       " € neuf " DELIMITED BY SIZE
                       tr-prix-neuf(tr-i) DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-rapport
               IF tr-prix-neuf(tr-i) > ZERO
                       AND tr-depense(tr-i) >= tr-prix-neuf(tr-i) THEN
                   MOVE "RACHETER" TO ligne-rapport(91:8)
                   ADD 1 TO ws-nb-a-remplacer
               END-IF
               WRITE ligne-rapport
           END-PERFORM.
       END PROGRAM rapport_reparations.

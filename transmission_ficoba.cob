       IDENTIFICATION DIVISION.
       PROGRAM-ID. transmission_ficoba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT declarations_ficoba ASSIGN TO 'declarations_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT accuse_ficoba ASSIGN TO 'accuse_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-accuse.
           SELECT fichier_ficoba ASSIGN TO ws-nom-fichier-ficoba
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-envoi.
           SELECT journal_ficoba ASSIGN TO 'journal_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD declarations_ficoba.
           COPY cpficoba.
       FD accuse_ficoba.
      *>    Accuse de reception du regulateur : une ligne par
      *>    declaration du fichier, identifiee par notre numero
      *>    d'ordre, code retour 000 si elle est acceptee.
       01  ligne-accuse.
           05  acc-numero-fichier  PIC 9(6).
           05  acc-sequence        PIC 9(8).
           05  acc-code-retour     PIC X(3).
           05  acc-libelle         PIC X(40).
       FD fichier_ficoba.
       01  ligne-ficoba PIC X(120).
       FD journal_ficoba.
      *>    Journal des envois : une ligne par fichier transmis, avec
      *>    son numero, sa date et son nombre de declarations,
      *>    completee au retour de l'accuse.
       01  envoi-ficoba.
           05  jf-numero-fichier   PIC 9(6).
           05  jf-date-envoi       PIC 9(8).
           05  jf-nom-fichier      PIC X(20).
           05  jf-nombre           PIC 9(6).
           05  jf-date-accuse      PIC 9(8).
           05  jf-acceptees        PIC 9(6).
           05  jf-rejetees         PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-accuse PIC XX.
       01  ws-file-status-envoi PIC XX.
       01  ws-file-status-journal PIC XX.
       01  fin_declarations PIC X VALUE 'N'.
       01  fin_accuse PIC X VALUE 'N'.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-nom-fichier-ficoba PIC X(20).
       01  ws-numero-fichier PIC 9(6) VALUE ZERO.
       01  ws-nombre-a-envoyer PIC 9(6) VALUE ZERO.
       01  ws-nombre-envoyees PIC 9(6) VALUE ZERO.
       01  ws-nombre-acceptees PIC 9(6) VALUE ZERO.
       01  ws-nombre-rejetees PIC 9(6) VALUE ZERO.
       01  ws-iban-declare PIC X(20).
       01  code-etablissement PIC X(8) VALUE "BQLOCALE".
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Lignes de l'accuse en attente de rapprochement, puis
      *>    cumuls par fichier pour completer le journal des envois.
       01  table-accuses.
           05  ta-entry OCCURS 2000 TIMES INDEXED BY ta-i.
               10  ta-numero-fichier  PIC 9(6).
               10  ta-sequence        PIC 9(8).
               10  ta-code-retour     PIC X(3).
               10  ta-libelle         PIC X(40).
       01  ta-nombre PIC 9(4) VALUE ZERO.
       01  table-fichiers-accuses.
           05  tf-entry OCCURS 50 TIMES INDEXED BY tf-i.
               10  tf-numero-fichier  PIC 9(6).
               10  tf-acceptees       PIC 9(6).
               10  tf-rejetees        PIC 9(6).
       01  tf-nombre PIC 9(2) VALUE ZERO.
      *>    Format fixe du fichier du regulateur : en-tete, une ligne
      *>    par declaration, pied avec le nombre de lignes.
       01  ficoba-entete.
           05  fe-type             PIC X(1) VALUE 'E'.
           05  fe-etablissement    PIC X(8).
           05  fe-numero-fichier   PIC 9(6).
           05  fe-date             PIC 9(8).
           05  FILLER              PIC X(97) VALUE SPACES.
       01  ficoba-detail.
           05  fd-type             PIC X(1) VALUE 'D'.
           05  fd-sequence         PIC 9(8).
           05  fd-nature           PIC X(1).
           05  fd-qualite          PIC X(1).
           05  fd-date-evenement   PIC 9(8).
           05  fd-etablissement    PIC X(8).
           05  fd-compte           PIC 9(6).
           05  fd-iban             PIC X(20).
           05  fd-nom              PIC X(20).
           05  fd-prenom           PIC X(20).
           05  fd-date-naissance   PIC 9(8).
           05  FILLER              PIC X(19) VALUE SPACES.
       01  ficoba-pied.
           05  fp-type             PIC X(1) VALUE 'F'.
           05  fp-numero-fichier   PIC 9(6).
           05  fp-nombre           PIC 9(6).
           05  FILLER              PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.
      *>    Transmission des declarations FICOBA, chaque soir :
      *>    l'accuse de reception du dernier fichier est d'abord
      *>    rapproche (declarations acceptees ou rejetees avec leur
      *>    motif), puis les evenements deposes depuis partent dans
      *>    un nouveau fichier numerote au format du regulateur. Le
      *>    journal des envois garde quel fichier a emporte combien
      *>    de declarations et ce que l'accuse en a dit. Les rejets
      *>    restent au tableau de bord du matin jusqu'a leur
      *>    correction par correction_ficoba.
           DISPLAY "Transmission des declarations FICOBA"
           CALL 'journal_batch' USING "transmission_ficoba ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM TRAITER-ACCUSE-RECEPTION
           PERFORM COMPTER-A-ENVOYER
           IF ws-nombre-a-envoyer = ZERO THEN
               DISPLAY "Aucune declaration a transmettre"
           ELSE
               PERFORM PRODUIRE-FICHIER-FICOBA
           END-IF
           DISPLAY "Declarations transmises : ", ws-nombre-envoyees,
                       "  acceptees : ", ws-nombre-acceptees,
                       "  rejetees : ", ws-nombre-rejetees
           MOVE ws-nombre-envoyees TO ws-compteur-journal
           CALL 'journal_batch' USING "transmission_ficoba ", 'F',
               ws-compteur-journal
           GOBACK.

       TRAITER-ACCUSE-RECEPTION.
      *>    Seules les declarations encore marquees envoyees sont
      *>    rapprochees : un accuse deja traite peut etre relu sans
      *>    rien changer.
           MOVE ZERO TO ta-nombre
           MOVE 'N' TO fin_accuse
           OPEN INPUT accuse_ficoba
           IF ws-file-status-accuse NOT = '00' THEN
               DISPLAY "Aucun accuse de reception a traiter"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_accuse = 'Y'
               READ accuse_ficoba
                   AT END
                       MOVE 'Y' TO fin_accuse
                   NOT AT END
                       IF ta-nombre < 2000 THEN
                           ADD 1 TO ta-nombre
                           MOVE acc-numero-fichier
                               TO ta-numero-fichier(ta-nombre)
                           MOVE acc-sequence TO ta-sequence(ta-nombre)
                           MOVE acc-code-retour
                               TO ta-code-retour(ta-nombre)
                           MOVE acc-libelle TO ta-libelle(ta-nombre)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE accuse_ficoba
           IF ta-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO fin_declarations
           OPEN I-O declarations_ficoba
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_declarations = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_declarations
                       NOT AT END
                           IF dfc-envoyee THEN
                               PERFORM RAPPROCHER-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           END-IF
           IF tf-nombre > ZERO THEN
               PERFORM COMPLETER-JOURNAL-ENVOIS
           END-IF.

       RAPPROCHER-DECLARATION.
           SET ta-i TO 1
           SEARCH ta-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ta-i > ta-nombre
                   EXIT PARAGRAPH
               WHEN ta-sequence(ta-i) = dfc-sequence
                       AND ta-numero-fichier(ta-i)
                           = dfc-numero-fichier
                   CONTINUE
           END-SEARCH
           MOVE ws-date-du-jour TO dfc-date-accuse
           MOVE ta-code-retour(ta-i) TO dfc-code-rejet
           IF ta-code-retour(ta-i) = "000" THEN
               SET dfc-acceptee TO TRUE
               MOVE SPACES TO dfc-libelle-rejet
           ELSE
               SET dfc-rejetee TO TRUE
               MOVE ta-libelle(ta-i) TO dfc-libelle-rejet
               DISPLAY "/!\ Declaration ", dfc-sequence, " compte ",
                           dfc-compte, " rejetee : ",
                           ta-code-retour(ta-i), " ",
                           ta-libelle(ta-i)
           END-IF
           REWRITE declaration-ficoba
           PERFORM CUMULER-ACCUSE-FICHIER.

       CUMULER-ACCUSE-FICHIER.
           SET tf-i TO 1
           SEARCH tf-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tf-i > tf-nombre
                   ADD 1 TO tf-nombre
                   MOVE dfc-numero-fichier TO tf-numero-fichier(tf-i)
                   MOVE ZERO TO tf-acceptees(tf-i)
                   MOVE ZERO TO tf-rejetees(tf-i)
               WHEN tf-numero-fichier(tf-i) = dfc-numero-fichier
                   CONTINUE
           END-SEARCH
           IF dfc-acceptee THEN
               ADD 1 TO tf-acceptees(tf-i)
               ADD 1 TO ws-nombre-acceptees
           ELSE
               ADD 1 TO tf-rejetees(tf-i)
               ADD 1 TO ws-nombre-rejetees
           END-IF.

       COMPLETER-JOURNAL-ENVOIS.
           MOVE 'N' TO fin_journal
           OPEN I-O journal_ficoba
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_ficoba
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           PERFORM COMPLETER-UN-ENVOI
                   END-READ
               END-PERFORM
               CLOSE journal_ficoba
           END-IF.

       COMPLETER-UN-ENVOI.
           SET tf-i TO 1
           SEARCH tf-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tf-i > tf-nombre
                   EXIT PARAGRAPH
               WHEN tf-numero-fichier(tf-i) = jf-numero-fichier
                   CONTINUE
           END-SEARCH
           MOVE ws-date-du-jour TO jf-date-accuse
           ADD tf-acceptees(tf-i) TO jf-acceptees
           ADD tf-rejetees(tf-i) TO jf-rejetees
           REWRITE envoi-ficoba.

       COMPTER-A-ENVOYER.
           MOVE ZERO TO ws-nombre-a-envoyer
           MOVE 'N' TO fin_declarations
           OPEN INPUT declarations_ficoba
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_declarations = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_declarations
                       NOT AT END
                           IF dfc-a-envoyer THEN
                               ADD 1 TO ws-nombre-a-envoyer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           END-IF.

       NUMEROTER-FICHIER.
      *>    Numero suivant le dernier du journal des envois.
           MOVE ZERO TO ws-numero-fichier
           MOVE 'N' TO fin_journal
           OPEN INPUT journal_ficoba
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_ficoba
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF jf-numero-fichier > ws-numero-fichier
                                   THEN
                               MOVE jf-numero-fichier
                                   TO ws-numero-fichier
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_ficoba
           END-IF
           ADD 1 TO ws-numero-fichier.

       PRODUIRE-FICHIER-FICOBA.
           PERFORM NUMEROTER-FICHIER
           MOVE SPACES TO ws-nom-fichier-ficoba
           STRING "ficoba_" DELIMITED BY SIZE
                   ws-numero-fichier DELIMITED BY SIZE
               INTO ws-nom-fichier-ficoba
           OPEN OUTPUT fichier_ficoba
           MOVE code-etablissement TO fe-etablissement
           MOVE ws-numero-fichier TO fe-numero-fichier
           MOVE ws-date-du-jour TO fe-date
           MOVE ficoba-entete TO ligne-ficoba
           WRITE ligne-ficoba

           MOVE 'N' TO fin_declarations
           OPEN I-O declarations_ficoba
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_declarations = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_declarations
                       NOT AT END
                           IF dfc-a-envoyer THEN
                               PERFORM ENVOYER-UNE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           END-IF

           MOVE ws-numero-fichier TO fp-numero-fichier
           MOVE ws-nombre-envoyees TO fp-nombre
           MOVE ficoba-pied TO ligne-ficoba
           WRITE ligne-ficoba
           CLOSE fichier_ficoba
           PERFORM JOURNALISER-ENVOI
           DISPLAY "Fichier ecrit : ", ws-nom-fichier-ficoba.

       ENVOYER-UNE-DECLARATION.
      *>    La ligne part dans le fichier d'abord ; la declaration
      *>    ne bascule a envoyee qu'ensuite, avec le numero du
      *>    fichier qui l'emporte.
           MOVE dfc-sequence TO fd-sequence
           MOVE dfc-nature TO fd-nature
           MOVE dfc-qualite TO fd-qualite
           MOVE dfc-date-evenement TO fd-date-evenement
           MOVE code-etablissement TO fd-etablissement
           MOVE dfc-compte TO fd-compte
           CALL 'calculer_iban' USING dfc-compte, ws-iban-declare
           MOVE ws-iban-declare TO fd-iban
           MOVE dfc-nom TO fd-nom
           MOVE dfc-prenom TO fd-prenom
           MOVE dfc-date-naissance TO fd-date-naissance
           MOVE ficoba-detail TO ligne-ficoba
           WRITE ligne-ficoba
           ADD 1 TO ws-nombre-envoyees

           SET dfc-envoyee TO TRUE
           MOVE ws-numero-fichier TO dfc-numero-fichier
           MOVE ws-date-du-jour TO dfc-date-envoi
           REWRITE declaration-ficoba.

       JOURNALISER-ENVOI.
           OPEN EXTEND journal_ficoba
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_ficoba
           END-IF
           MOVE ws-numero-fichier TO jf-numero-fichier
           MOVE ws-date-du-jour TO jf-date-envoi
           MOVE ws-nom-fichier-ficoba TO jf-nom-fichier
           MOVE ws-nombre-envoyees TO jf-nombre
           MOVE ZERO TO jf-date-accuse
           MOVE ZERO TO jf-acceptees
           MOVE ZERO TO jf-rejetees
           WRITE envoi-ficoba
           END-WRITE
           CLOSE journal_ficoba.
       END PROGRAM transmission_ficoba.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. precommandes_echues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT precommandes_especes ASSIGN TO 'precommandes_especes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT blocages_fonds ASSIGN TO 'blocages_fonds'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-blocages.
           SELECT delai_precommande ASSIGN TO 'delai_precommande'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-delai.

       DATA DIVISION.
       FILE SECTION.
       FD precommandes_especes.
           COPY cpprecommande.
       FD blocages_fonds.
           COPY cpblocage.
       FD delai_precommande.
       01  delai-precommande-record.
           05  dp-jours PIC 9(2).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-blocages PIC XX.
       01  ws-file-status-delai PIC XX.
       01  fin_precommandes PIC X VALUE 'N'.
       01  fin_blocages PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-delai-precommande PIC 9(2) VALUE 3.
       01  ws-date-limite PIC 9(8) VALUE ZERO.
       01  ws-nombre-annulees PIC 9(5) VALUE ZERO.
       01  ws-montant-libere PIC 9(9)V99 VALUE ZERO.
       01  ws-motif-precommande PIC X(30).
      *>    Precommandes annulees dans la passe, dont le blocage est
      *>    a lever ensuite dans blocages_fonds.
       01  table-annulees.
           05  pa-entry OCCURS 500 TIMES INDEXED BY pa-i.
               10  pa-compte           PIC 9(6).
               10  pa-motif            PIC X(30).
       01  pa-nombre PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Precommandes d'especes non retirees : passe le delai de
      *>    grace qui suit la date de retrait prevue (delai_precommande,
      *>    3 jours a defaut), le client est repute ne pas venir. La
      *>    precommande est annulee et son blocage leve, pour rendre
      *>    les fonds disponibles sans attendre un geste du guichet.
           DISPLAY "Annulation des precommandes d'especes echues"
           CALL 'journal_batch' USING "precommandes_echues ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-DELAI-PRECOMMANDE
           PERFORM ANNULER-PRECOMMANDES-ECHUES
           IF pa-nombre > ZERO THEN
               PERFORM LEVER-BLOCAGES-ANNULES
           END-IF
           DISPLAY "Precommandes annulees : ", ws-nombre-annulees,
                       "  montant libere : ", ws-montant-libere, " €"
           MOVE ws-nombre-annulees TO ws-compteur-journal
           CALL 'journal_batch' USING "precommandes_echues ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-DELAI-PRECOMMANDE.
           OPEN INPUT delai_precommande
           IF ws-file-status-delai = '00' THEN
               READ delai_precommande
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE dp-jours TO ws-delai-precommande
               END-READ
               CLOSE delai_precommande
           END-IF.

       ANNULER-PRECOMMANDES-ECHUES.
           MOVE 'N' TO fin_precommandes
           OPEN I-O precommandes_especes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-reservee THEN
                               PERFORM CONTROLER-UNE-PRECOMMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           ELSE
               DISPLAY "Aucune precommande d'especes"
           END-IF.

       CONTROLER-UNE-PRECOMMANDE.
           COMPUTE ws-date-limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(pco-date-retrait)
                   + ws-delai-precommande)
           IF ws-date-limite >= ws-date-du-jour THEN
               EXIT PARAGRAPH
           END-IF
           SET pco-annulee TO TRUE
           MOVE ws-date-du-jour TO pco-date-cloture
           REWRITE precommande-record
           ADD 1 TO ws-nombre-annulees
           ADD pco-montant TO ws-montant-libere
           DISPLAY "Precommande ", pco-numero, " compte ", pco-compte,
                       " de ", pco-montant, " € prevue le ",
                       pco-date-retrait, " : annulee"
           MOVE SPACES TO ws-motif-precommande
           STRING "PRECOMMANDE " DELIMITED BY SIZE
                   pco-numero DELIMITED BY SIZE
               INTO ws-motif-precommande
           IF pa-nombre < 500 THEN
               ADD 1 TO pa-nombre
               SET pa-i TO pa-nombre
               MOVE pco-compte TO pa-compte(pa-i)
               MOVE ws-motif-precommande TO pa-motif(pa-i)
           ELSE
               DISPLAY "/!\ Blocage de ", ws-motif-precommande,
                           " a lever au guichet"
           END-IF.

       LEVER-BLOCAGES-ANNULES.
      *>    Un blocage deja expire la nuit meme (expiration_blocages)
      *>    n'est plus actif et reste tel quel.
           MOVE 'N' TO fin_blocages
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-actif
                                   AND blo-motif(1:12) = "PRECOMMANDE "
                                   THEN
                               PERFORM LEVER-SI-ANNULEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF.

       LEVER-SI-ANNULEE.
           SET pa-i TO 1
           SEARCH pa-entry
               AT END
                   EXIT PARAGRAPH
               WHEN pa-i > pa-nombre
                   EXIT PARAGRAPH
               WHEN pa-compte(pa-i) = blo-compte
                       AND pa-motif(pa-i) = blo-motif
                   SET blo-leve TO TRUE
                   REWRITE blocage-record
           END-SEARCH.
       END PROGRAM precommandes_echues.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. application_parametres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT journal_parametres ASSIGN TO 'journal_parametres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD journal_parametres.
           COPY cpjournparam.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-nombre-appliques PIC 9(5) VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(5) VALUE ZERO.
       01  ws-ancienne-valeur PIC X(12).
       01  ws-statut-application PIC X.

       LINKAGE SECTION.
       01  ls-date-effet PIC 9(8).

       PROCEDURE DIVISION USING ls-date-effet.
      *>    Mise en vigueur des changements de parametres planifies
      *>    dans gestion_parametres : tout changement dont la date
      *>    d'effet est atteinte au prochain jour ouvre passe par
      *>    appliquer_parametre, comme un changement immediat, pour
      *>    etre en place des l'ouverture de ce jour-la. L'ancienne
      *>    valeur est relevee a nouveau au moment de l'ecriture et le
      *>    changement est remis a rapporter au tableau de bord.
           DISPLAY "Mise en vigueur des parametres planifies"
           CALL 'journal_batch' USING "application_paramet ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE 'N' TO fin_journal
           OPEN I-O journal_parametres
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_parametres
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF jpa-planifie
                                   AND jpa-date-effet <= ls-date-effet
                                   THEN
                               PERFORM APPLIQUER-UN-CHANGEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_parametres
           ELSE
               DISPLAY "Aucun journal des parametres"
           END-IF
           DISPLAY "Changements mis en vigueur : ", ws-nombre-appliques,
                       "  rejetes : ", ws-nombre-rejetes
           MOVE ws-nombre-appliques TO ws-compteur-journal
           CALL 'journal_batch' USING "application_paramet ", 'F',
               ws-compteur-journal
           GOBACK.

       APPLIQUER-UN-CHANGEMENT.
      *>    Pour le calendrier des feries, l'ancienne valeur est la
      *>    date a retirer et doit etre transmise telle quelle.
           MOVE jpa-ancienne-valeur TO ws-ancienne-valeur
           CALL 'appliquer_parametre' USING jpa-rang,
               jpa-nouvelle-valeur, ws-ancienne-valeur,
               ws-statut-application
           IF ws-statut-application = 'O' THEN
               MOVE ws-ancienne-valeur TO jpa-ancienne-valeur
               SET jpa-applique TO TRUE
               ADD 1 TO ws-nombre-appliques
               DISPLAY "Changement ", jpa-sequence, " ", jpa-fichier,
                           " : ", jpa-ancienne-valeur, " -> ",
                           jpa-nouvelle-valeur
           ELSE
      *>    Un changement inapplicable (date deja au calendrier ou
      *>    deja retiree) est annule plutot que retente chaque nuit.
               SET jpa-annule TO TRUE
               ADD 1 TO ws-nombre-rejetes
               DISPLAY "/!\ Changement ", jpa-sequence, " ",
                           jpa-fichier, " inapplicable, annule"
           END-IF
           MOVE ws-date-du-jour TO jpa-date-application
           SET jpa-a-rapporter TO TRUE
           REWRITE journal-parametre.
       END PROGRAM application_parametres.

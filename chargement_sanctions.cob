       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargement_sanctions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT extrait_gel_avoirs ASSIGN TO 'extrait_gel_avoirs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-extrait.
           SELECT liste_sanctions ASSIGN TO 'liste_sanctions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-liste.

       DATA DIVISION.
       FILE SECTION.
       FD extrait_gel_avoirs.
      *>    Extrait du registre national des gels publie par le Tresor,
      *>    remis a plat en colonnes fixes : une ligne par personne ou
      *>    entite designee, nom tel que publie.
       01  extrait-gel.
           05  ex-identifiant          PIC X(10).
           05  ex-nature               PIC X(1).
           05  ex-nom                  PIC X(60).
           05  ex-programme            PIC X(20).
           05  ex-date-publication     PIC 9(8).
       FD liste_sanctions.
           COPY cpsanction.

       WORKING-STORAGE SECTION.
       01  ws-file-status-extrait PIC XX.
       01  ws-file-status-liste PIC XX.
       01  fin_extrait PIC X VALUE 'N'.
       01  ws-nom-travail PIC X(60).
       01  ws-pos PIC 9(2).
       01  ws-long-nom PIC 9(2).
       01  ws-blanc-precedent PIC X.
       01  ws-nombre-lus PIC 9(6) VALUE ZERO.
       01  ws-nombre-charges PIC 9(6) VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(6) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Recharge la liste de gel des avoirs (liste_sanctions) a
      *>    partir de l'extrait du regulateur. La liste est refaite en
      *>    entier a chaque chargement : une radiation du registre
      *>    disparait donc du filtrage des le chargement suivant. Les
      *>    noms sont ramenes une fois pour toutes a la forme que le
      *>    filtrage compare (majuscules, sans ponctuation, un seul
      *>    blanc entre les mots).
           DISPLAY "Chargement de la liste de gel des avoirs"
           CALL 'journal_batch' USING "chargement_sanctions", 'D',
               ws-compteur-journal
           OPEN INPUT extrait_gel_avoirs
           IF ws-file-status-extrait NOT = '00' THEN
               DISPLAY "/!\ Extrait extrait_gel_avoirs absent, liste",
                           " inchangee"
               CALL 'journal_batch' USING "chargement_sanctions",
                   'F', ws-compteur-journal
               GOBACK
           END-IF
           OPEN OUTPUT liste_sanctions
           MOVE 'N' TO fin_extrait
           PERFORM UNTIL fin_extrait = 'Y'
               READ extrait_gel_avoirs
                   AT END
                       MOVE 'Y' TO fin_extrait
                   NOT AT END
                       ADD 1 TO ws-nombre-lus
                       PERFORM CHARGER-UNE-ENTREE
               END-READ
           END-PERFORM
           CLOSE extrait_gel_avoirs
           CLOSE liste_sanctions
           DISPLAY "Entrees lues : ", ws-nombre-lus,
                       "  chargees : ", ws-nombre-charges,
                       "  rejetees : ", ws-nombre-rejetes
           MOVE ws-nombre-charges TO ws-compteur-journal
           CALL 'journal_batch' USING "chargement_sanctions", 'F',
               ws-compteur-journal
           GOBACK.

       CHARGER-UNE-ENTREE.
           IF ex-identifiant = SPACES OR ex-nom = SPACES
                   OR (ex-nature NOT = 'P' AND ex-nature NOT = 'E')
                   THEN
               ADD 1 TO ws-nombre-rejetes
               DISPLAY "/!\ Ligne d'extrait rejetee : ", ex-identifiant
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALISER-NOM
           MOVE ex-identifiant TO sa-identifiant
           MOVE ex-nature TO sa-nature
           MOVE ex-programme TO sa-programme
           IF ex-date-publication IS NUMERIC THEN
               MOVE ex-date-publication TO sa-date-publication
           ELSE
               MOVE ZERO TO sa-date-publication
           END-IF
           WRITE sanction-record
           END-WRITE
           ADD 1 TO ws-nombre-charges.

       NORMALISER-NOM.
      *>    Meme normalisation que filtrer_sanctions applique au nom de
      *>    la contrepartie, plus le resserrement des blancs pour que
      *>    les noms longs tiennent dans les quarante positions.
           MOVE ex-nom TO ws-nom-travail
           INSPECT ws-nom-travail CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-nom-travail CONVERTING
               "-'.,;:/()&0123456789" TO
               "                    "
           MOVE SPACES TO sa-nom
           MOVE ZERO TO ws-long-nom
           MOVE 'O' TO ws-blanc-precedent
           PERFORM VARYING ws-pos FROM 1 BY 1
                   UNTIL ws-pos > 60 OR ws-long-nom >= 40
               IF ws-nom-travail(ws-pos:1) = SPACE THEN
                   IF ws-blanc-precedent = 'N' THEN
                       ADD 1 TO ws-long-nom
                       MOVE 'O' TO ws-blanc-precedent
                   END-IF
               ELSE
                   ADD 1 TO ws-long-nom
                   MOVE ws-nom-travail(ws-pos:1)
                       TO sa-nom(ws-long-nom:1)
                   MOVE 'N' TO ws-blanc-precedent
               END-IF
           END-PERFORM.
       END PROGRAM chargement_sanctions.

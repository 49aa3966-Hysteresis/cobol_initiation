       01  ws-nom-membre PIC X(30).
       01  ws-telephone-membre PIC X(12).
       01  ws-courriel-membre PIC X(30).
       01  ws-type-membre PIC X(1).
       01  ws-ecole-membre PIC X(30).
       01  ws-classe-membre PIC X(10).
       01  ws-responsable-membre PIC X(30).
       01  ws-exempte-membre PIC X(1).
       01  ws-carte-en-cours PIC 9(6).
       01  ws-ti PIC 9(2).
       01  ws-nombre-lettres PIC 9(3) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Relances graduees des retards, avant que les amendes ne
      *>    accumulee par le batch et le seuil de blocage dont il
      *>    s'approche. Chaque palier emis est journalise : le
      *>    comptoir prouve que le membre a ete prevenu, et le meme
      *>    palier ne repart pas chaque nuit. La relance d'une carte
      *>    de groupe scolaire part a l'ecole, a l'attention de
      *>    l'adulte responsable de la classe, et ne parle pas
      *>    d'amendes quand la convention du groupe l'en exempte.
           DISPLAY "Relances des emprunts en retard"
           CALL 'journal_batch' USING "relances_retards    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-SEUIL-BLOCAGE
           PERFORM COLLECTER-RETARDS
           PERFORM EMETTRE-LES-LETTRES
           DISPLAY "Lettres de relance emises : ", ws-nombre-lettres
           MOVE ws-nombre-lettres TO ws-compteur-journal
           CALL 'journal_batch' USING "relances_retards    ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-SEUIL-BLOCAGE.
           MOVE "================================" TO ligne-lettre
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           IF ws-type-membre = 'G' THEN
               STRING "RELANCE NIVEAU " DELIMITED BY SIZE
                       rl-niveau(rl-i) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ws-ecole-membre DELIMITED BY SIZE
                   INTO ligne-lettre
               WRITE ligne-lettre
               MOVE SPACES TO ligne-lettre
               STRING "A l'attention de " DELIMITED BY SIZE
                       ws-responsable-membre DELIMITED BY SIZE
                       " classe " DELIMITED BY SIZE
                       ws-classe-membre DELIMITED BY SIZE
                   INTO ligne-lettre
           ELSE
               STRING "RELANCE NIVEAU " DELIMITED BY SIZE
                       rl-niveau(rl-i) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ws-nom-membre DELIMITED BY SIZE
                   INTO ligne-lettre
           END-IF
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           STRING "Carte " DELIMITED BY SIZE
               WRITE ligne-lettre
           END-PERFORM
           MOVE SPACES TO ligne-lettre
           IF ws-type-membre = 'G' AND ws-exempte-membre = 'O' THEN
               MOVE "Pret de groupe : pas d'amende selon la convention"
                   TO ligne-lettre
           ELSE
               STRING "Amendes deja dues : " DELIMITED BY SIZE
                       ws-amendes-dues DELIMITED BY SIZE
                       " € (emprunt bloque au-dela de "
                       DELIMITED BY SIZE
                       ws-seuil-blocage DELIMITED BY SIZE
                       " €)" DELIMITED BY SIZE
                   INTO ligne-lettre
           END-IF
           WRITE ligne-lettre
           CLOSE lettres_relance
           PERFORM JOURNALISER-RELANCE
                                   TO ws-telephone-membre
                               MOVE mem-courriel
                                   TO ws-courriel-membre
                               MOVE mem-type TO ws-type-membre
                               MOVE mem-ecole TO ws-ecole-membre
                               MOVE mem-classe TO ws-classe-membre
                               MOVE mem-responsable
                                   TO ws-responsable-membre
                               MOVE mem-exempte-amendes
                                   TO ws-exempte-membre
                           END-IF
                   END-READ
               END-PERFORM

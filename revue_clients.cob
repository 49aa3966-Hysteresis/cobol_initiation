       IDENTIFICATION DIVISION.
       PROGRAM-ID. revue_clients.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT pieces_identite ASSIGN TO 'pieces_identite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-pieces.
           SELECT liste_revue_clients ASSIGN TO 'liste_revue_clients'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-liste.

       DATA DIVISION.
       FILE SECTION.
       FD clients.
           COPY cpclient.
       FD pieces_identite.
           COPY cppieceid.
       FD liste_revue_clients.
       01  ligne-revue PIC X(110).

       WORKING-STORAGE SECTION.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-pieces PIC XX.
       01  ws-file-status-liste PIC XX.
       01  fin_clients PIC X VALUE 'N'.
       01  fin_pieces PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-expiration-max PIC 9(8) VALUE ZERO.
       01  ws-piece-trouvee PIC X VALUE 'N'.
       01  ws-date-base-revue PIC 9(8).
       01  ws-echeance-revue PIC 9(8).
       01  ws-annees-revue PIC 9(1).
       01  ws-motif-revue PIC X(15).
       01  ws-revue-echue PIC X VALUE 'N'.
       01  ws-nombre-clients PIC 9(6) VALUE ZERO.
       01  ws-nombre-pieces-echues PIC 9(5) VALUE ZERO.
       01  ws-nombre-revues-echues PIC 9(5) VALUE ZERO.
       01  ws-nombre-listes PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Frequence de revue en annees selon le niveau de risque :
      *>    faible tous les trois ans, moyen tous les deux ans, eleve
      *>    chaque annee. Un client sans niveau (fiche anterieure a
      *>    la vigilance) est revu comme un risque moyen.
       01  ws-annees-risque-faible PIC 9(1) VALUE 3.
       01  ws-annees-risque-moyen PIC 9(1) VALUE 2.
       01  ws-annees-risque-eleve PIC 9(1) VALUE 1.

       PROCEDURE DIVISION.
      *>    Liste mensuelle de vigilance : chaque client actif dont
      *>    aucune piece d'identite n'est plus valide, ou dont la revue
      *>    periodique est passee d'echeance, sort sur la liste
      *>    remise a l'agence pour qu'elle le convoque avant le
      *>    passage des inspecteurs. La liste est refaite en entier a
      *>    chaque passage : un client traite entre-temps n'y
      *>    reapparait plus.
           DISPLAY "Liste de revue des clients"
           CALL 'journal_batch' USING "revue_clients       ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           OPEN OUTPUT liste_revue_clients
           MOVE SPACES TO ligne-revue
           STRING "CLIENTS A REVOIR AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue

           MOVE 'N' TO fin_clients
           OPEN INPUT clients
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF client-actif THEN
                               PERFORM EXAMINER-UN-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients
           ELSE
               DISPLAY "/!\ Fichier clients introuvable"
           END-IF

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE liste_revue_clients
           DISPLAY "Clients examines : ", ws-nombre-clients,
                       "  a revoir : ", ws-nombre-listes
           MOVE ws-nombre-listes TO ws-compteur-journal
           CALL 'journal_batch' USING "revue_clients       ", 'F',
               ws-compteur-journal
           GOBACK.

       EXAMINER-UN-CLIENT.
           ADD 1 TO ws-nombre-clients
           PERFORM RECHERCHER-DERNIERE-PIECE
           PERFORM CALCULER-ECHEANCE-REVUE
           MOVE SPACES TO ws-motif-revue
           EVALUATE TRUE
               WHEN ws-piece-trouvee = 'N'
                   MOVE "SANS PIECE" TO ws-motif-revue
                   ADD 1 TO ws-nombre-pieces-echues
               WHEN ws-expiration-max < ws-date-du-jour
                   MOVE "PIECE EXPIREE" TO ws-motif-revue
                   ADD 1 TO ws-nombre-pieces-echues
           END-EVALUATE
           IF ws-revue-echue = 'O' THEN
               ADD 1 TO ws-nombre-revues-echues
               IF ws-motif-revue = SPACES THEN
                   MOVE "REVUE ECHUE" TO ws-motif-revue
               END-IF
           END-IF
           IF ws-motif-revue NOT = SPACES THEN
               PERFORM ECRIRE-LIGNE-REVUE
           END-IF.

       RECHERCHER-DERNIERE-PIECE.
      *>    C'est la piece qui expire le plus tard qui compte : un
      *>    passeport echu ne pese pas si la carte d'identite est
      *>    encore valide.
           MOVE 'N' TO ws-piece-trouvee
           MOVE ZERO TO ws-expiration-max
           MOVE 'N' TO fin_pieces
           OPEN INPUT pieces_identite
           IF ws-file-status-pieces = '00' THEN
               PERFORM UNTIL fin_pieces = 'Y'
                   READ pieces_identite
                       AT END
                           MOVE 'Y' TO fin_pieces
                       NOT AT END
                           IF pid-client = client-numero THEN
                               MOVE 'O' TO ws-piece-trouvee
                               IF pid-date-expiration
                                       > ws-expiration-max THEN
                                   MOVE pid-date-expiration
                                       TO ws-expiration-max
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE pieces_identite
           END-IF.

       CALCULER-ECHEANCE-REVUE.
      *>    L'echeance est la derniere revue (a defaut l'entree en
      *>    relation) plus la frequence du niveau de risque ; ajouter
      *>    des annees a une date AAAAMMJJ revient a ajouter autant
      *>    de fois 10000.
           EVALUATE TRUE
               WHEN client-risque-faible
                   MOVE ws-annees-risque-faible TO ws-annees-revue
               WHEN client-risque-eleve
                   MOVE ws-annees-risque-eleve TO ws-annees-revue
               WHEN OTHER
                   MOVE ws-annees-risque-moyen TO ws-annees-revue
           END-EVALUATE
           IF client-date-revue = ZERO
                   OR client-date-revue IS NOT NUMERIC THEN
               MOVE client-date-entree TO ws-date-base-revue
           ELSE
               MOVE client-date-revue TO ws-date-base-revue
           END-IF
           COMPUTE ws-echeance-revue =
               ws-date-base-revue + ws-annees-revue * 10000
           IF ws-echeance-revue < ws-date-du-jour THEN
               MOVE 'O' TO ws-revue-echue
           ELSE
               MOVE 'N' TO ws-revue-echue
           END-IF.

       ECRIRE-LIGNE-REVUE.
           ADD 1 TO ws-nombre-listes
           MOVE SPACES TO ligne-revue
           STRING client-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   client-nom DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   client-prenom DELIMITED BY SIZE
                   " risque " DELIMITED BY SIZE
                   client-niveau-risque DELIMITED BY SIZE
                   " piece " DELIMITED BY SIZE
                   ws-expiration-max DELIMITED BY SIZE
                   " revue " DELIMITED BY SIZE
                   ws-echeance-revue DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-motif-revue DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue
           END-WRITE.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-revue
           STRING "Clients examines : " DELIMITED BY SIZE
                   ws-nombre-clients DELIMITED BY SIZE
                   " - pieces absentes ou expirees : " DELIMITED BY SIZE
                   ws-nombre-pieces-echues DELIMITED BY SIZE
                   " - revues echues : " DELIMITED BY SIZE
                   ws-nombre-revues-echues DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue
           END-WRITE.
       END PROGRAM revue_clients.

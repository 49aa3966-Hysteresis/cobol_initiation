       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_vigilance.

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

       DATA DIVISION.
       FILE SECTION.
       FD clients.
           COPY cpclient.
       FD pieces_identite.
           COPY cppieceid.

       WORKING-STORAGE SECTION.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-pieces PIC XX.
       01  fin_pieces PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-client-saisi PIC 9(6).
       01  ws-client-trouve PIC X VALUE 'N'.
       01  ws-nombre-pieces PIC 9(3) VALUE ZERO.
       01  ws-niveau-saisi PIC X.

       PROCEDURE DIVISION.
      *>    Dossier de vigilance d'un client : pieces d'identite
      *>    controlees (une ligne de plus a chaque renouvellement),
      *>    niveau de risque qui fixe la frequence des revues, et
      *>    enregistrement d'une revue faite, qui fait sortir le
      *>    client de la liste mensuelle revue_clients.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Numero du client :"
           ACCEPT ws-client-saisi
           PERFORM LIRE-CLIENT
           IF ws-client-trouve = 'N' THEN
               DISPLAY "/!\ Client inconnu"
               STOP RUN
           END-IF
           DISPLAY "Client ", client-numero, " ", client-nom, " ",
                       client-prenom, " risque ", client-niveau-risque,
                       " derniere revue ", client-date-revue
           DISPLAY "-------------- "
           DISPLAY "     Dossier de vigilance"
           DISPLAY "-------------- "
           DISPLAY "Lister les pieces d'identite : 1"
           DISPLAY "Enregistrer une piece d'identite : 2"
           DISPLAY "Changer le niveau de risque : 3"
           DISPLAY "Enregistrer une revue effectuee : 4"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-PIECES
               WHEN '2'
                   PERFORM ENREGISTRER-PIECE
               WHEN '3'
                   PERFORM CHANGER-NIVEAU-RISQUE
               WHEN '4'
                   PERFORM ENREGISTRER-REVUE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LIRE-CLIENT.
           MOVE 'N' TO ws-client-trouve
           OPEN INPUT clients
           IF ws-file-status-clients = '00' THEN
               MOVE ws-client-saisi TO client-numero
               READ clients KEY IS client-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-trouve
               END-READ
               CLOSE clients
           END-IF.

       LISTER-PIECES.
           MOVE ZERO TO ws-nombre-pieces
           MOVE 'N' TO fin_pieces
           OPEN INPUT pieces_identite
           IF ws-file-status-pieces = '00' THEN
               PERFORM UNTIL fin_pieces = 'Y'
                   READ pieces_identite
                       AT END
                           MOVE 'Y' TO fin_pieces
                       NOT AT END
                           IF pid-client = ws-client-saisi THEN
                               ADD 1 TO ws-nombre-pieces
                               DISPLAY pid-type, " ", pid-numero,
                                   " delivree ", pid-date-delivrance,
                                   " expire ", pid-date-expiration,
                                   " vue par ", pid-operateur,
                                   " le ", pid-date-verification
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE pieces_identite
           END-IF
           IF ws-nombre-pieces = ZERO THEN
               DISPLAY "Aucune piece d'identite au dossier"
           END-IF.

       ENREGISTRER-PIECE.
           MOVE ws-client-saisi TO pid-client
           DISPLAY "Type de piece (CI carte d'identite, PP passeport,",
                       " TS titre de sejour, PC permis) :"
           ACCEPT pid-type
           DISPLAY "Numero de la piece :"
           ACCEPT pid-numero
           DISPLAY "Date de delivrance (AAAAMMJJ) :"
           ACCEPT pid-date-delivrance
           DISPLAY "Date d'expiration (AAAAMMJJ) :"
           ACCEPT pid-date-expiration
           IF NOT pid-type-valide THEN
               DISPLAY "/!\ Type de piece non reconnu"
               EXIT PARAGRAPH
           END-IF
           IF pid-date-expiration < ws-date-du-jour THEN
               DISPLAY "/!\ Piece expiree, non enregistree"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-operateur TO pid-operateur
           MOVE ws-date-du-jour TO pid-date-verification
           OPEN EXTEND pieces_identite
           IF ws-file-status-pieces = '35' THEN
               OPEN OUTPUT pieces_identite
           END-IF
           WRITE piece-identite
           END-WRITE
           CLOSE pieces_identite
           DISPLAY "--> Piece d'identite enregistree".

       CHANGER-NIVEAU-RISQUE.
           DISPLAY "Nouveau niveau de risque (F faible, M moyen,",
                       " E eleve) :"
           ACCEPT ws-niveau-saisi
           IF ws-niveau-saisi NOT = 'F' AND ws-niveau-saisi NOT = 'M'
                   AND ws-niveau-saisi NOT = 'E' THEN
               DISPLAY "/!\ Niveau de risque non reconnu"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O clients
           MOVE ws-client-saisi TO client-numero
           READ clients KEY IS client-numero
               INVALID KEY
                   DISPLAY "/!\ Client inconnu"
               NOT INVALID KEY
                   MOVE ws-niveau-saisi TO client-niveau-risque
                   REWRITE client-record
                   DISPLAY "--> Niveau de risque change"
           END-READ
           CLOSE clients.

       ENREGISTRER-REVUE.
      *>    La revue est datee du jour : c'est elle qui fait repartir
      *>    le compte a rebours de la prochaine.
           OPEN I-O clients
           MOVE ws-client-saisi TO client-numero
           READ clients KEY IS client-numero
               INVALID KEY
                   DISPLAY "/!\ Client inconnu"
               NOT INVALID KEY
                   MOVE ws-date-du-jour TO client-date-revue
                   REWRITE client-record
                   DISPLAY "--> Revue enregistree au ", ws-date-du-jour
           END-READ
           CLOSE clients.
       END PROGRAM gestion_vigilance.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. passage_majorite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT mandats ASSIGN TO 'mandats'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mandats.
           SELECT parametre_mineurs ASSIGN TO 'parametre_mineurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mineurs.
           SELECT passages_majorite ASSIGN TO 'passages_majorite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-passages.

       DATA DIVISION.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD clients.
           COPY cpclient.
       FD mandats.
           COPY cpmandat.
       FD parametre_mineurs.
           COPY cpparmineur.
       FD passages_majorite.
           COPY cpmajorite.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-mandats PIC XX.
       01  ws-file-status-mineurs PIC XX.
       01  ws-file-status-passages PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_mandats PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-majorite PIC 9(8).
       01  ws-produit-adulte PIC X(4) VALUE 'CC01'.
       01  ws-ancien-produit PIC X(4).
       01  ws-image-solde PIC S9(7)V99 VALUE ZERO.
      *>    Comptes convertis dans la passe, pour clore ensuite en
      *>    une seule lecture des mandats ceux des representants
      *>    legaux.
       01  table-convertis.
           05  tv-entry OCCURS 500 TIMES INDEXED BY tv-i.
               10  tv-compte          PIC 9(6).
               10  tv-client          PIC 9(6).
               10  tv-ancien-produit  PIC X(4).
               10  tv-mandats         PIC 9(1).
       01  tv-nombre PIC 9(3) VALUE ZERO.
       01  ws-nombre-mandats-clos PIC 9(4) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Passage a la majorite, une fois par mois : chaque compte
      *>    de mineur dont le titulaire a eu 18 ans a la journee
      *>    comptable devient un compte ordinaire sur le produit
      *>    adulte du parametre, les mandats 'L' des representants
      *>    legaux sont clos et le passage est depose pour la lettre
      *>    d'avis_clients. Un titulaire sans date de naissance
      *>    connue reste mineur : il faut la saisir au guichet.
           DISPLAY "Passage a la majorite des comptes de mineur"
           CALL 'journal_batch' USING "passage_majorite    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-PARAMETRE-MINEURS

           MOVE 'N' TO fin_comptes
           OPEN I-O comptes
           IF ws-file-status = '00' THEN
               OPEN INPUT clients
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF compte-de-mineur AND NOT compte-ferme
                                   THEN
                               PERFORM EXAMINER-COMPTE-MINEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients
               CLOSE comptes
           ELSE
               DISPLAY "/!\ Fichier comptes introuvable"
           END-IF

           IF tv-nombre > ZERO THEN
               PERFORM CLORE-MANDATS-REPRESENTANTS
               PERFORM DEPOSER-PASSAGES
           END-IF
           DISPLAY "Comptes passes a la majorite : ", tv-nombre,
                       "  mandats clos : ", ws-nombre-mandats-clos
           MOVE tv-nombre TO ws-compteur-journal
           CALL 'journal_batch' USING "passage_majorite    ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-PARAMETRE-MINEURS.
           OPEN INPUT parametre_mineurs
           IF ws-file-status-mineurs = '00' THEN
               READ parametre_mineurs
                   AT END
                       CONTINUE
                   NOT AT END
                       IF pmi-produit-adulte NOT = SPACES THEN
                           MOVE pmi-produit-adulte
                               TO ws-produit-adulte
                       END-IF
               END-READ
               CLOSE parametre_mineurs
           END-IF.

       EXAMINER-COMPTE-MINEUR.
           MOVE compte-client TO client-numero
           READ clients KEY IS client-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", compte-numero,
                               " : titulaire inconnu"
                   EXIT PARAGRAPH
           END-READ
           IF client-date-naissance = ZERO THEN
               DISPLAY "/!\ Compte ", compte-numero,
                           " : date de naissance a saisir"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-date-majorite = client-date-naissance + 180000
           IF ws-date-majorite > ws-date-du-jour THEN
               EXIT PARAGRAPH
           END-IF
           IF tv-nombre >= 500 THEN
               DISPLAY "/!\ Trop de passages, reste au mois suivant"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONVERTIR-COMPTE.

       CONVERTIR-COMPTE.
           MOVE compte-produit TO ws-ancien-produit
           MOVE 'N' TO compte-mineur
           MOVE ws-produit-adulte TO compte-produit
           REWRITE compte-record
           MOVE compte-solde TO ws-image-solde
           CALL 'journal_comptes' USING "majorite    ",
               "MAJORITE", compte-numero,
               ws-image-solde, ws-image-solde,
               compte-statut, compte-statut
           ADD 1 TO tv-nombre
           MOVE compte-numero TO tv-compte(tv-nombre)
           MOVE compte-client TO tv-client(tv-nombre)
           MOVE ws-ancien-produit TO tv-ancien-produit(tv-nombre)
           MOVE ZERO TO tv-mandats(tv-nombre)
           DISPLAY "--> Compte ", compte-numero, " : ",
                       ws-ancien-produit, " -> ", ws-produit-adulte.

       CLORE-MANDATS-REPRESENTANTS.
           MOVE 'N' TO fin_mandats
           OPEN I-O mandats
           IF ws-file-status-mandats = '00' THEN
               PERFORM UNTIL fin_mandats = 'Y'
                   READ mandats
                       AT END
                           MOVE 'Y' TO fin_mandats
                       NOT AT END
                           IF man-representant-legal AND man-actif
                                   THEN
                               PERFORM CLORE-UN-MANDAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats
           END-IF.

       CLORE-UN-MANDAT.
           SET tv-i TO 1
           SEARCH tv-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tv-i > tv-nombre
                   EXIT PARAGRAPH
               WHEN tv-compte(tv-i) = man-compte
                   CONTINUE
           END-SEARCH
           SET man-revoque TO TRUE
           REWRITE mandat-record
           CALL 'deposer_declaration' USING 'R', 'L', man-compte,
               man-client, "MAJORITE"
           ADD 1 TO tv-mandats(tv-i)
           ADD 1 TO ws-nombre-mandats-clos.

       DEPOSER-PASSAGES.
           OPEN EXTEND passages_majorite
           IF ws-file-status-passages = '35' THEN
               OPEN OUTPUT passages_majorite
           END-IF
           PERFORM VARYING tv-i FROM 1 BY 1 UNTIL tv-i > tv-nombre
               MOVE tv-compte(tv-i) TO pm-compte
               MOVE tv-client(tv-i) TO pm-client
               MOVE ws-date-du-jour TO pm-date
               MOVE tv-ancien-produit(tv-i) TO pm-ancien-produit
               MOVE ws-produit-adulte TO pm-nouveau-produit
               MOVE tv-mandats(tv-i) TO pm-nombre-mandats
               MOVE ZERO TO pm-date-avis
               WRITE passage-majorite-record
               END-WRITE
           END-PERFORM
           CLOSE passages_majorite.
       END PROGRAM passage_majorite.

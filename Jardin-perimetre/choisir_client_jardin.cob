       IDENTIFICATION DIVISION.
       PROGRAM-ID. choisir_client_jardin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clients_jardin ASSIGN TO 'clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-clients.
           SELECT compteur_clients_jardin
           ASSIGN TO 'compteur_clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.

       DATA DIVISION.
       FILE SECTION.
       FD clients_jardin.
           COPY cpclientjardin.
       FD compteur_clients_jardin.
      *>    Fichier d'une seule ligne : le dernier numero de client
      *>    attribue.
       01  compteur-clients-record.
           05  cpt-dernier-client PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  fin_clients PIC X VALUE 'N'.
       01  ws-numero-saisi PIC 9(6) VALUE ZERO.
       01  ws-recherche PIC X(30).
       01  ws-longueur-recherche PIC 9(2) VALUE ZERO.
       01  ws-nom-majuscules PIC X(30).
       01  ws-occurrences PIC 9(2) VALUE ZERO.
       01  ws-nombre-trouves PIC 9(3) VALUE ZERO.
       01  ws-client-trouve PIC X VALUE 'N'.
       01  ws-reponse PIC X.
       01  ws-nouveau-client.
           05  ws-nouveau-nom          PIC X(30).
           05  ws-nouvelle-adr-chantier PIC X(50).
           05  ws-nouvelle-adr-factur  PIC X(50).
           05  ws-nouveau-telephone    PIC X(12).
           05  ws-nouveau-courriel     PIC X(40).

       LINKAGE SECTION.
       01  ls-numero-client PIC 9(6).
       01  ls-nom-client PIC X(30).
       01  ls-creation-permise PIC X(1).

       PROCEDURE DIVISION USING ls-numero-client, ls-nom-client,
               ls-creation-permise.
      *>    Choix d'un client du jardin, commun aux ecrans du devis,
      *>    du planning et des pointages : par son numero, ou par une
      *>    recherche sur une partie du nom qui liste les fiches
      *>    approchantes avant de retenir un numero. Quand l'appelant
      *>    le permet (saisie d'un devis), un client absent est cree
      *>    sur place et une fiche reprise sans coordonnees peut etre
      *>    completee. Numero et nom retenus sont rendus a
      *>    l'appelant, le numero a zero si aucun client n'est
      *>    retenu.
           MOVE ZERO TO ls-numero-client
           MOVE SPACES TO ls-nom-client
           DISPLAY "Numero du client (0 = recherche par nom) :"
           ACCEPT ws-numero-saisi
           IF ws-numero-saisi = ZERO THEN
               PERFORM RECHERCHER-PAR-NOM
               IF ls-creation-permise = 'O' THEN
                   DISPLAY "Numero du client retenu",
                               " (0 = nouveau client) :"
               ELSE
                   DISPLAY "Numero du client retenu (0 = abandon) :"
               END-IF
               ACCEPT ws-numero-saisi
           END-IF
           IF ws-numero-saisi = ZERO THEN
               IF ls-creation-permise = 'O' THEN
                   PERFORM CREER-CLIENT
               END-IF
               GOBACK
           END-IF
           PERFORM LIRE-CLIENT
           IF ws-client-trouve = 'N' THEN
               DISPLAY "/!\ Client ", ws-numero-saisi, " inconnu"
               GOBACK
           END-IF
           MOVE clj-numero TO ls-numero-client
           MOVE clj-nom TO ls-nom-client
           DISPLAY "Client ", clj-numero, " : ", clj-nom
           IF clj-adresse-chantier = SPACES THEN
               IF ls-creation-permise = 'O' THEN
                   PERFORM COMPLETER-COORDONNEES
               END-IF
           ELSE
               DISPLAY "  Chantier : ", clj-adresse-chantier
               DISPLAY "  Tel ", clj-telephone, " ", clj-courriel
           END-IF
           GOBACK.

       RECHERCHER-PAR-NOM.
      *>    Recherche sans egard aux majuscules : toute fiche dont le
      *>    nom contient le texte saisi est listee.
           DISPLAY "Nom ou partie du nom a rechercher :"
           ACCEPT ws-recherche
           INSPECT ws-recherche CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO ws-longueur-recherche
           INSPECT FUNCTION REVERSE(ws-recherche)
               TALLYING ws-longueur-recherche FOR LEADING SPACE
           COMPUTE ws-longueur-recherche = 30 - ws-longueur-recherche
           MOVE ZERO TO ws-nombre-trouves
           IF ws-longueur-recherche = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_clients
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           PERFORM COMPARER-UN-NOM
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF
           IF ws-nombre-trouves = ZERO THEN
               DISPLAY "Aucun client ne correspond a ", ws-recherche
           END-IF.

       COMPARER-UN-NOM.
           MOVE clj-nom TO ws-nom-majuscules
           INSPECT ws-nom-majuscules CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO ws-occurrences
           INSPECT ws-nom-majuscules TALLYING ws-occurrences
               FOR ALL ws-recherche(1:ws-longueur-recherche)
           IF ws-occurrences > ZERO THEN
               ADD 1 TO ws-nombre-trouves
               DISPLAY clj-numero, ") ", clj-nom, " ",
                   clj-adresse-chantier
           END-IF.

       LIRE-CLIENT.
           MOVE 'N' TO ws-client-trouve
           MOVE 'N' TO fin_clients
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF clj-numero = ws-numero-saisi THEN
                               MOVE 'O' TO ws-client-trouve
                               MOVE 'Y' TO fin_clients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF.

       CREER-CLIENT.
           DISPLAY "Nouveau client - nom :"
           ACCEPT ws-nouveau-nom
           IF ws-nouveau-nom = SPACES THEN
               DISPLAY "/!\ Nom vide, aucun client cree"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-COORDONNEES
           PERFORM NUMEROTER-CLIENT
           OPEN EXTEND clients_jardin
           IF ws-file-status-clients = '35' THEN
               OPEN OUTPUT clients_jardin
           END-IF
           MOVE ws-numero-saisi TO clj-numero
           MOVE ws-nouveau-nom TO clj-nom
           MOVE ws-nouvelle-adr-chantier TO clj-adresse-chantier
           MOVE ws-nouvelle-adr-factur TO clj-adresse-facturation
           MOVE ws-nouveau-telephone TO clj-telephone
           MOVE ws-nouveau-courriel TO clj-courriel
           WRITE client-jardin-record
           END-WRITE
           CLOSE clients_jardin
           MOVE clj-numero TO ls-numero-client
           MOVE clj-nom TO ls-nom-client
           DISPLAY "--> Client ", clj-numero, " cree : ", clj-nom.

       SAISIR-COORDONNEES.
           DISPLAY "Adresse du chantier :"
           ACCEPT ws-nouvelle-adr-chantier
           DISPLAY "Adresse de facturation (vide = celle du",
                       " chantier) :"
           ACCEPT ws-nouvelle-adr-factur
           IF ws-nouvelle-adr-factur = SPACES THEN
               MOVE ws-nouvelle-adr-chantier TO ws-nouvelle-adr-factur
           END-IF
           DISPLAY "Telephone :"
           ACCEPT ws-nouveau-telephone
           DISPLAY "Courriel :"
           ACCEPT ws-nouveau-courriel.

       COMPLETER-COORDONNEES.
      *>    Les fiches creees par la reprise des anciens noms n'ont
      *>    que le nom : on les complete au premier devis.
           DISPLAY "Fiche sans coordonnees, les saisir ? (O/N)"
           ACCEPT ws-reponse
           IF ws-reponse NOT = 'O' AND ws-reponse NOT = 'o' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-COORDONNEES
           MOVE 'N' TO fin_clients
           OPEN I-O clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF clj-numero = ws-numero-saisi THEN
                               MOVE ws-nouvelle-adr-chantier
                                   TO clj-adresse-chantier
                               MOVE ws-nouvelle-adr-factur
                                   TO clj-adresse-facturation
                               MOVE ws-nouveau-telephone
                                   TO clj-telephone
                               MOVE ws-nouveau-courriel
                                   TO clj-courriel
                               REWRITE client-jardin-record
                               MOVE 'Y' TO fin_clients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF
           DISPLAY "--> Coordonnees enregistrees".

       NUMEROTER-CLIENT.
           MOVE ZERO TO ws-numero-saisi
           OPEN INPUT compteur_clients_jardin
           IF ws-file-status-compteur = '00' THEN
               READ compteur_clients_jardin
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-dernier-client TO ws-numero-saisi
               END-READ
               CLOSE compteur_clients_jardin
           END-IF
           ADD 1 TO ws-numero-saisi
           OPEN OUTPUT compteur_clients_jardin
           MOVE ws-numero-saisi TO cpt-dernier-client
           WRITE compteur-clients-record
           END-WRITE
           CLOSE compteur_clients_jardin.
       END PROGRAM choisir_client_jardin.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_reclamations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT reclamations ASSIGN TO 'reclamations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reclamations.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT historique_index ASSIGN TO 'historique_index'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hi-cle
           FILE STATUS IS ws-file-status-index.

       DATA DIVISION.
       FILE SECTION.
       FD reclamations.
           COPY cpreclam.
       FD clients.
           COPY cpclient.
       FD comptes.
           COPY cpcompte.
       FD historique_index.
           COPY cphistidx.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-reclamations PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-index PIC XX.
       01  fin_reclamations PIC X VALUE 'N'.
       01  fin_index PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-client-saisi PIC 9(6).
       01  ws-client-trouve PIC X VALUE 'N'.
       01  ws-compte-trouve PIC X VALUE 'N'.
       01  ws-transaction-trouvee PIC X VALUE 'N'.
       01  ws-numero-reclamation PIC 9(6) VALUE ZERO.
       01  ws-numero-choisi PIC 9(6) VALUE ZERO.
       01  ws-reclamation-trouvee PIC X VALUE 'N'.
       01  ws-nombre-reclamations PIC 9(4) VALUE ZERO.
       01  ws-date-saisie PIC 9(8).
       01  ws-issue-saisie PIC X.
       01  ws-montant-geste PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-geste PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-geste-passe PIC X VALUE 'N'.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).

       PROCEDURE DIVISION.
      *>    Registre des reclamations d'un client : enregistrement a
      *>    la reception (categorie, objet, compte et mouvement en
      *>    cause s'il y en a un), accuse de reception, reponse avec
      *>    son issue, et geste commercial. Le geste est un vrai
      *>    mouvement du compte (transaction E, libelle RECLAMATION
      *>    suivi du numero) accorde par un superviseur, et son
      *>    montant est cumule sur la reclamation : l'un renvoie a
      *>    l'autre. Les delais sont suivis chaque semaine par
      *>    rapport_reclamations.
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
                       client-prenom
           DISPLAY "-------------- "
           DISPLAY "     Reclamations"
           DISPLAY "-------------- "
           DISPLAY "Lister les reclamations du client : 1"
           DISPLAY "Enregistrer une reclamation recue : 2"
           DISPLAY "Accuser reception : 3"
           DISPLAY "Enregistrer la reponse : 4"
           DISPLAY "Accorder un geste commercial : 5"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-RECLAMATIONS
               WHEN '2'
                   PERFORM ENREGISTRER-RECLAMATION
               WHEN '3'
                   PERFORM ACCUSER-RECEPTION
               WHEN '4'
                   PERFORM ENREGISTRER-REPONSE
               WHEN '5'
                   PERFORM ACCORDER-GESTE
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

       LISTER-RECLAMATIONS.
           MOVE ZERO TO ws-nombre-reclamations
           MOVE 'N' TO fin_reclamations
           OPEN INPUT reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           IF rec-client = ws-client-saisi THEN
                               ADD 1 TO ws-nombre-reclamations
                               PERFORM AFFICHER-UNE-RECLAMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reclamations
           END-IF
           IF ws-nombre-reclamations = ZERO THEN
               DISPLAY "Aucune reclamation pour ce client"
           END-IF.

       AFFICHER-UNE-RECLAMATION.
           DISPLAY rec-numero, " ", rec-categorie, " ", rec-objet
           DISPLAY "       recue le ", rec-date-reception,
                       " par ", rec-operateur,
                       " compte ", rec-compte,
                       " mouvement ", rec-transaction
           DISPLAY "       accuse le ", rec-date-accuse,
                       " reponse le ", rec-date-reponse,
                       " issue ", rec-issue,
                       " geste ", rec-montant-geste.

       ENREGISTRER-RECLAMATION.
           INITIALIZE reclamation-record
           MOVE ws-client-saisi TO rec-client
           DISPLAY "Categorie (F frais, V retard de virement, C carte,",
                       " S service) :"
           ACCEPT rec-categorie
           IF NOT rec-categorie-valide THEN
               DISPLAY "/!\ Categorie non reconnue"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Objet de la reclamation :"
           ACCEPT rec-objet
           IF rec-objet = SPACES THEN
               DISPLAY "/!\ Objet obligatoire, reclamation non",
                           " enregistree"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date de reception (AAAAMMJJ, vide = ce jour) :"
           ACCEPT rec-date-reception
           IF rec-date-reception = ZERO THEN
               MOVE ws-date-du-jour TO rec-date-reception
           END-IF
           DISPLAY "Compte en cause (vide = aucun) :"
           ACCEPT rec-compte
           IF rec-compte NOT = ZERO THEN
               PERFORM CONTROLER-COMPTE-CLIENT
               IF ws-compte-trouve = 'N' THEN
                   DISPLAY "/!\ Ce compte n'appartient pas au client"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Numero du mouvement en cause (vide = aucun) :"
               ACCEPT rec-transaction
               IF rec-transaction NOT = ZERO THEN
                   PERFORM CONTROLER-MOUVEMENT
                   IF ws-transaction-trouvee = 'N' THEN
                       DISPLAY "/!\ Mouvement introuvable sur ce",
                                   " compte"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE ws-operateur TO rec-operateur
           MOVE ZERO TO rec-date-accuse
           MOVE ZERO TO rec-date-reponse
           MOVE SPACE TO rec-issue
           MOVE ZERO TO rec-montant-geste
           MOVE ZERO TO rec-date-geste
           PERFORM NUMEROTER-RECLAMATION
           MOVE ws-numero-reclamation TO rec-numero
           OPEN EXTEND reclamations
           IF ws-file-status-reclamations = '35' THEN
               OPEN OUTPUT reclamations
           END-IF
           WRITE reclamation-record
           END-WRITE
           CLOSE reclamations
           DISPLAY "--> Reclamation ", rec-numero, " enregistree".

       CONTROLER-COMPTE-CLIENT.
           MOVE 'N' TO ws-compte-trouve
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE rec-compte TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF compte-client = ws-client-saisi THEN
                           MOVE 'O' TO ws-compte-trouve
                       END-IF
               END-READ
               CLOSE comptes
           END-IF.

       CONTROLER-MOUVEMENT.
      *>    Le mouvement est cherche dans l'index de l'historique,
      *>    parmi ceux du compte seulement.
           MOVE 'N' TO ws-transaction-trouvee
           OPEN INPUT historique_index
           IF ws-file-status-index NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE rec-compte TO hi-compte
           MOVE ZERO TO hi-date
           MOVE ZERO TO hi-sequence
           MOVE 'N' TO fin_index
           START historique_index KEY IS >= hi-cle
               INVALID KEY
                   MOVE 'Y' TO fin_index
           END-START
           PERFORM UNTIL fin_index = 'Y'
               READ historique_index NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_index
                   NOT AT END
                       IF hi-compte NOT = rec-compte THEN
                           MOVE 'Y' TO fin_index
                       ELSE
                           IF hi-sequence = rec-transaction THEN
                               MOVE 'O' TO ws-transaction-trouvee
                               MOVE 'Y' TO fin_index
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historique_index.

       NUMEROTER-RECLAMATION.
           MOVE ZERO TO ws-numero-reclamation
           MOVE 'N' TO fin_reclamations
           OPEN INPUT reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           IF rec-numero > ws-numero-reclamation THEN
                               MOVE rec-numero
                                   TO ws-numero-reclamation
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reclamations
           END-IF
           ADD 1 TO ws-numero-reclamation.

       ACCUSER-RECEPTION.
           DISPLAY "Numero de la reclamation :"
           ACCEPT ws-numero-choisi
           DISPLAY "Date de l'accuse (AAAAMMJJ, vide = ce jour) :"
           ACCEPT ws-date-saisie
           IF ws-date-saisie = ZERO THEN
               MOVE ws-date-du-jour TO ws-date-saisie
           END-IF
           MOVE 'N' TO ws-reclamation-trouvee
           MOVE 'N' TO fin_reclamations
           OPEN I-O reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           IF rec-numero = ws-numero-choisi
                                   AND rec-client = ws-client-saisi
                                   THEN
                               MOVE 'O' TO ws-reclamation-trouvee
                               MOVE 'Y' TO fin_reclamations
                               PERFORM DATER-ACCUSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reclamations
           END-IF
           IF ws-reclamation-trouvee = 'N' THEN
               DISPLAY "/!\ Reclamation introuvable pour ce client"
           END-IF.

       DATER-ACCUSE.
           IF rec-date-accuse NOT = ZERO THEN
               DISPLAY "/!\ Accuse deja envoye le ", rec-date-accuse
               EXIT PARAGRAPH
           END-IF
           IF ws-date-saisie < rec-date-reception THEN
               DISPLAY "/!\ Accuse anterieur a la reception"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-date-saisie TO rec-date-accuse
           REWRITE reclamation-record
           DISPLAY "--> Accuse de reception date du ", rec-date-accuse.

       ENREGISTRER-REPONSE.
           DISPLAY "Numero de la reclamation :"
           ACCEPT ws-numero-choisi
           DISPLAY "Issue (F fondee, P partiellement fondee,",
                       " R rejetee) :"
           ACCEPT ws-issue-saisie
           DISPLAY "Date de la reponse (AAAAMMJJ, vide = ce jour) :"
           ACCEPT ws-date-saisie
           IF ws-date-saisie = ZERO THEN
               MOVE ws-date-du-jour TO ws-date-saisie
           END-IF
           MOVE 'N' TO ws-reclamation-trouvee
           MOVE 'N' TO fin_reclamations
           OPEN I-O reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           IF rec-numero = ws-numero-choisi
                                   AND rec-client = ws-client-saisi
                                   THEN
                               MOVE 'O' TO ws-reclamation-trouvee
                               MOVE 'Y' TO fin_reclamations
                               PERFORM DATER-REPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reclamations
           END-IF
           IF ws-reclamation-trouvee = 'N' THEN
               DISPLAY "/!\ Reclamation introuvable pour ce client"
           END-IF.

       DATER-REPONSE.
           IF rec-date-reponse NOT = ZERO THEN
               DISPLAY "/!\ Reponse deja envoyee le ", rec-date-reponse
               EXIT PARAGRAPH
           END-IF
           MOVE ws-issue-saisie TO rec-issue
           IF NOT rec-issue-valide THEN
               DISPLAY "/!\ Issue non reconnue"
               EXIT PARAGRAPH
           END-IF
           IF ws-date-saisie < rec-date-reception THEN
               DISPLAY "/!\ Reponse anterieure a la reception"
               EXIT PARAGRAPH
           END-IF
      *>    Une reponse vaut accuse de reception si aucun n'est parti.
           IF rec-date-accuse = ZERO THEN
               MOVE ws-date-saisie TO rec-date-accuse
           END-IF
           MOVE ws-date-saisie TO rec-date-reponse
           REWRITE reclamation-record
           DISPLAY "--> Reponse datee du ", rec-date-reponse,
                       " issue ", rec-issue.

       ACCORDER-GESTE.
           DISPLAY "Numero de la reclamation :"
           ACCEPT ws-numero-choisi
           MOVE 'N' TO ws-reclamation-trouvee
           MOVE 'N' TO ws-geste-passe
           MOVE 'N' TO fin_reclamations
           OPEN I-O reclamations
           IF ws-file-status-reclamations = '00' THEN
               PERFORM UNTIL fin_reclamations = 'Y'
                   READ reclamations
                       AT END
                           MOVE 'Y' TO fin_reclamations
                       NOT AT END
                           IF rec-numero = ws-numero-choisi
                                   AND rec-client = ws-client-saisi
                                   THEN
                               MOVE 'O' TO ws-reclamation-trouvee
                               MOVE 'Y' TO fin_reclamations
                               PERFORM PASSER-GESTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reclamations
           END-IF
           IF ws-reclamation-trouvee = 'N' THEN
               DISPLAY "/!\ Reclamation introuvable pour ce client"
           END-IF.

       PASSER-GESTE.
           IF rec-rejetee THEN
               DISPLAY "/!\ Reclamation rejetee, pas de geste"
               EXIT PARAGRAPH
           END-IF
      *>    Le geste va sur le compte en cause, ou a defaut sur un
      *>    compte du client designe au guichet.
           IF rec-compte = ZERO THEN
               DISPLAY "Compte a crediter :"
               ACCEPT rec-compte
               PERFORM CONTROLER-COMPTE-CLIENT
               IF ws-compte-trouve = 'N' THEN
                   DISPLAY "/!\ Ce compte n'appartient pas au client"
                   MOVE ZERO TO rec-compte
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Montant du geste commercial :"
           ACCEPT ws-montant-geste
           IF ws-montant-geste = ZERO THEN
               DISPLAY "/!\ Montant nul, pas de geste"
               EXIT PARAGRAPH
           END-IF
           CALL 'autoriser_superviseur' USING "GESTE COMMER",
               rec-compte, ws-montant-geste, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Geste commercial non autorise"
               EXIT PARAGRAPH
           END-IF
           PERFORM CREDITER-GESTE
           IF ws-geste-passe = 'O' THEN
               ADD ws-montant-geste TO rec-montant-geste
               MOVE ws-date-du-jour TO rec-date-geste
               REWRITE reclamation-record
               DISPLAY "--> Geste de ", ws-montant-geste,
                           " € credite au compte ", rec-compte
           END-IF.

       CREDITER-GESTE.
           OPEN I-O comptes
           MOVE rec-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte introuvable"
                   CLOSE comptes
                   EXIT PARAGRAPH
           END-READ
           IF compte-ferme THEN
               DISPLAY "/!\ Compte ferme, geste impossible"
               CLOSE comptes
               EXIT PARAGRAPH
           END-IF
           MOVE compte-solde TO ws-image-ancien-solde
           COMPUTE compte-solde = compte-solde + ws-montant-geste
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "reclamation ",
               ws-operateur, compte-numero,
               ws-image-ancien-solde, ws-image-nouveau-solde,
               compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-apres
           CLOSE comptes
           MOVE ws-montant-geste TO ws-montant-mouvement
           MOVE SPACES TO ws-memo-geste
           STRING "RECLAMATION " DELIMITED BY SIZE
                   rec-numero DELIMITED BY SIZE
               INTO ws-memo-geste
           CALL 'transaction' USING "E", rec-compte,
               ws-montant-mouvement, ws-solde-apres,
               ws-memo-geste, "Geste commercial", ws-operateur
           MOVE 'O' TO ws-geste-passe.
       END PROGRAM gestion_reclamations.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rentabilite_clients.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT historique ASSIGN TO 'historique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-historique.
           SELECT echeancier_prets ASSIGN TO 'echeancier_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-echeancier.
           SELECT operateurs ASSIGN TO 'operateurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-operateurs.
           SELECT cout_operation_guichet
           ASSIGN TO 'cout_operation_guichet'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cout.
           SELECT rapport_rentabilite ASSIGN TO 'rapport_rentabilite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD historique.
           COPY cphist.
       FD echeancier_prets.
           COPY cpecheancier.
       FD operateurs.
           COPY cpoperateur.
       FD cout_operation_guichet.
      *>    Fichier parametre d'une ligne : cout de revient unitaire
      *>    d'une operation passee au guichet par un guichetier.
       01  cout-operation-record.
           05  cog-cout PIC 9(3)V99.
       FD rapport_rentabilite.
       01  ligne-rapport PIC X(120).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-historique PIC XX.
       01  ws-file-status-echeancier PIC XX.
       01  ws-file-status-operateurs PIC XX.
       01  ws-file-status-cout PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_historique PIC X VALUE 'N'.
       01  fin_echeancier PIC X VALUE 'N'.
       01  fin_operateurs PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-debut-mois PIC 9(8).
       01  ws-cout-operation PIC 9(3)V99 VALUE 1.50.
      *>    Comptes, lus dans l'ordre de la cle : la table reste triee
      *>    par numero et se consulte par recherche dichotomique.
       01  table-comptes.
           05  ct-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ct-nombre
                   ASCENDING KEY IS ct-compte
                   INDEXED BY ct-i.
               10  ct-compte           PIC 9(6).
               10  ct-client           PIC 9(6).
               10  ct-nom              PIC X(20).
               10  ct-produit          PIC X(4).
               10  ct-agence           PIC X(3).
               10  ct-ferme            PIC X.
               10  ct-frais            PIC 9(9)V99.
               10  ct-interet-debiteur PIC 9(9)V99.
               10  ct-interet-pret     PIC 9(9)V99.
               10  ct-interet-crediteur PIC 9(9)V99.
               10  ct-operations       PIC 9(7).
       01  ct-nombre PIC 9(4) VALUE ZERO.
       01  table-operateurs.
           05  to-entry OCCURS 500 TIMES INDEXED BY to-i.
               10  to-id               PIC X(8).
       01  to-nombre PIC 9(3) VALUE ZERO.
       01  ws-guichetier PIC X VALUE 'N'.
      *>    Cumuls par client, puis classes par contribution nette.
       01  table-clients.
           05  cl-entry OCCURS 5000 TIMES INDEXED BY cl-i, cl-j.
               10  cl-client           PIC 9(6).
               10  cl-nom              PIC X(20).
               10  cl-comptes          PIC 9(3).
               10  cl-frais            PIC 9(9)V99.
               10  cl-marge            PIC S9(9)V99.
               10  cl-operations       PIC 9(7).
               10  cl-cout             PIC 9(9)V99.
               10  cl-net              PIC S9(9)V99.
       01  cl-nombre PIC 9(4) VALUE ZERO.
       01  cl-echange PIC X(80).
      *>    Sous-totaux par produit et par agence, cumules compte par
      *>    compte (un meme client peut relever de plusieurs).
       01  table-sous-totaux.
           05  st-entry OCCURS 200 TIMES INDEXED BY st-i.
               10  st-type             PIC X.
               10  st-code             PIC X(4).
               10  st-comptes          PIC 9(5).
               10  st-frais            PIC 9(9)V99.
               10  st-marge            PIC S9(9)V99.
               10  st-cout             PIC 9(9)V99.
               10  st-net              PIC S9(9)V99.
       01  st-nombre PIC 9(3) VALUE ZERO.
       01  ws-type-sous-total PIC X.
       01  ws-code-sous-total PIC X(4).
       01  ws-marge-compte PIC S9(9)V99.
       01  ws-cout-compte PIC 9(9)V99.
       01  ws-net-compte PIC S9(9)V99.
       01  ws-total-frais PIC 9(11)V99 VALUE ZERO.
       01  ws-total-marge PIC S9(11)V99 VALUE ZERO.
       01  ws-total-cout PIC 9(11)V99 VALUE ZERO.
       01  ws-total-net PIC S9(11)V99 VALUE ZERO.
       01  ws-rang PIC 9(4).
       01  ws-frais-edite PIC Z(8)9.99.
       01  ws-marge-edite PIC -(9)9.99.
       01  ws-cout-edite PIC Z(8)9.99.
       01  ws-net-edite PIC -(9)9.99.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rentabilite mensuelle par client : pour chaque compte
      *>    (rattache a son client par compte-client), les frais
      *>    preleves dans le mois (operations, tenue de compte, loyer
      *>    de coffre - tous passes en "Frais :"), la marge
      *>    d'interets (interets debiteurs et interets des
      *>    mensualites de pret reglees, moins les interets
      *>    crediteurs verses) et le cout de traitement des
      *>    operations passees au guichet, au cout unitaire du
      *>    fichier cout_operation_guichet. Les clients sont classes
      *>    par contribution nette, suivis des sous-totaux par
      *>    produit et par agence.
           DISPLAY "Rentabilite des clients"
           CALL 'journal_batch' USING "rentabilite_clients ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-debut-mois
           MOVE "01" TO ws-debut-mois(7:2)
           PERFORM LIRE-COUT-OPERATION
           PERFORM CHARGER-OPERATEURS
           PERFORM CHARGER-COMPTES
           IF ct-nombre = ZERO THEN
               DISPLAY "Aucun compte a analyser"
               CALL 'journal_batch' USING "rentabilite_clients ", 'F',
                   ws-compteur-journal
               GOBACK
           END-IF
           PERFORM CUMULER-MOUVEMENTS
           PERFORM CUMULER-INTERETS-PRETS
           PERFORM CUMULER-PAR-CLIENT
           PERFORM CLASSER-LES-CLIENTS
           PERFORM ECRIRE-RAPPORT
           DISPLAY "Clients analyses : ", cl-nombre
           MOVE cl-nombre TO ws-compteur-journal
           CALL 'journal_batch' USING "rentabilite_clients ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-COUT-OPERATION.
           OPEN INPUT cout_operation_guichet
           IF ws-file-status-cout = '00' THEN
               READ cout_operation_guichet
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cog-cout TO ws-cout-operation
               END-READ
               CLOSE cout_operation_guichet
           END-IF.

       CHARGER-OPERATEURS.
      *>    Seuls les mouvements estampilles d'un guichetier du
      *>    fichier operateurs coutent une operation de guichet ; les
      *>    ecritures des traitements batch n'en coutent pas.
           MOVE ZERO TO to-nombre
           MOVE 'N' TO fin_operateurs
           OPEN INPUT operateurs
           IF ws-file-status-operateurs = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           IF to-nombre < 500 THEN
                               ADD 1 TO to-nombre
                               MOVE opr-id TO to-id(to-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF.

       CHARGER-COMPTES.
           MOVE ZERO TO ct-nombre
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF ct-nombre < 5000 THEN
                               PERFORM AJOUTER-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           END-IF.

       AJOUTER-COMPTE.
           ADD 1 TO ct-nombre
           MOVE compte-numero TO ct-compte(ct-nombre)
           MOVE compte-client TO ct-client(ct-nombre)
           MOVE compte-nom TO ct-nom(ct-nombre)
           MOVE compte-produit TO ct-produit(ct-nombre)
           MOVE compte-agence TO ct-agence(ct-nombre)
           IF compte-ferme THEN
               MOVE 'O' TO ct-ferme(ct-nombre)
           ELSE
               MOVE 'N' TO ct-ferme(ct-nombre)
           END-IF
           MOVE ZERO TO ct-frais(ct-nombre)
           MOVE ZERO TO ct-interet-debiteur(ct-nombre)
           MOVE ZERO TO ct-interet-pret(ct-nombre)
           MOVE ZERO TO ct-interet-crediteur(ct-nombre)
           MOVE ZERO TO ct-operations(ct-nombre).

       CUMULER-MOUVEMENTS.
           MOVE 'N' TO fin_historique
           OPEN INPUT historique
           IF ws-file-status-historique = '00' THEN
               PERFORM UNTIL fin_historique = 'Y'
                   READ historique
                       AT END
                           MOVE 'Y' TO fin_historique
                       NOT AT END
                           IF hist-date >= ws-debut-mois
                                   AND hist-date <= ws-date-du-jour
                                   THEN
                               PERFORM CUMULER-UN-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.

       CUMULER-UN-MOUVEMENT.
           SEARCH ALL ct-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ct-compte(ct-i) = hist-compte
                   CONTINUE
           END-SEARCH
           EVALUATE action_transaction
               WHEN "Frais :"
                   ADD montant_transaction TO ct-frais(ct-i)
               WHEN "Interet :"
                   IF motif_transaction = "Interet debiteur" THEN
                       ADD montant_transaction
                           TO ct-interet-debiteur(ct-i)
                   ELSE
                       ADD montant_transaction
                           TO ct-interet-crediteur(ct-i)
                   END-IF
           END-EVALUATE
           IF action_transaction NOT = "Connexion "
                   AND action_transaction NOT = "Deconnexio" THEN
               PERFORM VERIFIER-GUICHETIER
               IF ws-guichetier = 'O' THEN
                   ADD 1 TO ct-operations(ct-i)
               END-IF
           END-IF.

       VERIFIER-GUICHETIER.
           MOVE 'N' TO ws-guichetier
           PERFORM VARYING to-i FROM 1 BY 1 UNTIL to-i > to-nombre
               IF to-id(to-i) = hist-operateur THEN
                   MOVE 'O' TO ws-guichetier
               END-IF
           END-PERFORM.

       CUMULER-INTERETS-PRETS.
      *>    Interets des mensualites de pret effectivement reglees
      *>    dans le mois : une mensualite impayee n'a rien rapporte.
           MOVE 'N' TO fin_echeancier
           OPEN INPUT echeancier_prets
           IF ws-file-status-echeancier = '00' THEN
               PERFORM UNTIL fin_echeancier = 'Y'
                   READ echeancier_prets
                       AT END
                           MOVE 'Y' TO fin_echeancier
                       NOT AT END
                           IF ech-reglee
                                   AND ech-date-reglement
                                       >= ws-debut-mois
                                   AND ech-date-reglement
                                       <= ws-date-du-jour THEN
                               PERFORM CUMULER-UNE-ECHEANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echeancier_prets
           END-IF.

       CUMULER-UNE-ECHEANCE.
           SEARCH ALL ct-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ct-compte(ct-i) = ech-compte
                   CONTINUE
           END-SEARCH
           ADD ech-part-interet TO ct-interet-pret(ct-i).

       CUMULER-PAR-CLIENT.
      *>    Un compte ferme sans aucun produit ni operation dans le
      *>    mois n'apporte rien et n'est pas repris.
           MOVE ZERO TO cl-nombre
           MOVE ZERO TO st-nombre
           PERFORM VARYING ct-i FROM 1 BY 1 UNTIL ct-i > ct-nombre
               IF ct-ferme(ct-i) = 'N'
                       OR ct-frais(ct-i) > ZERO
                       OR ct-interet-debiteur(ct-i) > ZERO
                       OR ct-interet-pret(ct-i) > ZERO
                       OR ct-interet-crediteur(ct-i) > ZERO
                       OR ct-operations(ct-i) > ZERO THEN
                   PERFORM CUMULER-UN-COMPTE
               END-IF
           END-PERFORM.

       CUMULER-UN-COMPTE.
           COMPUTE ws-marge-compte = ct-interet-debiteur(ct-i)
                   + ct-interet-pret(ct-i) - ct-interet-crediteur(ct-i)
           COMPUTE ws-cout-compte =
                   ct-operations(ct-i) * ws-cout-operation
           COMPUTE ws-net-compte = ct-frais(ct-i) + ws-marge-compte
                   - ws-cout-compte
           SET cl-i TO 1
           SEARCH cl-entry
               AT END
                   CONTINUE
               WHEN cl-i > cl-nombre
                   CONTINUE
               WHEN cl-client(cl-i) = ct-client(ct-i)
                   CONTINUE
           END-SEARCH
           IF cl-i > cl-nombre THEN
               ADD 1 TO cl-nombre
               SET cl-i TO cl-nombre
               MOVE ct-client(ct-i) TO cl-client(cl-i)
               MOVE ct-nom(ct-i) TO cl-nom(cl-i)
               MOVE ZERO TO cl-comptes(cl-i)
               MOVE ZERO TO cl-frais(cl-i)
               MOVE ZERO TO cl-marge(cl-i)
               MOVE ZERO TO cl-operations(cl-i)
               MOVE ZERO TO cl-cout(cl-i)
               MOVE ZERO TO cl-net(cl-i)
           END-IF
           ADD 1 TO cl-comptes(cl-i)
           ADD ct-frais(ct-i) TO cl-frais(cl-i)
           ADD ws-marge-compte TO cl-marge(cl-i)
           ADD ct-operations(ct-i) TO cl-operations(cl-i)
           ADD ws-cout-compte TO cl-cout(cl-i)
           ADD ws-net-compte TO cl-net(cl-i)
           ADD ct-frais(ct-i) TO ws-total-frais
           ADD ws-marge-compte TO ws-total-marge
           ADD ws-cout-compte TO ws-total-cout
           ADD ws-net-compte TO ws-total-net
           MOVE 'P' TO ws-type-sous-total
           MOVE ct-produit(ct-i) TO ws-code-sous-total
           PERFORM CUMULER-SOUS-TOTAL
           MOVE 'A' TO ws-type-sous-total
           MOVE ct-agence(ct-i) TO ws-code-sous-total
           PERFORM CUMULER-SOUS-TOTAL.

       CUMULER-SOUS-TOTAL.
           SET st-i TO 1
           SEARCH st-entry
               AT END
                   EXIT PARAGRAPH
               WHEN st-i > st-nombre
                   CONTINUE
               WHEN st-type(st-i) = ws-type-sous-total
                       AND st-code(st-i) = ws-code-sous-total
                   CONTINUE
           END-SEARCH
           IF st-i > st-nombre THEN
               ADD 1 TO st-nombre
               SET st-i TO st-nombre
               MOVE ws-type-sous-total TO st-type(st-i)
               MOVE ws-code-sous-total TO st-code(st-i)
               MOVE ZERO TO st-comptes(st-i)
               MOVE ZERO TO st-frais(st-i)
               MOVE ZERO TO st-marge(st-i)
               MOVE ZERO TO st-cout(st-i)
               MOVE ZERO TO st-net(st-i)
           END-IF
           ADD 1 TO st-comptes(st-i)
           ADD ct-frais(ct-i) TO st-frais(st-i)
           ADD ws-marge-compte TO st-marge(st-i)
           ADD ws-cout-compte TO st-cout(st-i)
           ADD ws-net-compte TO st-net(st-i).

       CLASSER-LES-CLIENTS.
      *>    Par contribution nette decroissante, par echanges
      *>    successifs comme dans enquete_compte.
           PERFORM VARYING cl-i FROM 1 BY 1
                   UNTIL cl-i >= cl-nombre
               SET cl-j TO cl-i
               SET cl-j UP BY 1
               PERFORM UNTIL cl-j > cl-nombre
                   IF cl-net(cl-j) > cl-net(cl-i) THEN
                       MOVE cl-entry(cl-i) TO cl-echange
                       MOVE cl-entry(cl-j) TO cl-entry(cl-i)
                       MOVE cl-echange TO cl-entry(cl-j)
                   END-IF
                   SET cl-j UP BY 1
               END-PERFORM
           END-PERFORM.

       ECRIRE-RAPPORT.
           OPEN OUTPUT rapport_rentabilite
           MOVE SPACES TO ligne-rapport
           STRING "RENTABILITE DES CLIENTS DU " DELIMITED BY SIZE
                   ws-debut-mois DELIMITED BY SIZE
                   " AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " - cout par operation guichet : " DELIMITED BY SIZE
                   ws-cout-operation DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "RANG CLIENT NOM                  CPT"
                   DELIMITED BY SIZE
                   "        FRAIS   MARGE INTERETS    OPS"
                   DELIMITED BY SIZE
                   "  COUT GUICHET  CONTRIB. NETTE" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING cl-i FROM 1 BY 1 UNTIL cl-i > cl-nombre
               PERFORM ECRIRE-LIGNE-CLIENT
           END-PERFORM
           MOVE "SOUS-TOTAUX PAR PRODUIT" TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'P' TO ws-type-sous-total
           PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > st-nombre
               IF st-type(st-i) = ws-type-sous-total THEN
                   PERFORM ECRIRE-LIGNE-SOUS-TOTAL
               END-IF
           END-PERFORM
           MOVE "SOUS-TOTAUX PAR AGENCE" TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'A' TO ws-type-sous-total
           PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > st-nombre
               IF st-type(st-i) = ws-type-sous-total THEN
                   PERFORM ECRIRE-LIGNE-SOUS-TOTAL
               END-IF
           END-PERFORM
           MOVE ws-total-frais TO ws-frais-edite
           MOVE ws-total-marge TO ws-marge-edite
           MOVE ws-total-cout TO ws-cout-edite
           MOVE ws-total-net TO ws-net-edite
           MOVE SPACES TO ligne-rapport
           STRING "TOTAL : frais " DELIMITED BY SIZE
                   ws-frais-edite DELIMITED BY SIZE
                   " marge " DELIMITED BY SIZE
                   ws-marge-edite DELIMITED BY SIZE
                   " cout " DELIMITED BY SIZE
                   ws-cout-edite DELIMITED BY SIZE
                   " net " DELIMITED BY SIZE
                   ws-net-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_rentabilite.

       ECRIRE-LIGNE-CLIENT.
           SET ws-rang TO cl-i
           MOVE cl-frais(cl-i) TO ws-frais-edite
           MOVE cl-marge(cl-i) TO ws-marge-edite
           MOVE cl-cout(cl-i) TO ws-cout-edite
           MOVE cl-net(cl-i) TO ws-net-edite
           MOVE SPACES TO ligne-rapport
           STRING ws-rang DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cl-client(cl-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cl-nom(cl-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cl-comptes(cl-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-frais-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-marge-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cl-operations(cl-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-cout-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-net-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       ECRIRE-LIGNE-SOUS-TOTAL.
           MOVE st-frais(st-i) TO ws-frais-edite
           MOVE st-marge(st-i) TO ws-marge-edite
           MOVE st-cout(st-i) TO ws-cout-edite
           MOVE st-net(st-i) TO ws-net-edite
           MOVE SPACES TO ligne-rapport
           STRING "  " DELIMITED BY SIZE
                   st-code(st-i) DELIMITED BY SIZE
                   " comptes " DELIMITED BY SIZE
                   st-comptes(st-i) DELIMITED BY SIZE
                   " frais " DELIMITED BY SIZE
                   ws-frais-edite DELIMITED BY SIZE
                   " marge " DELIMITED BY SIZE
                   ws-marge-edite DELIMITED BY SIZE
                   " cout " DELIMITED BY SIZE
                   ws-cout-edite DELIMITED BY SIZE
                   " net " DELIMITED BY SIZE
                   ws-net-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM rentabilite_clients.

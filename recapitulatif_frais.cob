       IDENTIFICATION DIVISION.
       PROGRAM-ID. recapitulatif_frais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT historique ASSIGN TO 'historique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT historique_archive ASSIGN TO ws-nom-archive
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-archive.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status-comptes.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT releve ASSIGN TO 'recapitulatif_frais'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-releve.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
           COPY cphist.
       FD historique_archive.
           COPY cphist
               REPLACING ==transactions== BY ==transactions_archive==
                         ==transaction-sequence== BY ==arch-sequence==
                         ==hist-date== BY ==arch-date==
                         ==hist-heure== BY ==arch-heure==
                         ==hist-compte== BY ==arch-compte==
                         ==espace_transaction== BY ==arch-espace==
                         ==action_transaction== BY ==arch-action==
                         ==montant_transaction== BY ==arch-montant==
                         ==hist-solde-apres== BY ==arch-solde-apres==
                         ==memo_transaction== BY ==arch-memo==
                         ==motif_transaction== BY ==arch-motif==
                         ==hist-operateur== BY ==arch-operateur==
                         ==hist-agence== BY ==arch-agence==
                         ==hist-date-saisie== BY ==arch-date-saisie==.
       FD comptes.
           COPY cpcompte.
       FD clients.
           COPY cpclient.
       FD releve.
       01  ligne-releve PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-archive PIC XX.
       01  ws-file-status-comptes PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-releve PIC XX.
       01  fin_historique PIC X VALUE 'N'.
       01  fin_archive PIC X VALUE 'N'.
       01  fin_comptes PIC X VALUE 'N'.
       01  ws-nom-archive PIC X(30).
       01  ws-mois-courant PIC 9(6).
       01  ws-mois-fin PIC 9(6).
       01  ws-mois-eclate.
           05  ws-mois-annee PIC 9(4).
           05  ws-mois-mois  PIC 9(2).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-categorie PIC 9(1) VALUE ZERO.
       01  ws-client-trouve PIC X VALUE 'N'.
       01  ws-nombre-mouvements PIC 9(7) VALUE ZERO.
       01  ws-nombre-releves PIC 9(5) VALUE ZERO.
       01  ws-total-compte PIC 9(8)V99 VALUE ZERO.
       01  ws-total-general PIC 9(9)V99 VALUE ZERO.
       01  ws-montant-edite PIC Z(7)9.99.
      *>    Categories de frais du recapitulatif, dans l'ordre ou
      *>    elles sont imprimees ; la derniere recueille tout autre
      *>    mouvement de frais, pour que le total soit bien celui de
      *>    tous les frais preleves dans l'annee.
       01  libelles-categories.
           05  FILLER PIC X(30) VALUE "Frais de transaction".
           05  FILLER PIC X(30) VALUE "Frais de tenue de compte".
           05  FILLER PIC X(30) VALUE "Location de coffre-fort".
           05  FILLER PIC X(30) VALUE "Penalites de rupture de terme".
           05  FILLER PIC X(30) VALUE "Interets debiteurs".
           05  FILLER PIC X(30) VALUE "Frais d'impayes et de rejets".
           05  FILLER PIC X(30) VALUE "Autres frais".
       01  table-libelles REDEFINES libelles-categories.
           05  cat-libelle-frais OCCURS 7 TIMES INDEXED BY cl-i
               PIC X(30).
      *>    Cumul par compte et par categorie, alimente en une passe
      *>    sur les archives puis sur le fichier vif.
       01  table-frais.
           05  tf-entry OCCURS 5000 TIMES INDEXED BY tf-i.
               10  tf-compte           PIC 9(6).
               10  tf-montant          PIC 9(7)V99 OCCURS 7 TIMES.
       01  tf-nombre PIC 9(4) VALUE ZERO.
       01  ws-rang-categorie PIC 9(1).

       LINKAGE SECTION.
       01  ls-annee PIC 9(4).

       PROCEDURE DIVISION USING ls-annee.
      *>    Recapitulatif annuel des frais, adresse en janvier a
      *>    chaque client pour chacun de ses comptes : tous les frais
      *>    preleves dans l'annee (mouvements du fichier vif et des
      *>    archives mensuelles) sont cumules par compte et par
      *>    categorie. Le releve part par le meme canal que le releve
      *>    fiscal : fichier imprime, bloc adresse du client en tete
      *>    pour l'enveloppe a fenetre, un releve par compte.
           DISPLAY "Recapitulatif annuel des frais ", ls-annee
           CALL 'journal_batch' USING "recapitulatif_frais ", 'D',
               ws-compteur-journal
           PERFORM CUMULER-FRAIS-ARCHIVES
           PERFORM CUMULER-FRAIS-VIFS
           OPEN OUTPUT releve
           IF ws-file-status-releve NOT = '00' THEN
               DISPLAY "/!\ Ecriture impossible dans",
                           " recapitulatif_frais"
           ELSE
               PERFORM EDITER-RELEVES
               CLOSE releve
           END-IF
           MOVE ws-total-general TO ws-montant-edite
           DISPLAY "Mouvements de frais : ", ws-nombre-mouvements,
                       "  releves : ", ws-nombre-releves,
                       "  total : ", ws-montant-edite, " €"
           MOVE ws-nombre-releves TO ws-compteur-journal
           CALL 'journal_batch' USING "recapitulatif_frais ", 'F',
               ws-compteur-journal
           GOBACK.

       CUMULER-FRAIS-ARCHIVES.
      *>    Une archive porte le mois limite de son passage, et peut
      *>    contenir des mouvements plus anciens : toutes celles de
      *>    l'annee et de l'annee suivante sont relues, seule la date
      *>    du mouvement decidant de son annee.
           COMPUTE ws-mois-courant = ls-annee * 100 + 1
           COMPUTE ws-mois-fin = (ls-annee + 1) * 100 + 12
           PERFORM UNTIL ws-mois-courant > ws-mois-fin
               PERFORM LIRE-UNE-ARCHIVE
               PERFORM AVANCER-MOIS-COURANT
           END-PERFORM.

       LIRE-UNE-ARCHIVE.
           MOVE SPACES TO ws-nom-archive
           STRING "historique_archive_" DELIMITED BY SIZE
                   ws-mois-courant DELIMITED BY SIZE
               INTO ws-nom-archive
           MOVE 'N' TO fin_archive
           OPEN INPUT historique_archive
           IF ws-file-status-archive = '00' THEN
               PERFORM UNTIL fin_archive = 'Y'
                   READ historique_archive
                       AT END
                           MOVE 'Y' TO fin_archive
                       NOT AT END
                           MOVE transactions_archive TO transactions
                           PERFORM CUMULER-SI-FRAIS
                   END-READ
               END-PERFORM
               CLOSE historique_archive
           END-IF.

       AVANCER-MOIS-COURANT.
           MOVE ws-mois-courant TO ws-mois-eclate
           ADD 1 TO ws-mois-mois
           IF ws-mois-mois > 12 THEN
               MOVE 1 TO ws-mois-mois
               ADD 1 TO ws-mois-annee
           END-IF
           MOVE ws-mois-eclate TO ws-mois-courant.

       CUMULER-FRAIS-VIFS.
           MOVE 'N' TO fin_historique
           OPEN INPUT historique
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_historique = 'Y'
                   READ historique
                       AT END
                           MOVE 'Y' TO fin_historique
                       NOT AT END
                           PERFORM CUMULER-SI-FRAIS
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.

       CUMULER-SI-FRAIS.
           IF hist-date(1:4) NOT = ls-annee THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSER-MOUVEMENT
           IF ws-categorie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           SET tf-i TO 1
           SEARCH tf-entry
               AT END
                   PERFORM AJOUTER-COMPTE-FRAIS
               WHEN tf-i > tf-nombre
                   PERFORM AJOUTER-COMPTE-FRAIS
               WHEN tf-compte(tf-i) = hist-compte
                   CONTINUE
           END-SEARCH
           IF tf-i > tf-nombre THEN
               EXIT PARAGRAPH
           END-IF
           ADD montant_transaction TO tf-montant(tf-i, ws-categorie)
           ADD 1 TO ws-nombre-mouvements.

       AJOUTER-COMPTE-FRAIS.
           IF tf-nombre < 5000 THEN
               ADD 1 TO tf-nombre
               SET tf-i TO tf-nombre
               MOVE hist-compte TO tf-compte(tf-i)
               PERFORM VARYING ws-rang-categorie FROM 1 BY 1
                       UNTIL ws-rang-categorie > 7
                   MOVE ZERO TO tf-montant(tf-i, ws-rang-categorie)
               END-PERFORM
           ELSE
               DISPLAY "/!\ Table des frais pleine, compte ",
                           hist-compte, " non recapitule"
               SET tf-i TO 5001
           END-IF.

       CLASSER-MOUVEMENT.
      *>    La categorie se lit sur le motif que chaque programme
      *>    facturant porte au journal : calcul_frais_operation (via
      *>    le guichet et l'approbation des virements), facturation
      *>    de la tenue et des coffres, rupture de terme, interets
      *>    debiteurs du batch des interets.
           MOVE ZERO TO ws-categorie
           EVALUATE TRUE
               WHEN action_transaction = "Interet :"
                   IF motif_transaction = "Interet debiteur" THEN
                       MOVE 5 TO ws-categorie
                   END-IF
               WHEN action_transaction NOT = "Frais :"
                   CONTINUE
               WHEN motif_transaction = "Frais de transaction"
                   MOVE 1 TO ws-categorie
               WHEN motif_transaction(1:11) = "Frais tenue"
                   MOVE 2 TO ws-categorie
               WHEN motif_transaction = "Location coffre"
                   MOVE 3 TO ws-categorie
               WHEN motif_transaction = "Penalite terme"
                   MOVE 4 TO ws-categorie
               WHEN motif_transaction(1:12) = "Frais impaye"
                   MOVE 6 TO ws-categorie
               WHEN motif_transaction(1:14) = "Frais de rejet"
                   MOVE 6 TO ws-categorie
               WHEN OTHER
                   MOVE 7 TO ws-categorie
           END-EVALUATE.

       EDITER-RELEVES.
      *>    Dans l'ordre des numeros de compte ; un compte sans aucun
      *>    frais dans l'annee ne recoit pas de releve.
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status-comptes NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT clients
           PERFORM UNTIL fin_comptes = 'Y'
               READ comptes NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_comptes
                   NOT AT END
                       PERFORM EDITER-RELEVE-SI-FRAIS
               END-READ
           END-PERFORM
           IF ws-file-status-clients = '00' THEN
               CLOSE clients
           END-IF
           CLOSE comptes.

       EDITER-RELEVE-SI-FRAIS.
           SET tf-i TO 1
           SEARCH tf-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tf-i > tf-nombre
                   EXIT PARAGRAPH
               WHEN tf-compte(tf-i) = compte-numero
                   CONTINUE
           END-SEARCH
           MOVE "================================" TO ligne-releve
           WRITE ligne-releve
           MOVE SPACES TO ligne-releve
           STRING "RECAPITULATIF ANNUEL DES FRAIS " DELIMITED BY SIZE
                   ls-annee DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           PERFORM ECRIRE-BLOC-ADRESSE
           MOVE SPACES TO ligne-releve
           STRING "Compte " DELIMITED BY SIZE
                   compte-numero DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   compte-produit DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           MOVE "-------------- " TO ligne-releve
           WRITE ligne-releve
           MOVE ZERO TO ws-total-compte
           PERFORM VARYING ws-rang-categorie FROM 1 BY 1
                   UNTIL ws-rang-categorie > 7
               PERFORM ECRIRE-LIGNE-CATEGORIE
           END-PERFORM
           MOVE "-------------- " TO ligne-releve
           WRITE ligne-releve
           MOVE ws-total-compte TO ws-montant-edite
           MOVE SPACES TO ligne-releve
           STRING "TOTAL DES FRAIS DE L'ANNEE     " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           ADD ws-total-compte TO ws-total-general
           ADD 1 TO ws-nombre-releves.

       ECRIRE-LIGNE-CATEGORIE.
      *>    Les six categories reglementaires sont toujours imprimees,
      *>    meme a zero ; les autres frais seulement s'il y en a.
           IF ws-rang-categorie = 7
                   AND tf-montant(tf-i, ws-rang-categorie) = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           ADD tf-montant(tf-i, ws-rang-categorie) TO ws-total-compte
           MOVE tf-montant(tf-i, ws-rang-categorie)
               TO ws-montant-edite
           SET cl-i TO ws-rang-categorie
           MOVE SPACES TO ligne-releve
           STRING cat-libelle-frais(cl-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve.

       ECRIRE-BLOC-ADRESSE.
           MOVE 'N' TO ws-client-trouve
           IF ws-file-status-clients = '00' THEN
               MOVE compte-client TO client-numero
               READ clients KEY IS client-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-trouve
               END-READ
           END-IF
           IF ws-client-trouve = 'N' THEN
               MOVE SPACES TO ligne-releve
               STRING compte-prenom DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       compte-nom DELIMITED BY SIZE
                   INTO ligne-releve
               WRITE ligne-releve
               MOVE "(adresse inconnue)" TO ligne-releve
               WRITE ligne-releve
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ligne-releve
           STRING client-prenom DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   client-nom DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           MOVE client-adresse-1 TO ligne-releve
           WRITE ligne-releve
           IF client-adresse-2 NOT = SPACES THEN
               MOVE client-adresse-2 TO ligne-releve
               WRITE ligne-releve
           END-IF
           MOVE SPACES TO ligne-releve
           STRING client-code-postal DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   client-ville DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve.
       END PROGRAM recapitulatif_frais.

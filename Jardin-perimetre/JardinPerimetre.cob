           SELECT accessoires ASSIGN TO 'accessoires'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-accessoires.
           SELECT evenements_devis ASSIGN TO 'evenements_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-evenements.
           SELECT lignes_devis ASSIGN TO 'lignes_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-lignes.
           SELECT revisions_prix ASSIGN TO 'revisions_prix'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-revisions.
           SELECT garanties_jardin ASSIGN TO 'garanties_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-garanties.
           SELECT durees_garantie ASSIGN TO 'durees_garantie'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-durees.

       DATA DIVISION.
       FILE SECTION.

       FD lignes_devis.
           COPY cplignedevis.
       FD evenements_devis.
           COPY cpevenementdevis.

       FD revisions_prix.
           COPY cprevprix.

       FD garanties_jardin.
           COPY cpgarantie.

       FD durees_garantie.
           COPY cpdureegarantie.

       WORKING-STORAGE SECTION.
       01  ws-nom-client PIC X(30).
       01  ws-numero-client PIC 9(6) VALUE ZERO.
       01  ws-creation-client PIC X VALUE 'N'.
       01  ws-choix-demarrage PIC X(1).
       01  fin_travaux_jardin PIC X VALUE 'N'.
       01  forme PIC 9(1) VALUE 1.
       01  ws-file-status-factures PIC XX.
       01  ws-file-status-chantiers PIC XX.
       01  ws-numero-facture PIC 9(6) VALUE ZERO.
       01  ws-reference-paiement PIC X(30).
       01  ws-resultat-reference PIC X.
       01  ws-type-facture PIC X(7).
       01  ws-montant-facture PIC 9(9)V99 VALUE ZERO.
       01  taux-acompte PIC 9V99 VALUE 0.30.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-accessoires PIC XX.
       01  ws-file-status-lignes PIC XX.
       01  ws-file-status-evenements PIC XX.
       01  ws-devis-evenement PIC 9(6) VALUE ZERO.
       01  ws-type-evenement PIC X.
       01  ws-montant-evenement PIC 9(9)V99 VALUE ZERO.
       01  ws-motif-perte PIC X(30).
       01  ws-choix-motif PIC X.
       01  fin_accessoires PIC X VALUE 'N'.
       01  fin_lignes PIC X VALUE 'N'.
       01  ws-code-accessoire PIC X(6).
       01  ws-composite-aire PIC S9(8)V99 VALUE ZERO.
       01  ws-nombre-segments PIC 9(2) VALUE ZERO.
       01  ws-fin-segments PIC X VALUE 'N'.
       01  ws-file-status-garanties PIC XX.
       01  ws-file-status-durees PIC XX.
       01  fin_durees PIC X VALUE 'N'.
       01  ws-duree-garantie PIC 9(3) VALUE ZERO.
       01  ws-equipe-pose PIC X(4).
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-mois-absolu PIC 9(6).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Consulter les devis d'un client (C), voir la file",
                       " de travail du jour (F), comparer les",
                       " materiaux de cloture (M), accepter un devis",
                       " (A), cloturer un chantier (T), rapport des",
                       " chantiers ouverts (R), declarer un devis",
                       " perdu (P), ou saisir un nouveau devis (N) ?"
           ACCEPT ws-choix-demarrage
           EVALUATE ws-choix-demarrage
               WHEN "C" WHEN "c"
                   PERFORM CLOTURER-CHANTIER
               WHEN "R" WHEN "r"
                   PERFORM RAPPORT-CHANTIERS-OUVERTS
               WHEN "P" WHEN "p"
                   PERFORM DECLARER-DEVIS-PERDU
               WHEN OTHER
                   PERFORM SAISIR-CLIENT
                   IF ws-numero-client = ZERO THEN
                       DISPLAY "/!\ Aucun client retenu, devis",
                                   " abandonne"
                   ELSE
                       PERFORM SAISIR-NOUVEAU-DEVIS
                   END-IF
           END-EVALUATE.
               STOP RUN.

       SAISIR-NOUVEAU-DEVIS.
           PERFORM CHOISIR-FORME
           PERFORM SAISIR-VALEURS
           PERFORM CALCULER-PERIMETRE
           PERFORM CALCULER-AIRE
           DISPLAY "Le perimetre du jardin est ",perimetre, " m"
           DISPLAY "La surface du jardin est ",aire, " m2"
           PERFORM CALCULER-DEVIS-CLOTURE
           PERFORM NUMEROTER-DEVIS
           PERFORM SAISIR-LIGNES-ACCESSOIRES
           PERFORM ENREGISTRER-DEVIS
           PERFORM IMPRIMER-DEVIS.

       SAISIR-CLIENT.
      *>    Le devis se rattache a une fiche du fichier des clients,
      *>    choisie par numero ou par recherche sur le nom, ou creee
      *>    sur place pour un nouveau client.
           MOVE 'O' TO ws-creation-client
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-nom-client, ws-creation-client.

       CHOISIR-CLIENT-EXISTANT.
           MOVE 'N' TO ws-creation-client
           CALL 'choisir_client_jardin' USING ws-numero-client,
               ws-nom-client, ws-creation-client.

       CONSULTER-DEVIS-CLIENT.
      *>    Relit travaux_jardin pour reimprimer les devis deja
      *>    etablis pour un client qui rappelle.
           PERFORM CHOISIR-CLIENT-EXISTANT
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_travaux_jardin
           OPEN INPUT travaux_jardin
           IF ws-file-status = '00' THEN
                       AT END
                           MOVE 'Y' TO fin_travaux_jardin
                       NOT AT END
                           IF trav-numero-client = ws-numero-client
                                   THEN
                               PERFORM AFFICHER-DEVIS-ARCHIVE
                           END-IF
                   END-READ

       AFFICHER-DEVIS-ARCHIVE.
           DISPLAY "------------------------------------------"
           DISPLAY "Client : ", trav-numero-client, " ", trav-client
           DISPLAY "Perimetre : ", trav-perimetre, " m"
           DISPLAY "Surface : ", trav-aire, " m2"
           DISPLAY "Cloture : ", trav-type-cloture
               OPEN OUTPUT travaux_jardin
           END-IF
           MOVE ws-nom-client TO trav-client
           MOVE ws-numero-client TO trav-numero-client
           MOVE forme TO trav-forme
           MOVE perimetre TO trav-perimetre
           MOVE aire TO trav-aire
           SET trav-devis TO TRUE
           WRITE ligne-travaux
           END-WRITE
           CLOSE travaux_jardin
           MOVE ws-numero-devis TO ws-devis-evenement
           MOVE 'E' TO ws-type-evenement
           MOVE cout-cloture TO ws-montant-evenement
           MOVE SPACES TO ws-motif-perte
           PERFORM ECRIRE-EVENEMENT-DEVIS.

       ECRIRE-EVENEMENT-DEVIS.
      *>    Chaque etape du devis part a l'historique des devis, d'ou
      *>    le rapport mensuel tire conversions et delais.
           OPEN EXTEND evenements_devis
           IF ws-file-status-evenements = '35' THEN
               OPEN OUTPUT evenements_devis
           END-IF
           MOVE ws-devis-evenement TO ed-numero-devis
           MOVE ws-date-du-jour TO ed-date
           MOVE ws-type-evenement TO ed-evenement
           MOVE ws-montant-evenement TO ed-montant
           MOVE ws-motif-perte TO ed-motif-perte
           WRITE evenement-devis-record
           END-WRITE
           CLOSE evenements_devis.

       ACCEPTER-DEVIS.
      *>    Acceptation d'un devis par le client : le statut passe a
      *>    accepte et une facture d'acompte numerotee est emise
      *>    aussitot, au lieu d'une note dans le dossier papier.
           PERFORM CHOISIR-CLIENT-EXISTANT
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTER-TRAVAUX-CLIENT
           IF ws-rang-travaux = ZERO THEN
               DISPLAY "Aucun devis en attente pour ce client"
               MOVE 'A' TO ws-statut-nouveau
               PERFORM CHANGER-STATUT-TRAVAIL
               IF ws-travail-traite = 'O' THEN
                   MOVE ws-numero-devis-travail TO ws-devis-evenement
                   MOVE 'A' TO ws-type-evenement
                   MOVE ws-cout-travail TO ws-montant-evenement
                   MOVE SPACES TO ws-motif-perte
                   PERFORM ECRIRE-EVENEMENT-DEVIS
                   COMPUTE ws-montant-facture ROUNDED =
                           ws-cout-travail * taux-acompte
                   MOVE "ACOMPTE" TO ws-type-facture
               END-IF
           END-IF.

       DECLARER-DEVIS-PERDU.
      *>    Devis decline par le client : le statut passe a refuse et
      *>    le motif de la perte, choisi dans une liste fermee pour
      *>    pouvoir etre compte, part a l'historique des devis.
           PERFORM CHOISIR-CLIENT-EXISTANT
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTER-TRAVAUX-CLIENT
           IF ws-rang-travaux = ZERO THEN
               DISPLAY "Aucun devis enregistre pour ce client"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero du devis refuse :"
           ACCEPT ws-rang-choisi
           DISPLAY "Motif de la perte :"
           DISPLAY "  1 - Prix trop eleve"
           DISPLAY "  2 - Delai de pose trop long"
           DISPLAY "  3 - Concurrent retenu"
           DISPLAY "  4 - Projet abandonne ou reporte"
           DISPLAY "  5 - Sans reponse du client"
           DISPLAY "  6 - Autre motif"
           ACCEPT ws-choix-motif
           EVALUATE ws-choix-motif
               WHEN '1'
                   MOVE "PRIX TROP ELEVE" TO ws-motif-perte
               WHEN '2'
                   MOVE "DELAI TROP LONG" TO ws-motif-perte
               WHEN '3'
                   MOVE "CONCURRENT RETENU" TO ws-motif-perte
               WHEN '4'
                   MOVE "PROJET ABANDONNE" TO ws-motif-perte
               WHEN '5'
                   MOVE "SANS REPONSE" TO ws-motif-perte
               WHEN OTHER
                   MOVE "AUTRE MOTIF" TO ws-motif-perte
           END-EVALUATE
           MOVE 'D' TO ws-statut-cherche
           MOVE 'R' TO ws-statut-nouveau
           PERFORM CHANGER-STATUT-TRAVAIL
           IF ws-travail-traite = 'O' THEN
               MOVE ws-numero-devis-travail TO ws-devis-evenement
               MOVE 'R' TO ws-type-evenement
               MOVE ws-cout-travail TO ws-montant-evenement
               PERFORM ECRIRE-EVENEMENT-DEVIS
               DISPLAY "--> Devis ", ws-numero-devis-travail,
                           " classe refuse (", ws-motif-perte, ")"
           END-IF.

       CLOTURER-CHANTIER.
      *>    Cloture d'un chantier termine : le statut passe a
      *>    termine puis facture, et la facture de solde numerotee
      *>    (cout total moins l'acompte deja facture) est emise.
           PERFORM CHOISIR-CLIENT-EXISTANT
           IF ws-numero-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTER-TRAVAUX-CLIENT
           IF ws-rang-travaux = ZERO THEN
               DISPLAY "Aucun devis enregistre pour ce client"
                   MOVE ws-cloture-travail TO ws-cloture-chantier
                   PERFORM CONSOMMER-MATERIAU
                   PERFORM CONSOMMER-ACCESSOIRES
                   PERFORM OUVRIR-GARANTIE
                   MOVE 'T' TO ws-statut-cherche
                   MOVE 'F' TO ws-statut-nouveau
                   PERFORM CHANGER-STATUT-TRAVAIL
                       AT END
                           MOVE 'Y' TO fin_travaux_jardin
                       NOT AT END
                           IF trav-numero-client = ws-numero-client
                                   THEN
                               ADD 1 TO ws-rang-travaux
                               DISPLAY ws-rang-travaux, ") ",
                                   trav-type-cloture, " ",
           END-IF.

       CHANGER-SI-RANG-CHOISI.
           IF trav-numero-client = ws-numero-client THEN
               ADD 1 TO ws-rang-travaux
               IF ws-rang-travaux = ws-rang-choisi THEN
                   IF trav-statut = ws-statut-cherche THEN
           WRITE ligne-devis
           MOVE SPACES TO ligne-devis
           STRING "Client : " DELIMITED BY SIZE
                   ws-numero-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-nom-client DELIMITED BY SIZE
               INTO ligne-devis
           WRITE ligne-devis
                   ws-date-validite DELIMITED BY SIZE
               INTO ligne-devis
           WRITE ligne-devis
      *>    L'acompte pouvant etre vire des l'acceptation, avant
      *>    l'emission de sa facture, le devis porte sa propre
      *>    reference : le rapprochement des virements en tire le
      *>    client.
           CALL 'reference_paiement_jardin' USING 'D',
                   ws-numero-devis, ws-reference-paiement,
                   ws-resultat-reference
           MOVE SPACES TO ligne-devis
           STRING "Reference a rappeler sur votre virement : "
                       DELIMITED BY SIZE
                   ws-reference-paiement DELIMITED BY SPACE
               INTO ligne-devis
           WRITE ligne-devis
           CLOSE devis_imprimes
           DISPLAY "--> Devis ", ws-numero-devis, " imprime",
                       " (devis_imprimes), valable jusqu'au ",
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pl-planifie
                                   AND pl-numero-client
                                       = ws-numero-client
                                   AND pl-type-cloture =
                                       ws-cloture-chantier THEN
                               SET pl-fait TO TRUE
               CLOSE planning_chantiers
           END-IF.

       OUVRIR-GARANTIE.
      *>    Le chantier termine entre au registre des garanties :
      *>    debut a la date de cloture, duree selon le type de
      *>    cloture, et equipe de pose reprise de la ligne de
      *>    planning avant que celle-ci passe a fait.
           MOVE 24 TO ws-duree-garantie
           MOVE 'N' TO fin_durees
           OPEN INPUT durees_garantie
           IF ws-file-status-durees = '00' THEN
               PERFORM UNTIL fin_durees = 'Y'
                   READ durees_garantie
                       AT END
                           MOVE 'Y' TO fin_durees
                       NOT AT END
                           IF dg-type-cloture = ws-cloture-chantier
                                   THEN
                               MOVE dg-duree-mois
                                   TO ws-duree-garantie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE durees_garantie
           END-IF
           MOVE SPACES TO ws-equipe-pose
           MOVE 'N' TO fin_planning
           OPEN INPUT planning_chantiers
           IF ws-file-status-planning = '00' THEN
               PERFORM UNTIL fin_planning = 'Y'
                   READ planning_chantiers
                       AT END
                           MOVE 'Y' TO fin_planning
                       NOT AT END
                           IF pl-planifie
                                   AND pl-numero-client
                                       = ws-numero-client
                                   AND pl-type-cloture =
                                       ws-cloture-chantier THEN
                               MOVE pl-equipe TO ws-equipe-pose
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning_chantiers
           END-IF
      *>    Meme quantieme, ws-duree-garantie mois plus tard.
           MOVE ws-date-du-jour TO ws-date-eclatee
           COMPUTE ws-mois-absolu = ws-annee * 12 + ws-mois - 1
                   + ws-duree-garantie
           DIVIDE ws-mois-absolu BY 12 GIVING ws-annee
               REMAINDER ws-mois
           ADD 1 TO ws-mois
           OPEN EXTEND garanties_jardin
           IF ws-file-status-garanties = '35' THEN
               OPEN OUTPUT garanties_jardin
           END-IF
           MOVE ws-numero-devis-travail TO gar-numero-devis
           MOVE ws-numero-client TO gar-numero-client
           MOVE ws-nom-client TO gar-client
           MOVE ws-cloture-chantier TO gar-type-cloture
           MOVE ws-equipe-pose TO gar-equipe
           MOVE ws-date-du-jour TO gar-date-debut
           MOVE ws-duree-garantie TO gar-duree-mois
           MOVE ws-date-eclatee TO gar-date-fin
           WRITE garantie-record
           END-WRITE
           CLOSE garanties_jardin
           DISPLAY "--> Garantie de ", ws-duree-garantie,
                       " mois ouverte, jusqu'au ", gar-date-fin.

       GENERER-FACTURE.
           PERFORM NUMEROTER-FACTURE
           OPEN EXTEND factures_jardin
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Client : " DELIMITED BY SIZE
                   ws-numero-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-nom-client DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
                   " €" DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           CALL 'reference_paiement_jardin' USING 'F',
                   ws-numero-facture, ws-reference-paiement,
                   ws-resultat-reference
           MOVE SPACES TO ligne-facture
           STRING "Reference a rappeler sur votre virement : "
                       DELIMITED BY SIZE
                   ws-reference-paiement DELIMITED BY SPACE
               INTO ligne-facture
           WRITE ligne-facture
           CLOSE factures_jardin
      *>    La creance structuree part au registre en meme temps que
      *>    la facture imprimee : les reglements s'y rapprocheront.
           MOVE ws-numero-facture TO cr-numero-facture
           MOVE ws-date-du-jour TO cr-date
           MOVE ws-nom-client TO cr-client
           MOVE ws-numero-client TO cr-numero-client
           MOVE ws-type-facture TO cr-type
           MOVE ws-montant-facture TO cr-montant
           WRITE creance-record

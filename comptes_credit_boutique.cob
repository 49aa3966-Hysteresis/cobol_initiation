       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptes_credit_boutique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes_credit ASSIGN TO 'comptes_credit_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-credit.
           SELECT mouvements_credit ASSIGN TO
               'mouvements_credit_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mouvements.
           SELECT fidelite_membres ASSIGN TO 'fidelite_membres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-fidelite.
           SELECT reglements_tickets ASSIGN TO 'reglements_tickets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.

       DATA DIVISION.
       FILE SECTION.
       FD comptes_credit.
           COPY cpcomptecredit.
       FD mouvements_credit.
           COPY cpmouvcredit.
       FD fidelite_membres.
           COPY cpfidelite.
       FD reglements_tickets.
           COPY cpregltticket.

       WORKING-STORAGE SECTION.
       01  ws-file-status-credit PIC XX.
       01  ws-file-status-mouvements PIC XX.
       01  ws-file-status-fidelite PIC XX.
       01  ws-file-status-reglements PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_mouvements PIC X VALUE 'N'.
       01  fin_fidelite PIC X VALUE 'N'.
       01  choix_menu PIC X.
       01  continuer PIC X VALUE 'n'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-client-saisi PIC 9(6).
       01  ws-nom-membre PIC X(30).
       01  ws-membre-trouve PIC X VALUE 'N'.
       01  ws-compte-trouve PIC X VALUE 'N'.
       01  ws-operation-acceptee PIC X VALUE 'N'.
       01  ws-en-retard PIC X VALUE 'N'.
       01  ws-plafond-saisi PIC 9(5)V99.
       01  ws-compte-bancaire-saisi PIC 9(6).
       01  ws-statut-saisi PIC X.
       01  ws-ticket-saisi PIC 9(6).
       01  ws-caisse-saisie PIC 9(2).
       01  ws-caissier-saisi PIC X(8).
       01  ws-mode-saisi PIC X.
       01  ws-montant-saisi PIC 9(5)V99.
       01  ws-disponible PIC S9(7)V99 VALUE ZERO.
       01  ws-reglable PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-affiche PIC S9(7)V99
                              SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-date-releve PIC 9(8) VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-lignes PIC 9(4) VALUE ZERO.
       77  tiret_menu PIC X(20) VALUE "-------------- ".

       PROCEDURE DIVISION.
      *>    Comptes clients de la boutique, a la place du cahier des
      *>    ardoises : ouverture d'un compte pour un membre fidelite
      *>    avec son plafond, vente portee au compte a la caisse
      *>    (moyen de paiement K du ticket), reglement au comptoir et
      *>    consultation. Un releve echu et impaye, ou un prelevement
      *>    rejete, bloque toute nouvelle vente a credit jusqu'au
      *>    reglement ; le releve mensuel et le prelevement passent
      *>    par releve_credit.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM UNTIL continuer = 'y'
               DISPLAY tiret_menu
               DISPLAY "     Comptes clients boutique"
               DISPLAY tiret_menu
               DISPLAY "Ouvrir un compte : 1"
               DISPLAY "Plafond, compte bancaire, fermeture : 2"
               DISPLAY "Vente portee au compte : 3"
               DISPLAY "Reglement au comptoir : 4"
               DISPLAY "Consulter un compte : 5"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               EVALUATE choix_menu
                   WHEN '0'
                       MOVE 'y' TO continuer
                   WHEN '1'
                       PERFORM OUVRIR-COMPTE-CREDIT
                   WHEN '2'
                       PERFORM MODIFIER-COMPTE-CREDIT
                   WHEN '3'
                       PERFORM VENDRE-A-CREDIT
                   WHEN '4'
                       PERFORM REGLER-AU-COMPTOIR
                   WHEN '5'
                       PERFORM CONSULTER-COMPTE-CREDIT
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       OUVRIR-COMPTE-CREDIT.
      *>    Un seul compte par membre fidelite actif.
           DISPLAY "Numero du membre fidelite :"
           ACCEPT ws-client-saisi
           PERFORM LIRE-MEMBRE-FIDELITE
           IF ws-membre-trouve = 'N' THEN
               DISPLAY "/!\ Aucun membre fidelite actif avec ce",
                           " numero"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHER-COMPTE-CREDIT
           IF ws-compte-trouve = 'O' THEN
               DISPLAY "/!\ Ce membre a deja un compte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plafond de credit :"
           ACCEPT ws-plafond-saisi
           DISPLAY "Compte bancaire chez nous (0 si aucun) :"
           ACCEPT ws-compte-bancaire-saisi
           OPEN EXTEND comptes_credit
           IF ws-file-status-credit = '35' THEN
               OPEN OUTPUT comptes_credit
           END-IF
           MOVE ws-client-saisi TO cc-client
           MOVE ws-nom-membre TO cc-nom
           MOVE ws-plafond-saisi TO cc-plafond
           MOVE ZERO TO cc-solde
           MOVE ws-compte-bancaire-saisi TO cc-compte-bancaire
           MOVE ws-date-du-jour TO cc-date-ouverture
           MOVE ws-date-du-jour TO cc-date-releve
           MOVE ZERO TO cc-reste-du
           MOVE ZERO TO cc-date-echeance
           SET cc-sans-prelevement TO TRUE
           MOVE ZERO TO cc-montant-preleve
           SET cc-actif TO TRUE
           WRITE compte-credit-record
           END-WRITE
           CLOSE comptes_credit
           DISPLAY "--> Compte ouvert pour ", ws-nom-membre,
                       ", plafond ", ws-plafond-saisi, " €".

       MODIFIER-COMPTE-CREDIT.
      *>    Un compte ne se ferme que solde.
           DISPLAY "Numero du membre fidelite :"
           ACCEPT ws-client-saisi
           DISPLAY "Nouveau plafond :"
           ACCEPT ws-plafond-saisi
           DISPLAY "Compte bancaire chez nous (0 si aucun) :"
           ACCEPT ws-compte-bancaire-saisi
           DISPLAY "Statut : actif (A) ou ferme (F) :"
           ACCEPT ws-statut-saisi
           IF ws-statut-saisi NOT = 'A'
                   AND ws-statut-saisi NOT = 'F' THEN
               DISPLAY "/!\ Statut non reconnu"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-compte-trouve
           MOVE 'N' TO ws-operation-acceptee
           MOVE 'N' TO fin_comptes
           OPEN I-O comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF cc-client = ws-client-saisi THEN
                               MOVE 'O' TO ws-compte-trouve
                               MOVE 'Y' TO fin_comptes
                               PERFORM MAJ-COMPTE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           END-IF
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Aucun compte pour ce membre"
           END-IF
           IF ws-operation-acceptee = 'O' THEN
               DISPLAY "--> Compte ", ws-client-saisi, " mis a jour"
           END-IF.

       MAJ-COMPTE-CREDIT.
           IF ws-statut-saisi = 'F' AND cc-solde NOT = ZERO THEN
               MOVE cc-solde TO ws-montant-affiche
               DISPLAY "/!\ Compte non solde (", ws-montant-affiche,
                           " €), fermeture refusee"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-plafond-saisi TO cc-plafond
           MOVE ws-compte-bancaire-saisi TO cc-compte-bancaire
           MOVE ws-statut-saisi TO cc-statut
           REWRITE compte-credit-record
           MOVE 'O' TO ws-operation-acceptee.

       VENDRE-A-CREDIT.
      *>    Le ticket, ou la part du ticket, est porte au compte du
      *>    client dans la limite de son plafond ; la caisse le voit
      *>    comme un moyen de paiement (K) a la cloture.
           DISPLAY "Numero du membre fidelite :"
           ACCEPT ws-client-saisi
           DISPLAY "Numero du ticket :"
           ACCEPT ws-ticket-saisi
           DISPLAY "Montant porte au compte :"
           ACCEPT ws-montant-saisi
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           DISPLAY "Caissier :"
           ACCEPT ws-caissier-saisi
           IF ws-montant-saisi = ZERO THEN
               DISPLAY "/!\ Montant nul"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-compte-trouve
           MOVE 'N' TO ws-operation-acceptee
           MOVE 'N' TO fin_comptes
           OPEN I-O comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF cc-client = ws-client-saisi THEN
                               MOVE 'O' TO ws-compte-trouve
                               MOVE 'Y' TO fin_comptes
                               PERFORM DEBITER-COMPTE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           END-IF
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Aucun compte pour ce membre, vente a",
                           " regler autrement"
               EXIT PARAGRAPH
           END-IF
           IF ws-operation-acceptee = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-REGLEMENTS-TICKETS
           SET rt-compte-client TO TRUE
           MOVE ws-montant-saisi TO rt-montant
           PERFORM ECRIRE-REGLEMENT-COMPTE
           CLOSE reglements_tickets
           SET mc-vente TO TRUE
           MOVE ws-montant-saisi TO mc-montant
           MOVE "Vente a credit" TO mc-reference
           PERFORM ECRIRE-MOUVEMENT-CREDIT
           MOVE ws-disponible TO ws-montant-affiche
           DISPLAY "--> ", ws-montant-saisi, " € portes au compte",
                       " de ", ws-nom-membre
           DISPLAY "    Reste disponible : ", ws-montant-affiche,
                       " €".

       DEBITER-COMPTE-CREDIT.
           IF NOT cc-actif THEN
               DISPLAY "/!\ Compte ferme, vente a credit refusee"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-RETARD
           IF ws-en-retard = 'O' THEN
               MOVE cc-reste-du TO ws-montant-affiche
               DISPLAY "/!\ Releve impaye (", ws-montant-affiche,
                           " € du au ", cc-date-echeance,
                           "), vente a credit refusee"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-disponible = cc-plafond - cc-solde
           IF ws-montant-saisi > ws-disponible THEN
               MOVE ws-disponible TO ws-montant-affiche
               DISPLAY "/!\ Plafond depasse : disponible ",
                           ws-montant-affiche, " €, vente a credit",
                           " refusee"
               EXIT PARAGRAPH
           END-IF
           ADD ws-montant-saisi TO cc-solde
           REWRITE compte-credit-record
           COMPUTE ws-disponible = cc-plafond - cc-solde
           MOVE cc-nom TO ws-nom-membre
           MOVE 'O' TO ws-operation-acceptee.

       CONTROLER-RETARD.
      *>    En retard : le montant du dernier releve n'est pas regle
      *>    a l'echeance, ou son prelevement a ete rejete.
           MOVE 'N' TO ws-en-retard
           IF cc-prelevement-rejete THEN
               MOVE 'O' TO ws-en-retard
           END-IF
           IF cc-reste-du > ZERO
                   AND cc-date-echeance NOT = ZERO
                   AND cc-date-echeance < ws-date-du-jour THEN
               MOVE 'O' TO ws-en-retard
           END-IF.

       REGLER-AU-COMPTOIR.
      *>    Le client regle tout ou partie de son du en especes, par
      *>    carte ou par cheque. Le ticket d'encaissement porte deux
      *>    lignes de reglement : l'argent recu, et la meme somme en
      *>    negatif au compte client (K), pour que le total regle de
      *>    la cloture reste egal au net des ventes.
           DISPLAY "Numero du membre fidelite :"
           ACCEPT ws-client-saisi
           DISPLAY "Numero du ticket d'encaissement :"
           ACCEPT ws-ticket-saisi
           DISPLAY "Montant regle :"
           ACCEPT ws-montant-saisi
           DISPLAY "Especes (E), carte (C) ou cheque (Q) :"
           ACCEPT ws-mode-saisi
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           DISPLAY "Caissier :"
           ACCEPT ws-caissier-saisi
           IF ws-mode-saisi NOT = 'E' AND ws-mode-saisi NOT = 'C'
                   AND ws-mode-saisi NOT = 'Q' THEN
               DISPLAY "/!\ Moyen de paiement non reconnu"
               EXIT PARAGRAPH
           END-IF
           IF ws-montant-saisi = ZERO THEN
               DISPLAY "/!\ Montant nul"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-compte-trouve
           MOVE 'N' TO ws-operation-acceptee
           MOVE 'N' TO fin_comptes
           OPEN I-O comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF cc-client = ws-client-saisi THEN
                               MOVE 'O' TO ws-compte-trouve
                               MOVE 'Y' TO fin_comptes
                               PERFORM CREDITER-COMPTE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           END-IF
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Aucun compte pour ce membre"
               EXIT PARAGRAPH
           END-IF
           IF ws-operation-acceptee = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-REGLEMENTS-TICKETS
           MOVE ws-mode-saisi TO rt-mode
           MOVE ws-montant-saisi TO rt-montant
           PERFORM ECRIRE-REGLEMENT-COMPTE
           SET rt-compte-client TO TRUE
           COMPUTE rt-montant = ZERO - ws-montant-saisi
           PERFORM ECRIRE-REGLEMENT-COMPTE
           CLOSE reglements_tickets
           SET mc-reglement TO TRUE
           COMPUTE mc-montant = ZERO - ws-montant-saisi
           MOVE "Reglement au comptoir" TO mc-reference
           PERFORM ECRIRE-MOUVEMENT-CREDIT
           MOVE ws-solde-compte TO ws-montant-affiche
           DISPLAY "--> ", ws-montant-saisi, " € regles, reste du ",
                       ws-montant-affiche, " €".

       CREDITER-COMPTE-CREDIT.
      *>    Pendant un prelevement en cours, le comptoir ne prend que
      *>    ce qui n'est pas deja presente a la banque.
           COMPUTE ws-reglable = cc-solde
           IF cc-prelevement-en-cours THEN
               COMPUTE ws-reglable = cc-solde - cc-montant-preleve
           END-IF
           IF ws-montant-saisi > ws-reglable THEN
               MOVE ws-reglable TO ws-montant-affiche
               DISPLAY "/!\ Montant superieur au du reglable (",
                           ws-montant-affiche, " €)"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT ws-montant-saisi FROM cc-solde
           IF cc-reste-du > ZERO THEN
               IF ws-montant-saisi >= cc-reste-du THEN
                   MOVE ZERO TO cc-reste-du
               ELSE
                   SUBTRACT ws-montant-saisi FROM cc-reste-du
               END-IF
           END-IF
      *>    Le releve dont le prelevement a ete rejete est regle :
      *>    le compte est debloque.
           IF cc-prelevement-rejete AND cc-reste-du = ZERO THEN
               SET cc-sans-prelevement TO TRUE
               MOVE ZERO TO cc-montant-preleve
           END-IF
           REWRITE compte-credit-record
           MOVE cc-solde TO ws-solde-compte
           MOVE 'O' TO ws-operation-acceptee.

       OUVRIR-REGLEMENTS-TICKETS.
           OPEN EXTEND reglements_tickets
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_tickets
           END-IF.

       ECRIRE-REGLEMENT-COMPTE.
           MOVE ws-ticket-saisi TO rt-numero-ticket
           MOVE SPACES TO rt-reference
           STRING "CPT " DELIMITED BY SIZE
                   ws-client-saisi DELIMITED BY SIZE
               INTO rt-reference
           MOVE ws-caisse-saisie TO rt-caisse
           MOVE ws-caissier-saisi TO rt-caissier
           WRITE reglement-ticket-record
           END-WRITE.

       ECRIRE-MOUVEMENT-CREDIT.
           OPEN EXTEND mouvements_credit
           IF ws-file-status-mouvements = '35' THEN
               OPEN OUTPUT mouvements_credit
           END-IF
           MOVE ws-client-saisi TO mc-client
           MOVE ws-date-du-jour TO mc-date
           MOVE ws-ticket-saisi TO mc-ticket
           MOVE ws-caisse-saisie TO mc-caisse
           MOVE ws-caissier-saisi TO mc-caissier
           WRITE mouvement-credit-record
           END-WRITE
           CLOSE mouvements_credit.

       CONSULTER-COMPTE-CREDIT.
      *>    Etat du compte et mouvements depuis le dernier releve.
           DISPLAY "Numero du membre fidelite :"
           ACCEPT ws-client-saisi
           MOVE 'N' TO ws-compte-trouve
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF cc-client = ws-client-saisi THEN
                               MOVE 'O' TO ws-compte-trouve
                               MOVE 'Y' TO fin_comptes
                               PERFORM AFFICHER-ETAT-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           END-IF
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Aucun compte pour ce membre"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_credit
           IF ws-file-status-mouvements = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_credit
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           IF mc-client = ws-client-saisi
                                   AND mc-date >= ws-date-releve THEN
                               ADD 1 TO ws-nombre-lignes
                               MOVE mc-montant TO ws-montant-affiche
                               DISPLAY "  ", mc-date, " ", mc-type,
                                   " ", ws-montant-affiche, " € ",
                                   mc-reference
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_credit
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "  Aucun mouvement depuis le dernier releve"
           END-IF.

       AFFICHER-ETAT-COMPTE.
           DISPLAY "Compte ", cc-client, " ", cc-nom, " statut ",
                       cc-statut
           MOVE cc-solde TO ws-montant-affiche
           DISPLAY "  Du : ", ws-montant-affiche, " € - plafond ",
                       cc-plafond, " €"
           COMPUTE ws-disponible = cc-plafond - cc-solde
           MOVE ws-disponible TO ws-montant-affiche
           DISPLAY "  Disponible : ", ws-montant-affiche, " €"
           IF cc-compte-bancaire NOT = ZERO THEN
               DISPLAY "  Compte bancaire : ", cc-compte-bancaire
           END-IF
           MOVE cc-reste-du TO ws-montant-affiche
           DISPLAY "  Releve du ", cc-date-releve, " : reste du ",
                       ws-montant-affiche, " € au ", cc-date-echeance
           IF cc-prelevement-en-cours THEN
               DISPLAY "  Prelevement en cours : ",
                           cc-montant-preleve, " €"
           END-IF
           PERFORM CONTROLER-RETARD
           IF ws-en-retard = 'O' THEN
               DISPLAY "/!\ Compte en retard : ventes a credit",
                           " bloquees"
           END-IF
           MOVE cc-date-releve TO ws-date-releve.

       LIRE-MEMBRE-FIDELITE.
           MOVE 'N' TO ws-membre-trouve
           MOVE 'N' TO fin_fidelite
           OPEN INPUT fidelite_membres
           IF ws-file-status-fidelite = '00' THEN
               PERFORM UNTIL fin_fidelite = 'Y'
                   READ fidelite_membres
                       AT END
                           MOVE 'Y' TO fin_fidelite
                       NOT AT END
                           IF fid-numero = ws-client-saisi
                                   AND fid-actif THEN
                               MOVE fid-nom TO ws-nom-membre
                               MOVE 'O' TO ws-membre-trouve
                               MOVE 'Y' TO fin_fidelite
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fidelite_membres
           END-IF.

       RECHERCHER-COMPTE-CREDIT.
           MOVE 'N' TO ws-compte-trouve
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF cc-client = ws-client-saisi THEN
                               MOVE 'O' TO ws-compte-trouve
                               MOVE 'Y' TO fin_comptes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           END-IF.
       END PROGRAM comptes_credit_boutique.

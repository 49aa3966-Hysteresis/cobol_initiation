       IDENTIFICATION DIVISION.
       PROGRAM-ID. releve_credit.

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
           SELECT mandats_prelevement ASSIGN TO 'mandats_prelevement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mandats.
           SELECT prelevements_recus ASSIGN TO 'prelevements_recus'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-recus.
           SELECT rejets_prelevements ASSIGN TO
               'rejets_prelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rejets.
           SELECT prelevements_postes ASSIGN TO
               'prelevements_postes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-postes.
           SELECT releves ASSIGN TO ws-nom-releve
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-releve.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD comptes_credit.
           COPY cpcomptecredit.
       FD mouvements_credit.
           COPY cpmouvcredit.
       FD mandats_prelevement.
           COPY cpmandprel.
       FD prelevements_recus.
      *>    Meme disposition que dans prelevements_entrants : la
      *>    boutique presente ses prelevements a sa propre banque
      *>    dans le lot que ce batch traite.
       01  prelevement-recu.
           05  pe-compte           PIC 9(6).
           05  pe-creancier        PIC X(13).
           05  pe-montant          PIC 9(7)V99.
           05  pe-reference        PIC X(30).
       FD rejets_prelevements.
      *>    Meme disposition que dans prelevements_entrants, qui
      *>    l'ecrit.
       01  ligne-rejet.
           05  rj-compte           PIC 9(6).
           05  rj-creancier        PIC X(13).
           05  rj-montant          PIC 9(7)V99.
           05  rj-reference        PIC X(30).
           05  rj-code-motif       PIC X(3).
           05  rj-date-rejet       PIC 9(8).
       FD prelevements_postes.
      *>    Meme disposition que dans prelevements_entrants, qui
      *>    l'ecrit.
       01  ligne-poste.
           05  pp-compte           PIC 9(6).
           05  pp-creancier        PIC X(13).
           05  pp-montant          PIC 9(7)V99.
           05  pp-reference        PIC X(30).
           05  pp-date-debit       PIC 9(8).
       FD releves.
       01  ligne-releve PIC X(80).
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-credit PIC XX.
       01  ws-file-status-mouvements PIC XX.
       01  ws-file-status-mandats PIC XX.
       01  ws-file-status-recus PIC XX.
       01  ws-file-status-rejets PIC XX.
       01  ws-file-status-releve PIC XX.
       01  ws-file-status-postes PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_mouvements PIC X VALUE 'N'.
       01  fin_mandats PIC X VALUE 'N'.
       01  fin_rejets PIC X VALUE 'N'.
       01  fin_postes PIC X VALUE 'N'.
       01  fin_recus PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Compte bancaire de la boutique, le meme que celui du
      *>    depot de la recette dans CalculReductions, et son
      *>    identifiant de creancier : un client ne peut etre preleve
      *>    que s'il a signe un mandat a ce nom (gestion des mandats
      *>    au guichet, comme pour tout creancier).
       01  compte-boutique PIC 9(6) VALUE 000777.
       01  creancier-boutique PIC X(13) VALUE 'FR77ZZZ000777'.
      *>    Delai de reglement d'un releve, en jours calendaires.
       01  delai-echeance PIC 9(3) VALUE 15.
       01  ws-nom-releve PIC X(30).
       01  ws-releves-ouverts PIC X VALUE 'N'.
       01  ws-compte-modifie PIC X VALUE 'N'.
       01  ws-mandat-actif PIC X VALUE 'N'.
       01  ws-rejet-trouve PIC X VALUE 'N'.
       01  ws-poste-trouve PIC X VALUE 'N'.
       01  ws-nombre-en-attente PIC 9(5) VALUE ZERO.
      *>    References des prelevements de la boutique traites cette
      *>    nuit (postes ou rejetes), a retirer du lot des
      *>    prelevements recus pour qu'ils ne soient pas presentes
      *>    une seconde fois ; le reste du lot est garde tel quel.
       01  tr-traites.
           05  tr-reference OCCURS 500 TIMES INDEXED BY tr-i
                                    PIC X(30).
       01  tr-nombre PIC 9(4) VALUE ZERO.
       01  tp-lot.
           05  tp-ligne OCCURS 2000 TIMES INDEXED BY tp-i
                                    PIC X(58).
       01  tp-nombre PIC 9(4) VALUE ZERO.
       01  ws-ligne-traitee PIC X VALUE 'N'.
       01  ws-lot-complet PIC X VALUE 'O'.
       01  ws-code-motif PIC X(3).
       01  ws-reference PIC X(30).
       01  ws-mois-releve PIC 9(6).
       01  ws-dernier-mois-releve PIC 9(6).
       01  ws-mois-calcul PIC 9(6).
       01  ws-mois-eclate REDEFINES ws-mois-calcul.
           05  ws-annee-calcul PIC 9(4).
           05  ws-mois-du-calcul PIC 9(2).
       01  ws-mois-mouvement PIC 9(6).
       01  ws-solde-ouverture PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-fin-mois PIC S9(7)V99 VALUE ZERO.
       01  ws-total-periode PIC S9(7)V99 VALUE ZERO.
       01  ws-total-posterieur PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-affiche PIC S9(7)V99
                              SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-nombre-releves PIC 9(5) VALUE ZERO.
       01  ws-nombre-presentes PIC 9(5) VALUE ZERO.
       01  ws-total-presente PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-encaisses PIC 9(5) VALUE ZERO.
       01  ws-total-encaisse PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(5) VALUE ZERO.
       01  ws-montant-depot-banque PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-boutique PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-depot PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Batch des comptes clients de la boutique, passe chaque
      *>    nuit :
      *>    - suivi des prelevements presentes : au plus tot le
      *>      lendemain de la presentation, un prelevement que
      *>      prelevements_entrants a note au fichier des postes est
      *>      encaisse - le du du client baisse et la somme entre au
      *>      compte de la boutique ; un prelevement rejete bloque le
      *>      compte jusqu'au reglement au comptoir ; un prelevement
      *>      ni poste ni rejete reste en cours. Les prelevements
      *>      traites sont retires du lot des prelevements recus ;
      *>    - au premier passage d'un nouveau mois, releve du mois
      *>      ecoule pour chaque compte : solde d'ouverture,
      *>      mouvements, du arrete et echeance. Le du est presente
      *>      au prelevement si le client a son compte chez nous et un
      *>      mandat actif au nom de la boutique, sinon il se regle
      *>      en boutique avant l'echeance.
           DISPLAY "Releves et prelevements des comptes clients"
           CALL 'journal_batch' USING "releve_credit       ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour(1:6) TO ws-mois-calcul
           PERFORM RECULER-D-UN-MOIS
           MOVE ws-mois-calcul TO ws-mois-releve

           MOVE 'N' TO fin_comptes
           OPEN I-O comptes_credit
           IF ws-file-status-credit = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes_credit
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           PERFORM TRAITER-UN-COMPTE-CREDIT
                   END-READ
               END-PERFORM
               CLOSE comptes_credit
           ELSE
               DISPLAY "Aucun fichier comptes_credit_boutique"
           END-IF
           IF ws-releves-ouverts = 'O' THEN
               CLOSE releves
               DISPLAY ws-nombre-releves, " releve(s) dans ",
                           ws-nom-releve
           END-IF

           PERFORM RETIRER-PRELEVEMENTS-TRAITES
           PERFORM DEPOSER-PRELEVEMENTS-ENCAISSES
           DISPLAY "Prelevements presentes : ", ws-nombre-presentes,
                       " pour ", ws-total-presente, " €"
           DISPLAY "Prelevements encaisses : ", ws-nombre-encaisses,
                       " pour ", ws-total-encaisse, " € - rejetes : ",
                       ws-nombre-rejetes, " - en attente : ",
                       ws-nombre-en-attente
           MOVE ws-nombre-releves TO ws-compteur-journal
           CALL 'journal_batch' USING "releve_credit       ", 'F',
               ws-compteur-journal
           GOBACK.

       TRAITER-UN-COMPTE-CREDIT.
           MOVE 'N' TO ws-compte-modifie
           IF cc-prelevement-en-cours
                   AND cc-date-releve < ws-date-du-jour THEN
               PERFORM SUIVRE-PRELEVEMENT
           END-IF
           IF cc-date-releve(1:6) < ws-date-du-jour(1:6) THEN
               PERFORM EDITER-RELEVE-COMPTE
           END-IF
           IF ws-compte-modifie = 'O' THEN
               REWRITE compte-credit-record
           END-IF.

       SUIVRE-PRELEVEMENT.
      *>    Le prelevement presente au releve du cc-date-releve est
      *>    retrouve par sa reference au fichier des rejets ou a
      *>    celui des postes ; sans l'un ni l'autre, il n'a pas
      *>    encore ete traite et rien ne bouge.
           PERFORM CONSTRUIRE-REFERENCE
           MOVE 'N' TO ws-rejet-trouve
           MOVE 'N' TO fin_rejets
           OPEN INPUT rejets_prelevements
           IF ws-file-status-rejets = '00' THEN
               PERFORM UNTIL fin_rejets = 'Y'
                   READ rejets_prelevements
                       AT END
                           MOVE 'Y' TO fin_rejets
                       NOT AT END
                           IF rj-creancier = creancier-boutique
                                   AND rj-reference = ws-reference
                                   THEN
                               MOVE 'O' TO ws-rejet-trouve
                               MOVE rj-code-motif TO ws-code-motif
                               MOVE 'Y' TO fin_rejets
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rejets_prelevements
           END-IF
           IF ws-rejet-trouve = 'N' THEN
               PERFORM CHERCHER-PRELEVEMENT-POSTE
               IF ws-poste-trouve = 'N' THEN
                   ADD 1 TO ws-nombre-en-attente
                   DISPLAY "Prelevement du client ", cc-client,
                               " pas encore traite, reste en cours"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM RETENIR-PRELEVEMENT-TRAITE
           MOVE 'O' TO ws-compte-modifie
           IF ws-rejet-trouve = 'O' THEN
               SET cc-prelevement-rejete TO TRUE
               ADD 1 TO ws-nombre-rejetes
               SET mc-rejet TO TRUE
               MOVE cc-montant-preleve TO mc-montant
               MOVE SPACES TO mc-reference
               STRING "Prelevement rejete motif " DELIMITED BY SIZE
                       ws-code-motif DELIMITED BY SIZE
                   INTO mc-reference
               PERFORM ECRIRE-MOUVEMENT-CREDIT
               DISPLAY "/!\ Prelevement rejete (", ws-code-motif,
                           ") pour le client ", cc-client,
                           " : ventes a credit bloquees"
           ELSE
               SUBTRACT cc-montant-preleve FROM cc-solde
               IF cc-montant-preleve >= cc-reste-du THEN
                   MOVE ZERO TO cc-reste-du
               ELSE
                   SUBTRACT cc-montant-preleve FROM cc-reste-du
               END-IF
               ADD 1 TO ws-nombre-encaisses
               ADD cc-montant-preleve TO ws-total-encaisse
               SET mc-preleve TO TRUE
               COMPUTE mc-montant = ZERO - cc-montant-preleve
               MOVE ws-reference TO mc-reference
               PERFORM ECRIRE-MOUVEMENT-CREDIT
               SET cc-sans-prelevement TO TRUE
               MOVE ZERO TO cc-montant-preleve
           END-IF.

       CHERCHER-PRELEVEMENT-POSTE.
           MOVE 'N' TO ws-poste-trouve
           MOVE 'N' TO fin_postes
           OPEN INPUT prelevements_postes
           IF ws-file-status-postes = '00' THEN
               PERFORM UNTIL fin_postes = 'Y'
                   READ prelevements_postes
                       AT END
                           MOVE 'Y' TO fin_postes
                       NOT AT END
                           IF pp-creancier = creancier-boutique
                                   AND pp-reference = ws-reference
                                   THEN
                               MOVE 'O' TO ws-poste-trouve
                               MOVE 'Y' TO fin_postes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prelevements_postes
           END-IF.

       RETENIR-PRELEVEMENT-TRAITE.
           IF tr-nombre >= 500 THEN
               DISPLAY "/!\ Table des prelevements traites pleine,",
                           " ", ws-reference, " reste au lot"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tr-nombre
           SET tr-i TO tr-nombre
           MOVE ws-reference TO tr-reference(tr-i).

       RETIRER-PRELEVEMENTS-TRAITES.
      *>    Le lot est relu en table sans les lignes de la boutique
      *>    traitees, puis reecrit ; s'il ne tient pas dans la table,
      *>    il est laisse intact.
           IF tr-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO tp-nombre
           MOVE 'O' TO ws-lot-complet
           MOVE 'N' TO fin_recus
           OPEN INPUT prelevements_recus
           IF ws-file-status-recus NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_recus = 'Y'
               READ prelevements_recus
                   AT END
                       MOVE 'Y' TO fin_recus
                   NOT AT END
                       PERFORM GARDER-LIGNE-LOT
               END-READ
           END-PERFORM
           CLOSE prelevements_recus
           IF ws-lot-complet = 'N' THEN
               DISPLAY "/!\ Lot prelevements_recus trop long, les",
                           " prelevements traites n'en sont pas",
                           " retires"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT prelevements_recus
           PERFORM VARYING tp-i FROM 1 BY 1 UNTIL tp-i > tp-nombre
               MOVE tp-ligne(tp-i) TO prelevement-recu
               WRITE prelevement-recu
               END-WRITE
           END-PERFORM
           CLOSE prelevements_recus.

       GARDER-LIGNE-LOT.
           MOVE 'N' TO ws-ligne-traitee
           IF pe-creancier = creancier-boutique THEN
               PERFORM VARYING tr-i FROM 1 BY 1
                       UNTIL tr-i > tr-nombre
                   IF tr-reference(tr-i) = pe-reference THEN
                       MOVE 'O' TO ws-ligne-traitee
                   END-IF
               END-PERFORM
           END-IF
           IF ws-ligne-traitee = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           IF tp-nombre >= 2000 THEN
               MOVE 'N' TO ws-lot-complet
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tp-nombre
           SET tp-i TO tp-nombre
           MOVE prelevement-recu TO tp-ligne(tp-i).

       EDITER-RELEVE-COMPTE.
      *>    Releve des mois non encore edites jusqu'au mois ecoule :
      *>    le dernier releve couvrait le mois precedant sa date.
      *>    Le solde de fin de mois se deduit du du courant moins
      *>    les mouvements posterieurs (ceux du mois en cours).
           MOVE cc-date-releve(1:6) TO ws-mois-calcul
           PERFORM RECULER-D-UN-MOIS
           MOVE ws-mois-calcul TO ws-dernier-mois-releve
           IF ws-releves-ouverts = 'N' THEN
               PERFORM OUVRIR-RELEVES
           END-IF
           ADD 1 TO ws-nombre-releves
           MOVE ZERO TO ws-total-periode
           MOVE ZERO TO ws-total-posterieur
           MOVE SPACES TO ligne-releve
           WRITE ligne-releve
           MOVE SPACES TO ligne-releve
           STRING "Client " DELIMITED BY SIZE
                   cc-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cc-nom DELIMITED BY SIZE
                   " - plafond " DELIMITED BY SIZE
                   cc-plafond DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           PERFORM CUMULER-MOUVEMENTS-RELEVE
           COMPUTE ws-solde-fin-mois = cc-solde - ws-total-posterieur
           COMPUTE ws-solde-ouverture =
                   ws-solde-fin-mois - ws-total-periode
           MOVE ws-solde-ouverture TO ws-montant-affiche
           MOVE SPACES TO ligne-releve
           STRING "  Solde precedent     " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           PERFORM LISTER-MOUVEMENTS-RELEVE
           MOVE ws-solde-fin-mois TO ws-montant-affiche
           MOVE SPACES TO ligne-releve
           STRING "  Du au " DELIMITED BY SIZE
                   ws-mois-releve DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           MOVE 'O' TO ws-compte-modifie
           MOVE ws-date-du-jour TO cc-date-releve
           IF ws-solde-fin-mois > ZERO THEN
               MOVE ws-solde-fin-mois TO cc-reste-du
               COMPUTE cc-date-echeance = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                       + delai-echeance)
               PERFORM REGLER-LE-RELEVE
           ELSE
               MOVE ZERO TO cc-reste-du
               MOVE ZERO TO cc-date-echeance
               MOVE SPACES TO ligne-releve
               STRING "  Rien a regler ce mois-ci" DELIMITED BY SIZE
                   INTO ligne-releve
               WRITE ligne-releve
           END-IF.

       REGLER-LE-RELEVE.
      *>    Un prelevement deja en cours ou rejete n'est pas double :
      *>    le du se regle alors au comptoir.
           MOVE 'N' TO ws-mandat-actif
           IF cc-compte-bancaire NOT = ZERO
                   AND cc-sans-prelevement THEN
               PERFORM CONTROLER-MANDAT-BOUTIQUE
           END-IF
           IF ws-mandat-actif = 'O' THEN
               PERFORM PRESENTER-PRELEVEMENT
               MOVE SPACES TO ligne-releve
               STRING "  Preleve sur votre compte " DELIMITED BY SIZE
                       cc-compte-bancaire DELIMITED BY SIZE
                       " sous quelques jours" DELIMITED BY SIZE
                   INTO ligne-releve
               WRITE ligne-releve
           ELSE
               MOVE SPACES TO ligne-releve
               STRING "  A regler en boutique avant le "
                       DELIMITED BY SIZE
                       cc-date-echeance DELIMITED BY SIZE
                   INTO ligne-releve
               WRITE ligne-releve
           END-IF
           IF cc-prelevement-rejete THEN
               MOVE SPACES TO ligne-releve
               STRING "  Prelevement precedent rejete : ventes a"
                       DELIMITED BY SIZE
                       " credit suspendues" DELIMITED BY SIZE
                   INTO ligne-releve
               WRITE ligne-releve
           END-IF.

       PRESENTER-PRELEVEMENT.
      *>    Le du est ajoute au lot des prelevements recus, traite
      *>    par prelevements_entrants contre le mandat et la
      *>    provision du client comme pour tout autre creancier.
           PERFORM CONSTRUIRE-REFERENCE
           OPEN EXTEND prelevements_recus
           IF ws-file-status-recus = '35' THEN
               OPEN OUTPUT prelevements_recus
           END-IF
           MOVE cc-compte-bancaire TO pe-compte
           MOVE creancier-boutique TO pe-creancier
           MOVE cc-reste-du TO pe-montant
           MOVE ws-reference TO pe-reference
           WRITE prelevement-recu
           END-WRITE
           CLOSE prelevements_recus
           SET cc-prelevement-en-cours TO TRUE
           MOVE cc-reste-du TO cc-montant-preleve
           ADD 1 TO ws-nombre-presentes
           ADD cc-reste-du TO ws-total-presente.

       CONSTRUIRE-REFERENCE.
      *>    Une reference par client et par releve.
           MOVE SPACES TO ws-reference
           STRING "CPT CLIENT " DELIMITED BY SIZE
                   cc-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cc-date-releve DELIMITED BY SIZE
               INTO ws-reference.

       CONTROLER-MANDAT-BOUTIQUE.
           MOVE 'N' TO fin_mandats
           OPEN INPUT mandats_prelevement
           IF ws-file-status-mandats = '00' THEN
               PERFORM UNTIL fin_mandats = 'Y'
                   READ mandats_prelevement
                       AT END
                           MOVE 'Y' TO fin_mandats
                       NOT AT END
                           IF mp-compte = cc-compte-bancaire
                                   AND mp-creancier
                                       = creancier-boutique
                                   AND mp-actif THEN
                               MOVE 'O' TO ws-mandat-actif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats_prelevement
           END-IF.

       CUMULER-MOUVEMENTS-RELEVE.
      *>    Seuls les ventes, reglements et prelevements encaisses
      *>    bougent le du ; un rejet est pour memoire.
           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_credit
           IF ws-file-status-mouvements = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_credit
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           IF mc-client = cc-client
                                   AND NOT mc-rejet THEN
                               MOVE mc-date(1:6) TO ws-mois-mouvement
                               PERFORM CLASSER-MOUVEMENT-RELEVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_credit
           END-IF.

       CLASSER-MOUVEMENT-RELEVE.
           IF ws-mois-mouvement > ws-mois-releve THEN
               ADD mc-montant TO ws-total-posterieur
           ELSE
               IF ws-mois-mouvement > ws-dernier-mois-releve THEN
                   ADD mc-montant TO ws-total-periode
               END-IF
           END-IF.

       LISTER-MOUVEMENTS-RELEVE.
           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_credit
           IF ws-file-status-mouvements = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_credit
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           MOVE mc-date(1:6) TO ws-mois-mouvement
                           IF mc-client = cc-client
                                   AND ws-mois-mouvement
                                       > ws-dernier-mois-releve
                                   AND ws-mois-mouvement
                                       <= ws-mois-releve THEN
                               PERFORM ECRIRE-LIGNE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_credit
           END-IF.

       ECRIRE-LIGNE-MOUVEMENT.
           MOVE mc-montant TO ws-montant-affiche
           MOVE SPACES TO ligne-releve
           EVALUATE TRUE
               WHEN mc-vente
                   STRING "  " DELIMITED BY SIZE
                           mc-date DELIMITED BY SIZE
                           " ticket " DELIMITED BY SIZE
                           mc-ticket DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ws-montant-affiche DELIMITED BY SIZE
                       INTO ligne-releve
               WHEN mc-rejet
                   STRING "  " DELIMITED BY SIZE
                           mc-date DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           mc-reference DELIMITED BY SIZE
                       INTO ligne-releve
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                           mc-date DELIMITED BY SIZE
                           " reglement     " DELIMITED BY SIZE
                           ws-montant-affiche DELIMITED BY SIZE
                       INTO ligne-releve
           END-EVALUATE
           WRITE ligne-releve
           END-WRITE.

       ECRIRE-MOUVEMENT-CREDIT.
           OPEN EXTEND mouvements_credit
           IF ws-file-status-mouvements = '35' THEN
               OPEN OUTPUT mouvements_credit
           END-IF
           MOVE cc-client TO mc-client
           MOVE ws-date-du-jour TO mc-date
           MOVE ZERO TO mc-ticket
           MOVE ZERO TO mc-caisse
           MOVE SPACES TO mc-caissier
           WRITE mouvement-credit-record
           END-WRITE
           CLOSE mouvements_credit.

       OUVRIR-RELEVES.
           MOVE SPACES TO ws-nom-releve
           STRING "releves_credit_" DELIMITED BY SIZE
                   ws-mois-releve DELIMITED BY SIZE
               INTO ws-nom-releve
           OPEN OUTPUT releves
           MOVE 'O' TO ws-releves-ouverts
           MOVE SPACES TO ligne-releve
           STRING "RELEVES DES COMPTES CLIENTS DU MOIS "
                   DELIMITED BY SIZE
                   ws-mois-releve DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve.

       RECULER-D-UN-MOIS.
           IF ws-mois-du-calcul = 1 THEN
               SUBTRACT 1 FROM ws-annee-calcul
               MOVE 12 TO ws-mois-du-calcul
           ELSE
               SUBTRACT 1 FROM ws-mois-du-calcul
           END-IF.

       DEPOSER-PRELEVEMENTS-ENCAISSES.
      *>    Les prelevements encaisses de la nuit entrent en un seul
      *>    mouvement au compte de la boutique, par le meme circuit
      *>    transaction que la recette de caisse.
           IF ws-total-encaisse = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible,",
                           " prelevements encaisses non deposes"
               EXIT PARAGRAPH
           END-IF
           MOVE compte-boutique TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte boutique ", compte-boutique,
                               " inconnu, prelevements non deposes"
               NOT INVALID KEY
                   MOVE ws-total-encaisse TO ws-montant-depot-banque
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde =
                           compte-solde + ws-montant-depot-banque
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING "releve_credi",
                       "PRELEV  ", compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-boutique
                   MOVE SPACES TO ws-memo-depot
                   STRING "Prelevements clients " DELIMITED BY SIZE
                           ws-date-du-jour DELIMITED BY SIZE
                       INTO ws-memo-depot
                   CALL 'transaction' USING "D", compte-boutique,
                       ws-montant-depot-banque, ws-solde-boutique,
                       ws-memo-depot, SPACES, "PRELEV  "
                   DISPLAY "--> ", ws-total-encaisse, " € deposes",
                               " sur le compte ", compte-boutique
           END-READ
           CLOSE comptes.
       END PROGRAM releve_credit.

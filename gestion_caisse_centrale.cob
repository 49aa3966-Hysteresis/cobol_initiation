           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT stocks_devises ASSIGN TO 'stocks_devises'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-stocks.
           SELECT caisses_devises ASSIGN TO 'caisses_devises'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tiroirs.
           SELECT operations_change ASSIGN TO 'operations_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-change.
           SELECT precommandes_especes ASSIGN TO 'precommandes_especes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-precommandes.
           SELECT code_agence ASSIGN TO 'code_agence'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-agence.

       DATA DIVISION.
       FILE SECTION.
           05  cfd-statut          PIC X(1).
               88  cfd-commandee   VALUE 'C'.
               88  cfd-servie      VALUE 'S'.
      *>    Part de la livraison destinee aux precommandes d'especes
      *>    des clients pour la date de livraison.
           05  cfd-precommandes    PIC 9(9)V99.
       FD caisses.
           COPY cpcaisse.
       FD mouvements_jour.
           COPY cphist.
       FD stocks_devises.
           COPY cpstockdev.
       FD caisses_devises.
           COPY cpcaissedev.
       FD operations_change.
           COPY cpchange.
       FD precommandes_especes.
           COPY cpprecommande.
       FD code_agence.
      *>    Fichier de poste d'une seule ligne : le code de l'agence
      *>    de ce poste ("001" a defaut), reporte sur chaque tiroir.
       01  code-agence-record.
           05  ca-code PIC X(3).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-guichetier PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-montant-saisi PIC 9(7)V99.
       01  ws-sens-transfert PIC X.
       01  ws-coffre-trouve PIC X VALUE 'N'.
       01  ws-ecart-preuve PIC S9(9)V99
                           SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-complement PIC 9(9)V99 VALUE ZERO.
      *>    Billets etrangers : stock du coffre par devise, transferts
      *>    en devise vers les tiroirs, preuve de cloture devise par
      *>    devise contre les achats et ventes du change au guichet.
       01  ws-file-status-stocks PIC XX.
       01  ws-file-status-tiroirs PIC XX.
       01  ws-file-status-agence PIC XX.
       01  ws-code-agence PIC X(3) VALUE "001".
       01  ws-file-status-change PIC XX.
       01  fin_stocks PIC X VALUE 'N'.
       01  fin_tiroirs PIC X VALUE 'N'.
       01  fin_change PIC X VALUE 'N'.
       01  ws-devise-transfert PIC X(3) VALUE "EUR".
       01  ws-devise-saisie PIC X(3).
       01  ws-stock-suffisant PIC X VALUE 'N'.
       01  ws-tiroir-trouve PIC X VALUE 'N'.
       01  table-devises-coffre.
           05  dc-entry OCCURS 20 TIMES INDEXED BY dc-i.
               10  dc-devise           PIC X(3).
               10  dc-total-veille     PIC 9(9)V99.
               10  dc-veille-connue    PIC X.
               10  dc-tiroirs          PIC 9(9)V99.
               10  dc-achats           PIC 9(9)V99.
               10  dc-ventes           PIC 9(9)V99.
       01  dc-nombre PIC 9(2) VALUE ZERO.
       01  ws-attendu-devise PIC S9(9)V99
                             SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-ecart-devise PIC S9(9)V99
                           SIGN LEADING SEPARATE VALUE ZERO.

      *>    Precommandes d'especes reservees pour une date : le
      *>    coffre doit les couvrir en plus de sa limite basse, et le
      *>    transporteur recoit le panachage des billets demandes.
       01  ws-file-status-precommandes PIC XX.
       01  fin_precommandes PIC X VALUE 'N'.
       01  ws-date-livraison PIC 9(8) VALUE ZERO.
       01  ws-total-precommandes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-precommandes PIC 9(4) VALUE ZERO.
       01  ws-besoin-livraison PIC S9(9)V99 VALUE ZERO.
       01  ws-montant-conseille PIC 9(9)V99 VALUE ZERO.
       01  ws-limite-basse-coffre PIC 9(9)V99 VALUE ZERO.
       01  valeurs-billets.
           05  FILLER PIC 9(3) VALUE 500.
           05  FILLER PIC 9(3) VALUE 200.
           05  FILLER PIC 9(3) VALUE 100.
           05  FILLER PIC 9(3) VALUE 50.
           05  FILLER PIC 9(3) VALUE 20.
           05  FILLER PIC 9(3) VALUE 10.
           05  FILLER PIC 9(3) VALUE 5.
       01  table-billets REDEFINES valeurs-billets.
           05  billet-valeur OCCURS 7 TIMES INDEXED BY bv-i
               PIC 9(3).
       01  ws-billets-precommandes.
           05  ws-billets-a-livrer PIC 9(6) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
      *>    Tenue du coffre de l'agence, pendant de gestion_caisse
           WRITE caisse-centrale-record
           END-WRITE
           CLOSE caisse_centrale
           DISPLAY "--> Coffre ouvert avec ", ws-montant-saisi, " €"
           PERFORM OUVRIR-STOCKS-DEVISES.

       OUVRIR-STOCKS-DEVISES.
           MOVE "XXX" TO ws-devise-saisie
           PERFORM UNTIL ws-devise-saisie = SPACES
               DISPLAY "Stock en devise - code devise (vide pour",
                           " terminer) :"
               ACCEPT ws-devise-saisie
               IF ws-devise-saisie NOT = SPACES
                       AND ws-devise-saisie NOT = "EUR" THEN
                   DISPLAY "Stock d'ouverture en ", ws-devise-saisie,
                               " :"
                   ACCEPT ws-montant-saisi
                   OPEN EXTEND stocks_devises
                   IF ws-file-status-stocks = '35' THEN
                       OPEN OUTPUT stocks_devises
                   END-IF
                   MOVE ws-date-du-jour TO sdv-date
                   MOVE ws-devise-saisie TO sdv-devise
                   MOVE ws-montant-saisi TO sdv-stock-ouverture
                   MOVE ws-montant-saisi TO sdv-stock-courant
                   MOVE ZERO TO sdv-total-cloture
                   SET sdv-ouverte TO TRUE
                   WRITE stock-devise-record
                   END-WRITE
                   CLOSE stocks_devises
               END-IF
           END-PERFORM.

       TRANSFERER-ESPECES.
      *>    Les deux parties signent : l'identifiant du guichetier
      *>    qui tient le tiroir, et le code du superviseur detenteur
      *>    de la cle, verifie et journalise par
      *>    autoriser_superviseur.
           CALL 'authentifier_operateur' USING 'C', ws-guichetier,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Devise des billets (vide = EUR) :"
           ACCEPT ws-devise-transfert
           IF ws-devise-transfert = SPACES THEN
               MOVE "EUR" TO ws-devise-transfert
           END-IF
           DISPLAY "Montant du transfert :"
           ACCEPT ws-montant-saisi
           CALL 'autoriser_superviseur' USING "TRANSF COFFR",
               DISPLAY "/!\ Transfert refuse (signature coffre)"
               EXIT PARAGRAPH
           END-IF
           IF ws-devise-transfert NOT = "EUR" THEN
               PERFORM TRANSFERER-DEVISES
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLIQUER-AU-STOCK
           IF ws-coffre-trouve = 'N' THEN
               DISPLAY "/!\ Aucune journee de coffre ouverte,",
           MOVE ws-guichetier TO trc-guichetier
           MOVE ws-id-superviseur TO trc-superviseur
           MOVE ws-montant-saisi TO trc-montant
           MOVE ws-devise-transfert TO trc-devise
           WRITE transfert-caisse-record
           END-WRITE
           CLOSE transferts_caisse.

       TRANSFERER-DEVISES.
      *>    Les billets etrangers passent du stock de la devise au
      *>    coffre (stocks_devises) au tiroir du guichetier
      *>    (caisses_devises), ou l'inverse ; la partie qui cede doit
      *>    detenir les billets. Les limites et la commande au
      *>    transporteur ne concernent que les euros.
           PERFORM CONTROLER-STOCK-DEVISE
           IF ws-stock-suffisant = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLIQUER-AU-STOCK-DEVISE
           PERFORM APPLIQUER-AU-TIROIR-DEVISE
           PERFORM JOURNALISER-TRANSFERT
           DISPLAY "--> Transfert de ", ws-montant-saisi, " ",
                       ws-devise-transfert, " passe, stock du",
                       " coffre : ", ws-stock-apres, " ",
                       ws-devise-transfert.

       CONTROLER-STOCK-DEVISE.
           MOVE 'N' TO ws-stock-suffisant
           MOVE 'N' TO ws-coffre-trouve
           MOVE 'N' TO ws-tiroir-trouve
           MOVE 'N' TO fin_stocks
           OPEN INPUT stocks_devises
           IF ws-file-status-stocks = '00' THEN
               PERFORM UNTIL fin_stocks = 'Y'
                   READ stocks_devises
                       AT END
                           MOVE 'Y' TO fin_stocks
                       NOT AT END
                           IF sdv-date = ws-date-du-jour
                                   AND sdv-devise = ws-devise-transfert
                                   AND sdv-ouverte THEN
                               MOVE 'O' TO ws-coffre-trouve
                               IF ws-sens-transfert = 'R'
                                   OR sdv-stock-courant
                                       >= ws-montant-saisi THEN
                                   MOVE 'O' TO ws-stock-suffisant
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stocks_devises
           END-IF
           IF ws-coffre-trouve = 'N' THEN
               DISPLAY "/!\ Aucun stock ", ws-devise-transfert,
                           " ouvert au coffre aujourd'hui"
               MOVE 'N' TO ws-stock-suffisant
               EXIT PARAGRAPH
           END-IF
           IF ws-stock-suffisant = 'N' THEN
               DISPLAY "/!\ Stock du coffre insuffisant en ",
                           ws-devise-transfert
               EXIT PARAGRAPH
           END-IF
           IF ws-sens-transfert = 'R' THEN
               MOVE 'N' TO ws-stock-suffisant
               MOVE 'N' TO fin_tiroirs
               OPEN INPUT caisses_devises
               IF ws-file-status-tiroirs = '00' THEN
                   PERFORM UNTIL fin_tiroirs = 'Y'
                       READ caisses_devises
                           AT END
                               MOVE 'Y' TO fin_tiroirs
                           NOT AT END
                               IF cdv-date = ws-date-du-jour
                                       AND cdv-guichetier
                                           = ws-guichetier
                                       AND cdv-devise
                                           = ws-devise-transfert
                                       AND cdv-ouverte
                                       AND cdv-stock-courant
                                           >= ws-montant-saisi THEN
                                   MOVE 'O' TO ws-stock-suffisant
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE caisses_devises
               END-IF
               IF ws-stock-suffisant = 'N' THEN
                   DISPLAY "/!\ Le tiroir de ", ws-guichetier,
                               " ne detient pas ce montant en ",
                               ws-devise-transfert
               END-IF
           END-IF.

       APPLIQUER-AU-STOCK-DEVISE.
           MOVE 'N' TO fin_stocks
           OPEN I-O stocks_devises
           IF ws-file-status-stocks = '00' THEN
               PERFORM UNTIL fin_stocks = 'Y'
                   READ stocks_devises
                       AT END
                           MOVE 'Y' TO fin_stocks
                       NOT AT END
                           IF sdv-date = ws-date-du-jour
                                   AND sdv-devise = ws-devise-transfert
                                   AND sdv-ouverte THEN
                               IF ws-sens-transfert = 'T' THEN
                                   SUBTRACT ws-montant-saisi
                                       FROM sdv-stock-courant
                               ELSE
                                   ADD ws-montant-saisi
                                       TO sdv-stock-courant
                               END-IF
                               REWRITE stock-devise-record
                               MOVE sdv-stock-courant
                                   TO ws-stock-apres
                               MOVE 'Y' TO fin_stocks
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stocks_devises
           END-IF.

       APPLIQUER-AU-TIROIR-DEVISE.
      *>    Un tiroir qui recoit une devise pour la premiere fois de
      *>    la journee en ouvre la ligne, a fond nul.
           MOVE 'N' TO ws-tiroir-trouve
           MOVE 'N' TO fin_tiroirs
           OPEN I-O caisses_devises
           IF ws-file-status-tiroirs = '00' THEN
               PERFORM UNTIL fin_tiroirs = 'Y'
                   READ caisses_devises
                       AT END
                           MOVE 'Y' TO fin_tiroirs
                       NOT AT END
                           IF cdv-date = ws-date-du-jour
                                   AND cdv-guichetier = ws-guichetier
                                   AND cdv-devise = ws-devise-transfert
                                   AND cdv-ouverte THEN
                               IF ws-sens-transfert = 'T' THEN
                                   ADD ws-montant-saisi
                                       TO cdv-stock-courant
                               ELSE
                                   SUBTRACT ws-montant-saisi
                                       FROM cdv-stock-courant
                               END-IF
                               REWRITE caisse-devise-record
                               MOVE 'O' TO ws-tiroir-trouve
                               MOVE 'Y' TO fin_tiroirs
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_devises
           END-IF
           IF ws-tiroir-trouve = 'N' THEN
               PERFORM LIRE-CODE-AGENCE
               OPEN EXTEND caisses_devises
               IF ws-file-status-tiroirs = '35' THEN
                   OPEN OUTPUT caisses_devises
               END-IF
               MOVE ws-date-du-jour TO cdv-date
               MOVE ws-guichetier TO cdv-guichetier
               MOVE ws-devise-transfert TO cdv-devise
               MOVE ZERO TO cdv-fond-ouverture
               MOVE ws-montant-saisi TO cdv-stock-courant
               MOVE ZERO TO cdv-billets-comptes
               MOVE ZERO TO cdv-ecart
               SET cdv-ouverte TO TRUE
               MOVE ws-code-agence TO cdv-agence
               WRITE caisse-devise-record
               END-WRITE
               CLOSE caisses_devises
           END-IF.

       LIRE-CODE-AGENCE.
           OPEN INPUT code_agence
           IF ws-file-status-agence = '00' THEN
               READ code_agence
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ca-code TO ws-code-agence
               END-READ
               CLOSE code_agence
           END-IF.

       CONTROLER-LIMITES.
      *>    Un stock sorti de sa fourchette appelle le transporteur :
      *>    livraison pour remonter a la limite basse, enlevement
      *>    pour redescendre a la limite haute. Les precommandes
      *>    d'especes encore a servir dans la journee s'ajoutent a la
      *>    limite basse.
           MOVE ws-date-du-jour TO ws-date-livraison
           PERFORM CUMULER-PRECOMMANDES
           IF ws-stock-apres < ccv-limite-basse + ws-total-precommandes
                   THEN
               COMPUTE ws-complement = ccv-limite-basse
                       + ws-total-precommandes - ws-stock-apres
               DISPLAY "/!\ Stock sous la limite basse (",
                           ccv-limite-basse, " €) : commander une",
                           " livraison de ", ws-complement, " €"
           END-IF.

       COMMANDER-FONDS.
      *>    La commande vaut pour une date de livraison : les
      *>    precommandes d'especes reservees pour ce jour-la sont
      *>    comptees et leur panachage affiche, et une livraison est
      *>    conseillee pour les couvrir en plus de la limite basse.
           DISPLAY "Date de livraison (AAAAMMJJ, 0 = aujourd'hui) :"
           ACCEPT ws-date-livraison
           IF ws-date-livraison = ZERO THEN
               MOVE ws-date-du-jour TO ws-date-livraison
           END-IF
           PERFORM CUMULER-PRECOMMANDES
           MOVE ZERO TO ws-montant-conseille
           IF ws-nombre-precommandes > ZERO THEN
               PERFORM CONSEILLER-LIVRAISON
           END-IF
           DISPLAY "Livraison (L) ou enlevement (E) ?"
           ACCEPT cfd-sens
           IF NOT cfd-enlevement THEN
               SET cfd-livraison TO TRUE
           END-IF
           DISPLAY "Montant de la commande (0 = montant conseille) :"
           ACCEPT cfd-montant
           IF cfd-montant = ZERO AND cfd-livraison THEN
               MOVE ws-montant-conseille TO cfd-montant
           END-IF
           IF cfd-montant = ZERO THEN
               DISPLAY "/!\ Commande sans montant, abandonnee"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-date-livraison TO cfd-date
           MOVE ZERO TO cfd-precommandes
           IF cfd-livraison THEN
               MOVE ws-total-precommandes TO cfd-precommandes
           END-IF
           SET cfd-commandee TO TRUE
           OPEN EXTEND commandes_fonds
           IF ws-file-status-commandes = '35' THEN
           END-WRITE
           CLOSE commandes_fonds
           DISPLAY "--> Commande passee au transporteur (",
                       cfd-sens, " ", cfd-montant, " € le ",
                       cfd-date, ")".

       CUMULER-PRECOMMANDES.
           MOVE ZERO TO ws-total-precommandes
           MOVE ZERO TO ws-nombre-precommandes
           INITIALIZE ws-billets-precommandes
           MOVE 'N' TO fin_precommandes
           OPEN INPUT precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-reservee
                                   AND pco-date-retrait
                                       = ws-date-livraison THEN
                               PERFORM CUMULER-UNE-PRECOMMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF.

       CUMULER-UNE-PRECOMMANDE.
           ADD 1 TO ws-nombre-precommandes
           ADD pco-montant TO ws-total-precommandes
           PERFORM VARYING bv-i FROM 1 BY 1 UNTIL bv-i > 7
               ADD pco-nombre-billets(bv-i)
                   TO ws-billets-a-livrer(bv-i)
           END-PERFORM.

       CONSEILLER-LIVRAISON.
      *>    Le stock de reference est celui du coffre ouvert
      *>    aujourd'hui : c'est ce qui restera le jour de la
      *>    livraison, faute de mieux.
           DISPLAY "Precommandes d'especes pour le ", ws-date-livraison,
                       " : ", ws-nombre-precommandes, " pour ",
                       ws-total-precommandes, " €"
           PERFORM VARYING bv-i FROM 1 BY 1 UNTIL bv-i > 7
               IF ws-billets-a-livrer(bv-i) > ZERO THEN
                   DISPLAY "       ", ws-billets-a-livrer(bv-i),
                               " billets de ", billet-valeur(bv-i),
                               " €"
               END-IF
           END-PERFORM
           PERFORM LIRE-COFFRE-DU-JOUR
           IF ws-coffre-trouve = 'N' THEN
               DISPLAY "/!\ Aucune journee de coffre ouverte, stock",
                           " inconnu"
               MOVE ZERO TO ws-stock-apres
               MOVE ZERO TO ws-limite-basse-coffre
           END-IF
           COMPUTE ws-besoin-livraison = ws-limite-basse-coffre
                   + ws-total-precommandes - ws-stock-apres
           IF ws-besoin-livraison > ZERO THEN
               MOVE ws-besoin-livraison TO ws-montant-conseille
               DISPLAY "Livraison conseillee : ", ws-montant-conseille,
                           " € (stock ", ws-stock-apres,
                           " €, limite basse ",
                           ws-limite-basse-coffre, " €)"
           ELSE
               DISPLAY "Le stock du coffre couvre les",
                           " precommandes"
           END-IF.

       LIRE-COFFRE-DU-JOUR.
           MOVE 'N' TO ws-coffre-trouve
           MOVE 'N' TO fin_centrale
           OPEN INPUT caisse_centrale
           IF ws-file-status-centrale = '00' THEN
               PERFORM UNTIL fin_centrale = 'Y'
                   READ caisse_centrale
                       AT END
                           MOVE 'Y' TO fin_centrale
                       NOT AT END
                           IF ccv-date = ws-date-du-jour
                                   AND ccv-ouverte THEN
                               MOVE ccv-stock-courant
                                   TO ws-stock-apres
                               MOVE ccv-limite-basse
                                   TO ws-limite-basse-coffre
                               MOVE 'O' TO ws-coffre-trouve
                               MOVE 'Y' TO fin_centrale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisse_centrale
           END-IF.

       PROUVER-LA-CLOTURE.
      *>    Preuve de fin de journee : coffre plus tiroirs doit
           END-IF
           IF ws-coffre-trouve = 'N' THEN
               DISPLAY "/!\ Aucune journee de coffre ouverte"
           END-IF
           PERFORM PROUVER-LES-DEVISES.

       PROUVER-LES-DEVISES.
      *>    Meme preuve, devise par devise et en unites de la devise :
      *>    coffre plus tiroirs doit egaler le total arrete la veille
      *>    plus les billets achetes moins les billets vendus au
      *>    change du jour. Les transferts coffre/tiroir s'annulent.
           MOVE ZERO TO dc-nombre
           PERFORM CUMULER-TIROIRS-DEVISES
           PERFORM CUMULER-CHANGE-DU-JOUR
           MOVE 'N' TO fin_stocks
           OPEN INPUT stocks_devises
           IF ws-file-status-stocks = '00' THEN
               PERFORM UNTIL fin_stocks = 'Y'
                   READ stocks_devises
                       AT END
                           MOVE 'Y' TO fin_stocks
                       NOT AT END
                           IF sdv-date < ws-date-du-jour
                                   AND sdv-fermee THEN
                               MOVE sdv-devise TO ws-devise-saisie
                               PERFORM LOCALISER-DEVISE-COFFRE
                               MOVE sdv-total-cloture
                                   TO dc-total-veille(dc-i)
                               MOVE 'O' TO dc-veille-connue(dc-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stocks_devises
           END-IF
           MOVE 'N' TO fin_stocks
           OPEN I-O stocks_devises
           IF ws-file-status-stocks = '00' THEN
               PERFORM UNTIL fin_stocks = 'Y'
                   READ stocks_devises
                       AT END
                           MOVE 'Y' TO fin_stocks
                       NOT AT END
                           IF sdv-date = ws-date-du-jour
                                   AND sdv-ouverte THEN
                               PERFORM ARRETER-UNE-DEVISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stocks_devises
           END-IF.

       ARRETER-UNE-DEVISE.
           MOVE sdv-devise TO ws-devise-saisie
           PERFORM LOCALISER-DEVISE-COFFRE
           COMPUTE sdv-total-cloture =
                   sdv-stock-courant + dc-tiroirs(dc-i)
           SET sdv-fermee TO TRUE
           REWRITE stock-devise-record
           IF dc-veille-connue(dc-i) = 'O' THEN
               COMPUTE ws-attendu-devise = dc-total-veille(dc-i)
                       + dc-achats(dc-i) - dc-ventes(dc-i)
               COMPUTE ws-ecart-devise =
                       sdv-total-cloture - ws-attendu-devise
               DISPLAY sdv-devise, " coffre + tiroirs : ",
                   sdv-total-cloture, "  Attendu : ",
                   ws-attendu-devise, "  Ecart : ", ws-ecart-devise
           ELSE
               DISPLAY sdv-devise, " coffre + tiroirs : ",
                   sdv-total-cloture,
                   " (pas de total de veille : premiere cloture)"
           END-IF.

       LOCALISER-DEVISE-COFFRE.
           SET dc-i TO 1
           SEARCH dc-entry
               AT END
                   SET dc-i TO dc-nombre
               WHEN dc-i > dc-nombre
                   CONTINUE
               WHEN dc-devise(dc-i) = ws-devise-saisie
                   CONTINUE
           END-SEARCH
           IF dc-i > dc-nombre THEN
               ADD 1 TO dc-nombre
               SET dc-i TO dc-nombre
               MOVE ws-devise-saisie TO dc-devise(dc-i)
               MOVE ZERO TO dc-total-veille(dc-i)
               MOVE 'N' TO dc-veille-connue(dc-i)
               MOVE ZERO TO dc-tiroirs(dc-i)
               MOVE ZERO TO dc-achats(dc-i)
               MOVE ZERO TO dc-ventes(dc-i)
           END-IF.

       CUMULER-TIROIRS-DEVISES.
      *>    Un tiroir deja ferme compte pour ses billets comptes, un
      *>    tiroir encore ouvert pour son stock courant.
           MOVE 'N' TO fin_tiroirs
           OPEN INPUT caisses_devises
           IF ws-file-status-tiroirs = '00' THEN
               PERFORM UNTIL fin_tiroirs = 'Y'
                   READ caisses_devises
                       AT END
                           MOVE 'Y' TO fin_tiroirs
                       NOT AT END
                           IF cdv-date = ws-date-du-jour THEN
                               MOVE cdv-devise TO ws-devise-saisie
                               PERFORM LOCALISER-DEVISE-COFFRE
                               IF cdv-fermee THEN
                                   ADD cdv-billets-comptes
                                       TO dc-tiroirs(dc-i)
                               ELSE
                                   ADD cdv-stock-courant
                                       TO dc-tiroirs(dc-i)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_devises
           END-IF.

       CUMULER-CHANGE-DU-JOUR.
           MOVE 'N' TO fin_change
           OPEN INPUT operations_change
           IF ws-file-status-change = '00' THEN
               PERFORM UNTIL fin_change = 'Y'
                   READ operations_change
                       AT END
                           MOVE 'Y' TO fin_change
                       NOT AT END
                           IF chg-date = ws-date-du-jour THEN
                               MOVE chg-devise TO ws-devise-saisie
                               PERFORM LOCALISER-DEVISE-COFFRE
                               IF chg-achat THEN
                                   ADD chg-montant-devise
                                       TO dc-achats(dc-i)
                               ELSE
                                   ADD chg-montant-devise
                                       TO dc-ventes(dc-i)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operations_change
           END-IF.

       ARRETER-LA-JOURNEE.

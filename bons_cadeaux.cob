           SELECT rapport_bons ASSIGN TO 'rapport_bons_cadeaux'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT reglements_tickets ASSIGN TO 'reglements_tickets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.

       DATA DIVISION.
       FILE SECTION.
           COPY cpcompte.
       FD rapport_bons.
       01  ligne-rapport PIC X(100).
       FD reglements_tickets.
           COPY cpregltticket.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-bons PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  ws-file-status-reglements PIC XX.
       01  ws-caisse-saisie PIC 9(2).
       01  ws-caissier-saisi PIC X(8).
       01  ws-mode-saisi PIC X.
       01  fin_bons PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-ticket-saisi PIC 9(6).
       01  ws-bon-trouve PIC X VALUE 'N'.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-boutique PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-bon PIC X(30).
       01  ws-operation-bon PIC X.
       01  ws-avec-solde PIC X.

       PROCEDURE DIVISION.
      *>    Bons cadeaux de la boutique : l'emission encaisse de
      *>    l'argent qui n'est pas encore du chiffre (passif) et qui
      *>    rejoint le tiroir par reglements_tickets, la
      *>    redemption consomme le solde du bon sur un ou plusieurs
      *>    tickets, et la peremption reprend le solde restant. Les
      *>    trois passent par le circuit transaction avec leurs
           STOP RUN.

       EMETTRE-UN-BON.
      *>    Le bon est vendu au comptoir : l'argent recu part avec la
      *>    recette du jour (especes comptees, cheques, lot carte),
      *>    pas directement en banque.
           DISPLAY "Montant du bon :"
           ACCEPT ws-montant-saisi
           DISPLAY "Numero du ticket d'encaissement :"
           ACCEPT ws-ticket-saisi
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
           PERFORM NUMEROTER-BON
           OPEN EXTEND bons_cadeaux
           IF ws-file-status-bons = '35' THEN
           WRITE bon-cadeau-record
           END-WRITE
           CLOSE bons_cadeaux
      *>    L'argent encaisse est du passif, pas du chiffre : l'action
      *>    Bon emis a sa propre paire au plan, et l'argent lui-meme
      *>    entre en banque avec le depot de la recette.
           MOVE 'G' TO ws-operation-bon
           MOVE 'N' TO ws-avec-solde
           MOVE ws-numero-bon TO ws-numero-saisi
           PERFORM POSTER-MOUVEMENT-BON
           PERFORM ENREGISTRER-VENTE-BON
           DISPLAY "--> Bon ", ws-numero-bon, " emis pour ",
                       ws-montant-saisi, " €, valable jusqu'au ",
                       bc-date-expiration.
           ACCEPT ws-ticket-saisi
           DISPLAY "Montant regle par le bon :"
           ACCEPT ws-montant-saisi
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           DISPLAY "Caissier :"
           ACCEPT ws-caissier-saisi
           MOVE 'N' TO ws-bon-trouve
           MOVE 'N' TO fin_bons
           OPEN I-O bons_cadeaux
           REWRITE bon-cadeau-record
           MOVE 'O' TO ws-bon-trouve
           MOVE 'U' TO ws-operation-bon
           MOVE 'N' TO ws-avec-solde
           PERFORM POSTER-MOUVEMENT-BON
           PERFORM ENREGISTRER-REGLEMENT-BON
           DISPLAY "--> ", ws-montant-saisi, " € consommes sur le",
                       " bon ", bc-numero, " (reste ", bc-solde,
                       " €)".

       POSTER-MOUVEMENT-BON.
      *>    Trace comptable du bon sur le compte de la boutique :
      *>    l'emission, l'utilisation et la peremption ne bougent pas
      *>    la tresorerie (N) - ce sont des paires du plan, pas du
      *>    cash ; l'argent des bons vendus et la part des tickets
      *>    reglee en bons sont faits par le depot de la recette.
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible, mouvement",
           END-READ
           CLOSE comptes.

       ENREGISTRER-REGLEMENT-BON.
      *>    La part du ticket reglee par le bon rejoint les autres
      *>    moyens de paiement du ticket pour la cloture de caisse.
           OPEN EXTEND reglements_tickets
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_tickets
           END-IF
           MOVE ws-ticket-saisi TO rt-numero-ticket
           SET rt-bon-cadeau TO TRUE
           MOVE ws-montant-saisi TO rt-montant
           PERFORM ECRIRE-REGLEMENT-BON
           CLOSE reglements_tickets.

       ENREGISTRER-VENTE-BON.
      *>    Le ticket de vente du bon porte deux lignes de reglement :
      *>    l'argent recu, et la meme somme en negatif en vente de
      *>    bon (V), pour que le total regle de la cloture reste egal
      *>    au net des ventes.
           OPEN EXTEND reglements_tickets
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_tickets
           END-IF
           MOVE ws-mode-saisi TO rt-mode
           MOVE ws-montant-saisi TO rt-montant
           PERFORM ECRIRE-REGLEMENT-BON
           SET rt-vente-bon TO TRUE
           COMPUTE rt-montant = ZERO - ws-montant-saisi
           PERFORM ECRIRE-REGLEMENT-BON
           CLOSE reglements_tickets.

       ECRIRE-REGLEMENT-BON.
           MOVE ws-ticket-saisi TO rt-numero-ticket
           MOVE SPACES TO rt-reference
           STRING "BON " DELIMITED BY SIZE
                   ws-numero-saisi DELIMITED BY SIZE
               INTO rt-reference
           MOVE ws-caisse-saisie TO rt-caisse
           MOVE ws-caissier-saisi TO rt-caissier
           WRITE reglement-ticket-record
           END-WRITE.

       RAPPORT-BONS-CIRCULATION.
      *>    Le passif des bons : ce qui circule encore, avec les
      *>    echeances ; les bons passes d'echeance sont repris

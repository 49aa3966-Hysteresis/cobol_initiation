               'journal_remboursements'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rembours.
           SELECT historique_ventes ASSIGN TO
               'historique_ventes_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-historique.
           SELECT reglements_tickets ASSIGN TO 'reglements_tickets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.
           SELECT remises_cartes ASSIGN TO 'remises_cartes_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-remises.
           SELECT cloture_caisse_jour ASSIGN TO 'cloture_caisse_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cloture.
           SELECT caisses_jour ASSIGN TO 'caisses_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-caisses.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05  rb-numero-ticket    PIC 9(6).
           05  rb-produit          PIC X(8).
           05  rb-montant          PIC 9(6)V99.
       FD historique_ventes.
           COPY cphistvente.
       FD reglements_tickets.
           COPY cpregltticket.
       FD remises_cartes.
           COPY cpremisecarte.
       FD cloture_caisse_jour.
       01  ligne-cloture PIC X(80).
       FD caisses_jour.
           COPY cpcaissejour.
       FD comptes.
           COPY cpcompte.

               10  tpc-famille         PIC X(10).
               10  tpc-remisable       PIC X(1).
               10  tpc-taux-propre     PIC 9(2)V99.
               10  tpc-cout-achat      PIC 9(5)V99.
       01  tpc-nombre PIC 9(3) VALUE ZERO.
       01  ws-cout-achat-ligne PIC 9(5)V99.
      *>    Lignes du releve remisees, gardees pour l'historique des
      *>    ventes : la part des points fidelite de chaque ligne ne
      *>    se connait qu'une fois le net de tout son ticket cumule
      *>    et ses reglements lus.
       01  ws-file-status-historique PIC XX.
       01  table-lignes-jour.
           05  lj-entry OCCURS 2000 TIMES INDEXED BY lj-i.
               10  lj-heure            PIC 9(4).
               10  lj-ticket           PIC 9(6).
               10  lj-caisse           PIC 9(2).
               10  lj-produit          PIC X(8).
               10  lj-famille          PIC X(10).
               10  lj-quantite         PIC S9(3).
               10  lj-brut             PIC S9(6)V99.
               10  lj-remise           PIC S9(6)V99.
               10  lj-net              PIC S9(6)V99.
               10  lj-taux-tva         PIC 9(2)V99.
               10  lj-cout             PIC S9(6)V99.
       01  lj-nombre PIC 9(4) VALUE ZERO.
       01  table-tickets-jour.
           05  tk-entry OCCURS 1000 TIMES INDEXED BY tk-i.
               10  tk-ticket           PIC 9(6).
               10  tk-net              PIC S9(8)V99.
               10  tk-points           PIC S9(8)V99.
       01  tk-nombre PIC 9(4) VALUE ZERO.
       01  tk-trouve PIC X.
       01  ws-lignes-non-archivees PIC 9(5) VALUE ZERO.
       01  ws-famille-ligne PIC X(10).
       01  ws-remisable-ligne PIC X(1).
       01  ws-taux-propre-ligne PIC 9(2)V99.
       01  ws-montant-depot-banque PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-montant-poste PIC 9(8)V99 VALUE ZERO.
       01  ws-ecart-depot PIC S9(8)V99 VALUE ZERO.
       01  ws-solde-boutique PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-depot PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-file-status-reglements PIC XX.
       01  ws-file-status-remises PIC XX.
       01  ws-file-status-cloture PIC XX.
       01  fin_reglements PIC X VALUE 'N'.
       01  fin_remises PIC X VALUE 'N'.
      *>    Cumuls du jour par moyen de paiement, lus dans
      *>    reglements_tickets : seuls les especes et les cheques
      *>    partent au depot, la carte attend le reglement de
      *>    l'acquereur, bons et points ne sont pas de la tresorerie,
      *>    et le compte client attend le releve du mois. Les bons
      *>    vendus viennent en negatif en face de l'argent recu. Les
      *>    seules lignes des bons cadeaux (reference BON) ne disent
      *>    pas que la caisse a remonte ses reglements.
       01  ws-reglements-presents PIC X VALUE 'N'.
       01  ws-total-especes PIC S9(8)V99 VALUE ZERO.
       01  ws-total-carte PIC S9(8)V99 VALUE ZERO.
       01  ws-total-cheques PIC S9(8)V99 VALUE ZERO.
       01  ws-total-bons PIC S9(8)V99 VALUE ZERO.
       01  ws-total-ventes-bons PIC S9(8)V99 VALUE ZERO.
       01  ws-total-points PIC S9(8)V99 VALUE ZERO.
       01  ws-total-comptes-clients PIC S9(8)V99 VALUE ZERO.
       01  ws-total-reglements PIC S9(8)V99 VALUE ZERO.
       01  ws-especes-comptees PIC 9(7)V99 VALUE ZERO.
       01  ws-total-terminal PIC 9(7)V99 VALUE ZERO.
       01  ws-ecart-especes PIC S9(8)V99 VALUE ZERO.
       01  ws-ecart-carte PIC S9(8)V99 VALUE ZERO.
       01  ws-ecart-reglements PIC S9(8)V99 VALUE ZERO.
       01  ws-montant-a-deposer PIC S9(8)V99 VALUE ZERO.
       01  ws-montant-affiche PIC S9(8)V99
                              SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-ecart-affiche PIC S9(8)V99
                            SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-ticket-saisi PIC 9(6).
       01  ws-date-remise PIC 9(8).
       01  ws-montant-regle PIC 9(7)V99 VALUE ZERO.
       01  ws-remise-trouvee PIC X VALUE 'N'.
       01  ws-commission PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-remises PIC 9(3) VALUE ZERO.
       01  ws-caisse-saisie PIC 9(2).
       01  ws-caissier-saisi PIC X(8).
       01  ws-file-status-caisses PIC XX.
       01  fin_caisses PIC X VALUE 'N'.
       01  ws-caisses-closes PIC X VALUE 'O'.
      *>    Caisses du jour et leur etat (O ouverte, Z close, V
      *>    ventes sans ouverture), pour n'ouvrir le traitement du
      *>    releve qu'une fois toutes les caisses closes.
       01  table-caisses-jour.
           05  tcj-caisse OCCURS 20 TIMES.
               10  tcj-numero          PIC 9(2).
               10  tcj-statut          PIC X.
       01  tcj-nombre PIC 9(2) VALUE ZERO.
       01  tcj-i PIC 9(2).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Traitement interactif (I), traitement du releve",
                       " de caisse du jour (R), utilisation de",
                       " points fidelite (P), ou reglement d'une",
                       " remise carte par l'acquereur (A) ?"
           ACCEPT ws-mode-traitement
           EVALUATE ws-mode-traitement
               WHEN "R" WHEN "r"
                   PERFORM TRAITER-RELEVE-JOUR
               WHEN "P" WHEN "p"
                   PERFORM UTILISER-POINTS-FIDELITE
               WHEN "A" WHEN "a"
                   PERFORM REGLER-REMISE-CARTE
               WHEN OTHER
                   PERFORM SAISIR_MONTANT
                   PERFORM REDUCTION_MONTANT
      *>    remisable exclu, taux propre du produit s'il en a un,
      *>    palier de calcul_taux_reduction sinon - et le rapport est
      *>    ventile par famille de produits en plus du total.
           PERFORM CONTROLER-CAISSES-CLOSES
           IF ws-caisses-closes = 'N' THEN
               DISPLAY "/!\ Traitement du releve reporte : toutes",
                           " les caisses du jour doivent avoir leur",
                           " rapport Z (caisses_boutique)"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-PRODUITS-CAISSE
           PERFORM CHARGER-PROMOTIONS-DU-JOUR
           PERFORM CHARGER-TVA-FAMILLES
                   END-READ
               END-PERFORM
               CLOSE ventes_jour
               PERFORM TOTALISER-REGLEMENTS
               PERFORM ARCHIVER-VENTES-JOUR
               PERFORM SAISIR-COMPTAGES-CLOTURE
               PERFORM DECOMPTER-LE-STOCK
               PERFORM CREDITER-POINTS-FIDELITE
               PERFORM DEPOSER-RECETTE-EN-BANQUE
               PERFORM ENREGISTRER-REMISE-CARTE
               PERFORM ECRIRE-CLOTURE-CAISSE
               PERFORM ECRIRE-RECAP-TVA
               PERFORM ECRIRE-RAPPORT-PROMOTIONS
               PERFORM AFFICHER-RAPPORT-RELEVE-JOUR
               DISPLAY "/!\ Fichier ventes_jour introuvable"
           END-IF.

       CONTROLER-CAISSES-CLOSES.
      *>    Chaque caisse ouverte aujourd'hui doit etre close par son
      *>    rapport Z, et une caisse qui a vendu sans etre ouverte
      *>    bloque aussi : il faut l'ouvrir puis la clore. Les lignes
      *>    sans numero de caisse (une seule caisse, a l'ancienne)
      *>    ne sont pas controlees.
           MOVE 'O' TO ws-caisses-closes
           MOVE ZERO TO tcj-nombre
           MOVE 'N' TO fin_caisses
           OPEN INPUT caisses_jour
           IF ws-file-status-caisses = '00' THEN
               PERFORM UNTIL fin_caisses = 'Y'
                   READ caisses_jour
                       AT END
                           MOVE 'Y' TO fin_caisses
                       NOT AT END
                           IF cj-date = ws-date-du-jour
                                   AND tcj-nombre < 20 THEN
                               ADD 1 TO tcj-nombre
                               MOVE cj-caisse TO tcj-numero(tcj-nombre)
                               MOVE cj-statut TO tcj-statut(tcj-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_jour
           END-IF
           MOVE 'N' TO fin_ventes_jour
           OPEN INPUT ventes_jour
           IF ws-file-status-ventes = '00' THEN
               PERFORM UNTIL fin_ventes_jour = 'Y'
                   READ ventes_jour
                       AT END
                           MOVE 'Y' TO fin_ventes_jour
                       NOT AT END
                           IF vte-caisse IS NUMERIC
                                   AND vte-caisse NOT = ZERO THEN
                               PERFORM RELEVER-CAISSE-VENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ventes_jour
           END-IF
           PERFORM VARYING tcj-i FROM 1 BY 1 UNTIL tcj-i > tcj-nombre
               EVALUATE tcj-statut(tcj-i)
                   WHEN 'Z'
                       CONTINUE
                   WHEN 'V'
                       MOVE 'N' TO ws-caisses-closes
                       DISPLAY "/!\ Caisse ", tcj-numero(tcj-i),
                                   " : ventes sans ouverture ni",
                                   " rapport Z"
                   WHEN OTHER
                       MOVE 'N' TO ws-caisses-closes
                       DISPLAY "/!\ Caisse ", tcj-numero(tcj-i),
                                   " ouverte, sans rapport Z"
               END-EVALUATE
           END-PERFORM.

       RELEVER-CAISSE-VENTE.
           PERFORM VARYING tcj-i FROM 1 BY 1
                   UNTIL tcj-i > tcj-nombre
                   OR tcj-numero(tcj-i) = vte-caisse
               CONTINUE
           END-PERFORM
           IF tcj-i > tcj-nombre AND tcj-nombre < 20 THEN
               ADD 1 TO tcj-nombre
               MOVE vte-caisse TO tcj-numero(tcj-nombre)
               MOVE 'V' TO tcj-statut(tcj-nombre)
           END-IF.

       REDUIRE-VENTE-JOUR.
           COMPUTE montant_total =
                   vte-quantite * vte-prix-unitaire
               ADD 1 TO pm-nb-lignes(ws-indice-promo)
           END-IF
           PERFORM ECLATER-TVA-LIGNE
           PERFORM CUMULER-FAMILLE
           PERFORM RETENIR-LIGNE-HISTORIQUE.

       CHARGER-PROMOTIONS-DU-JOUR.
      *>    Seules les campagnes dont la fenetre couvre la date de
                               TO tpc-remisable(tpc-nombre)
                           MOVE pca-taux-propre
                               TO tpc-taux-propre(tpc-nombre)
      *>    Un produit cree avant le cout d'achat n'a rien dans la
      *>    zone : il compte pour un cout nul.
                           IF pca-cout-achat IS NUMERIC THEN
                               MOVE pca-cout-achat
                                   TO tpc-cout-achat(tpc-nombre)
                           ELSE
                               MOVE ZERO TO tpc-cout-achat(tpc-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
      *>    palier global, dans la famille DIVERS.
           MOVE 'O' TO ws-remisable-ligne
           MOVE ZERO TO ws-taux-propre-ligne
           MOVE ZERO TO ws-cout-achat-ligne
           MOVE "DIVERS    " TO ws-famille-ligne
           PERFORM VARYING tpc-i FROM 1 BY 1
                   UNTIL tpc-i > tpc-nombre
                   MOVE tpc-taux-propre(tpc-i)
                       TO ws-taux-propre-ligne
                   MOVE tpc-famille(tpc-i) TO ws-famille-ligne
                   MOVE tpc-cout-achat(tpc-i)
                       TO ws-cout-achat-ligne
               END-IF
           END-PERFORM.

               IF ws-points-a-utiliser > ws-points-solde THEN
                   DISPLAY "/!\ Solde de points insuffisant"
               ELSE
                   DISPLAY "Numero du ticket :"
                   ACCEPT ws-ticket-saisi
                   DISPLAY "Numero de la caisse :"
                   ACCEPT ws-caisse-saisie
                   DISPLAY "Caissier :"
                   ACCEPT ws-caissier-saisi
                   DISPLAY "Montant de la vente :"
                   ACCEPT montant_total
                   COMPUTE ws-remise-points =
                   PERFORM DEBITER-POINTS-MEMBRE
                   MOVE 'U' TO mf-type
                   PERFORM JOURNALISER-MOUVEMENT-POINTS
                   PERFORM ENREGISTRER-REGLEMENT-POINTS
                   DISPLAY "Remise points : ", ws-remise-points,
                       " € - montant a encaisser : ",
                       montant_final, " €"
                   ws-ttc-affiche, " € HT ", ws-ht-affiche,
                   " € taxe ", ws-tva-affiche, " €"
           END-PERFORM
           IF ws-reglements-presents = 'O' THEN
               DISPLAY "Especes : tickets ", ws-total-especes,
                   " € comptees ", ws-especes-comptees, " € ecart ",
                   ws-ecart-especes, " €"
               DISPLAY "Carte : tickets ", ws-total-carte,
                   " € terminal ", ws-total-terminal, " € ecart ",
                   ws-ecart-carte, " €"
               DISPLAY "Cheques : ", ws-total-cheques, " € - bons",
                   " cadeaux : ", ws-total-bons, " € - points : ",
                   ws-total-points, " €"
               DISPLAY "Comptes clients : ", ws-total-comptes-clients,
                   " € (ventes a credit moins reglements)"
               DISPLAY "Bons cadeaux vendus : ", ws-total-ventes-bons,
                   " € (en face de l'argent recu)"
               DISPLAY "Total regle : ", ws-total-reglements,
                   " € - ecart avec le net : ", ws-ecart-reglements,
                   " € (cloture_caisse_jour)"
           END-IF
      *>    Ligne de rapprochement : le montant a deposer (especes
      *>    comptees et cheques, ou le net de la caisse faute de
      *>    reglements remontes), le montant effectivement poste en
      *>    banque, et l'ecart eventuel - les deux chiffres ne
      *>    peuvent plus diverger en silence.
           COMPUTE ws-ecart-depot =
                   ws-montant-a-deposer - ws-montant-poste
           DISPLAY "A deposer : ", ws-montant-a-deposer,
               " € - poste en banque : ", ws-montant-poste,
               " € - ecart : ", ws-ecart-depot, " €"
           DISPLAY "------------------------------------------".

       DEPOSER-RECETTE-EN-BANQUE.
      *>    Depose la recette du jour sur le compte de la boutique
      *>    par le meme circuit transaction que le guichet, avec la
      *>    date de caisse en memo : les especes comptees et les
      *>    cheques, ce qui part reellement a la banque. La carte
      *>    attend le reglement de l'acquereur (mode A). Sans
      *>    reglements remontes par la caisse, le net de la caisse
      *>    est depose comme avant, moins la part des tickets reglee
      *>    en bons cadeaux, plus l'argent des bons vendus.
           MOVE ZERO TO ws-montant-poste
           IF ws-reglements-presents = 'O' THEN
               COMPUTE ws-montant-a-deposer =
                       ws-especes-comptees + ws-total-cheques
           ELSE
               DISPLAY "/!\ Reglements des tickets non remontes, le",
                           " net de la caisse est depose"
               COMPUTE ws-montant-a-deposer = ws-total-net
                       - ws-total-bons + ws-total-especes
                       + ws-total-cheques
           END-IF
           IF ws-montant-a-deposer <= ZERO THEN
               DISPLAY "Aucune recette a deposer (retours",
                           " compris)"
           ELSE
               MOVE SPACES TO ws-memo-depot
               STRING "Recette caisse du " DELIMITED BY SIZE
                       ws-date-du-jour DELIMITED BY SIZE
                   INTO ws-memo-depot
               MOVE ws-montant-a-deposer TO ws-montant-depot-banque
               PERFORM POSTER-DEPOT-BOUTIQUE
               IF ws-montant-poste NOT = ZERO THEN
                   DISPLAY "--> Recette de ", ws-montant-a-deposer,
                       " € deposee sur le compte ", compte-boutique
               END-IF
           END-IF.

       POSTER-DEPOT-BOUTIQUE.
      *>    Credite ws-montant-depot-banque sur le compte de la
      *>    boutique, memo ws-memo-depot ; ws-montant-poste reste a
      *>    zero si le compte n'a pas pu etre mouvemente.
           MOVE ZERO TO ws-montant-poste
           OPEN I-O comptes
           IF ws-file-status-comptes NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible,",
                           " depot non poste"
           ELSE
               MOVE compte-boutique TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       DISPLAY "/!\ Compte boutique ",
                                   compte-boutique, " inconnu,",
                                   " depot non poste"
                   NOT INVALID KEY
                       MOVE compte-solde TO ws-image-ancien-solde
                       COMPUTE compte-solde =
                               compte-solde + ws-montant-depot-banque
                       REWRITE compte-record
                       MOVE compte-solde TO ws-image-nouveau-solde
                       CALL 'journal_comptes' USING
                           "caisse      ", "CAISSE  ",
                           compte-numero,
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           compte-statut, compte-statut
                       MOVE compte-solde TO ws-solde-boutique
                       CALL 'transaction' USING "D",
                           compte-boutique,
                           ws-montant-depot-banque,
                           ws-solde-boutique, ws-memo-depot,
                           SPACES, "CAISSE  "
                       MOVE ws-montant-depot-banque
                           TO ws-montant-poste
               END-READ
               CLOSE comptes
           END-IF.

       TOTALISER-REGLEMENTS.
      *>    Cumul des reglements des tickets du jour par moyen de
      *>    paiement ; un mode inconnu tombe dans les especes, ou
      *>    l'ecart de comptage le fera voir.
           MOVE 'N' TO ws-reglements-presents
           MOVE 'N' TO fin_reglements
           OPEN INPUT reglements_tickets
           IF ws-file-status-reglements = '00' THEN
               PERFORM UNTIL fin_reglements = 'Y'
                   READ reglements_tickets
                       AT END
                           MOVE 'Y' TO fin_reglements
                       NOT AT END
                           PERFORM CLASSER-UN-REGLEMENT
                   END-READ
               END-PERFORM
               CLOSE reglements_tickets
           END-IF
           COMPUTE ws-total-reglements = ws-total-especes
                   + ws-total-carte + ws-total-cheques
                   + ws-total-bons + ws-total-points
                   + ws-total-comptes-clients
                   + ws-total-ventes-bons
           COMPUTE ws-ecart-reglements =
                   ws-total-reglements - ws-total-net.

       CLASSER-UN-REGLEMENT.
           IF rt-reference(1:4) NOT = "BON " THEN
               MOVE 'O' TO ws-reglements-presents
           END-IF
           EVALUATE TRUE
               WHEN rt-carte
                   ADD rt-montant TO ws-total-carte
               WHEN rt-cheque
                   ADD rt-montant TO ws-total-cheques
               WHEN rt-bon-cadeau
                   ADD rt-montant TO ws-total-bons
               WHEN rt-points
                   ADD rt-montant TO ws-total-points
                   PERFORM AFFECTER-POINTS-TICKET
               WHEN rt-compte-client
                   ADD rt-montant TO ws-total-comptes-clients
               WHEN rt-vente-bon
                   ADD rt-montant TO ws-total-ventes-bons
               WHEN OTHER
                   ADD rt-montant TO ws-total-especes
           END-EVALUATE.

       RETENIR-LIGNE-HISTORIQUE.
           IF lj-nombre >= 2000 THEN
               ADD 1 TO ws-lignes-non-archivees
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO lj-nombre
           SET lj-i TO lj-nombre
           IF vte-heure IS NUMERIC THEN
               MOVE vte-heure TO lj-heure(lj-i)
           ELSE
               MOVE 9999 TO lj-heure(lj-i)
           END-IF
           MOVE vte-numero-ticket TO lj-ticket(lj-i)
           IF vte-caisse IS NUMERIC THEN
               MOVE vte-caisse TO lj-caisse(lj-i)
           ELSE
               MOVE ZERO TO lj-caisse(lj-i)
           END-IF
           MOVE vte-produit TO lj-produit(lj-i)
           MOVE ws-famille-ligne TO lj-famille(lj-i)
           MOVE vte-quantite TO lj-quantite(lj-i)
           MOVE montant_total TO lj-brut(lj-i)
           MOVE ws-reduction-ligne TO lj-remise(lj-i)
           MOVE ws-net-ligne TO lj-net(lj-i)
           MOVE ws-taux-tva-ligne TO lj-taux-tva(lj-i)
           COMPUTE lj-cout(lj-i) =
                   vte-quantite * ws-cout-achat-ligne
           PERFORM RECHERCHER-TICKET-JOUR
           ADD ws-net-ligne TO tk-net(tk-i).

       RECHERCHER-TICKET-JOUR.
           MOVE 'N' TO tk-trouve
           PERFORM VARYING tk-i FROM 1 BY 1 UNTIL tk-i > tk-nombre
               IF tk-ticket(tk-i) = vte-numero-ticket THEN
                   MOVE 'O' TO tk-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF tk-trouve = 'N' THEN
               ADD 1 TO tk-nombre
               SET tk-i TO tk-nombre
               MOVE vte-numero-ticket TO tk-ticket(tk-i)
               MOVE ZERO TO tk-net(tk-i)
               MOVE ZERO TO tk-points(tk-i)
           END-IF.

       AFFECTER-POINTS-TICKET.
      *>    Les points payes sur un ticket sont une remise fidelite :
      *>    ils se repartissent ensuite sur ses lignes au prorata.
           PERFORM VARYING tk-i FROM 1 BY 1 UNTIL tk-i > tk-nombre
               IF tk-ticket(tk-i) = rt-numero-ticket THEN
                   ADD rt-montant TO tk-points(tk-i)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ARCHIVER-VENTES-JOUR.
      *>    Chaque ligne remisee du releve part dans l'historique des
      *>    ventes, nette des points fidelite de son ticket repartis
      *>    au prorata du net des lignes.
           IF lj-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND historique_ventes
           IF ws-file-status-historique = '35' THEN
               OPEN OUTPUT historique_ventes
           END-IF
           PERFORM VARYING lj-i FROM 1 BY 1 UNTIL lj-i > lj-nombre
               MOVE ws-date-du-jour TO hv-date
               MOVE lj-heure(lj-i) TO hv-heure
               MOVE lj-ticket(lj-i) TO hv-numero-ticket
               MOVE lj-caisse(lj-i) TO hv-caisse
               MOVE lj-produit(lj-i) TO hv-produit
               MOVE lj-famille(lj-i) TO hv-famille
               MOVE lj-quantite(lj-i) TO hv-quantite
               MOVE lj-brut(lj-i) TO hv-montant-brut
               MOVE lj-remise(lj-i) TO hv-remise
               MOVE ZERO TO hv-remise-fidelite
               PERFORM VARYING tk-i FROM 1 BY 1
                       UNTIL tk-i > tk-nombre
                   IF tk-ticket(tk-i) = lj-ticket(lj-i) THEN
                       IF tk-net(tk-i) NOT = ZERO THEN
                           COMPUTE hv-remise-fidelite ROUNDED =
                                   tk-points(tk-i) * lj-net(lj-i)
                                   / tk-net(tk-i)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               COMPUTE hv-montant-net =
                       lj-net(lj-i) - hv-remise-fidelite
               MOVE lj-taux-tva(lj-i) TO hv-taux-tva
               MOVE lj-cout(lj-i) TO hv-cout-achat
               WRITE historique-vente-record
               END-WRITE
           END-PERFORM
           CLOSE historique_ventes
           IF ws-lignes-non-archivees > ZERO THEN
               DISPLAY "/!\ ", ws-lignes-non-archivees, " ligne(s)",
                           " du releve hors historique des ventes"
           END-IF.

       SAISIR-COMPTAGES-CLOTURE.
      *>    Le tiroir est compte et le lot du terminal carte arrete
      *>    avant la cloture : les deux chiffres se rapprochent des
      *>    tickets.
           IF ws-reglements-presents = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-total-especes TO ws-montant-affiche
           DISPLAY "Especes attendues : ", ws-montant-affiche, " €"
           DISPLAY "Especes comptees :"
           ACCEPT ws-especes-comptees
           MOVE ws-total-carte TO ws-montant-affiche
           DISPLAY "Carte attendue : ", ws-montant-affiche, " €"
           DISPLAY "Total du lot du terminal carte :"
           ACCEPT ws-total-terminal
           COMPUTE ws-ecart-especes =
                   ws-especes-comptees - ws-total-especes
           COMPUTE ws-ecart-carte =
                   ws-total-terminal - ws-total-carte.

       ENREGISTRER-REMISE-CARTE.
      *>    Le lot du terminal attend le reglement de l'acquereur :
      *>    il n'entre au compte de la boutique qu'a ce moment-la.
           IF ws-total-terminal = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND remises_cartes
           IF ws-file-status-remises = '35' THEN
               OPEN OUTPUT remises_cartes
           END-IF
           MOVE ws-date-du-jour TO rc-date-caisse
           MOVE ws-total-terminal TO rc-montant-lot
           SET rc-en-attente TO TRUE
           MOVE ZERO TO rc-date-reglement
           MOVE ZERO TO rc-montant-regle
           WRITE remise-carte-record
           END-WRITE
           CLOSE remises_cartes
           DISPLAY "--> Lot carte de ", ws-total-terminal,
                       " € en attente de reglement".

       ECRIRE-CLOTURE-CAISSE.
      *>    Cloture par moyen de paiement, a joindre au bordereau de
      *>    depot : attendu des tickets, compte, ecart.
           IF ws-reglements-presents = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT cloture_caisse_jour
           MOVE SPACES TO ligne-cloture
           STRING "CLOTURE DE CAISSE DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-especes TO ws-montant-affiche
           MOVE ws-ecart-especes TO ws-ecart-affiche
           MOVE SPACES TO ligne-cloture
           STRING "ESPECES      tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " comptees " DELIMITED BY SIZE
                   ws-especes-comptees DELIMITED BY SIZE
                   " ecart " DELIMITED BY SIZE
                   ws-ecart-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-carte TO ws-montant-affiche
           MOVE ws-ecart-carte TO ws-ecart-affiche
           MOVE SPACES TO ligne-cloture
           STRING "CARTE        tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " terminal " DELIMITED BY SIZE
                   ws-total-terminal DELIMITED BY SIZE
                   " ecart " DELIMITED BY SIZE
                   ws-ecart-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-cheques TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "CHEQUES      tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-bons TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "BONS CADEAUX tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-ventes-bons TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "BONS VENDUS  tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-points TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "POINTS       tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-comptes-clients TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "COMPTES CLTS tickets " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-total-reglements TO ws-montant-affiche
           MOVE ws-ecart-reglements TO ws-ecart-affiche
           MOVE SPACES TO ligne-cloture
           STRING "TOTAL REGLE  " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " net des ventes " DELIMITED BY SIZE
                   ws-total-net DELIMITED BY SIZE
                   " ecart " DELIMITED BY SIZE
                   ws-ecart-affiche DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE ws-montant-poste TO ws-montant-affiche
           MOVE SPACES TO ligne-cloture
           STRING "DEPOT BANQUE " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " (especes comptees et cheques)" DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           MOVE SPACES TO ligne-cloture
           STRING "LOT CARTE    " DELIMITED BY SIZE
                   ws-total-terminal DELIMITED BY SIZE
                   " en attente de l'acquereur" DELIMITED BY SIZE
               INTO ligne-cloture
           WRITE ligne-cloture
           CLOSE cloture_caisse_jour.

       ENREGISTRER-REGLEMENT-POINTS.
      *>    La part du ticket reglee en points rejoint les autres
      *>    moyens de paiement du ticket.
           OPEN EXTEND reglements_tickets
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_tickets
           END-IF
           MOVE ws-ticket-saisi TO rt-numero-ticket
           SET rt-points TO TRUE
           MOVE ws-remise-points TO rt-montant
           MOVE ws-client-saisi TO rt-reference
           MOVE ws-caisse-saisie TO rt-caisse
           MOVE ws-caissier-saisi TO rt-caissier
           WRITE reglement-ticket-record
           END-WRITE
           CLOSE reglements_tickets.

       REGLER-REMISE-CARTE.
      *>    L'acquereur regle un lot du terminal, net de sa
      *>    commission : le montant recu entre au compte de la
      *>    boutique et le lot est solde.
           MOVE ZERO TO ws-nombre-remises
           MOVE 'N' TO fin_remises
           OPEN INPUT remises_cartes
           IF ws-file-status-remises = '00' THEN
               PERFORM UNTIL fin_remises = 'Y'
                   READ remises_cartes
                       AT END
                           MOVE 'Y' TO fin_remises
                       NOT AT END
                           IF rc-en-attente THEN
                               ADD 1 TO ws-nombre-remises
                               DISPLAY "Lot du ", rc-date-caisse,
                                   " : ", rc-montant-lot, " €"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE remises_cartes
           END-IF
           IF ws-nombre-remises = ZERO THEN
               DISPLAY "Aucun lot carte en attente"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date de caisse du lot regle (AAAAMMJJ) :"
           ACCEPT ws-date-remise
           DISPLAY "Montant recu de l'acquereur :"
           ACCEPT ws-montant-regle
           MOVE 'N' TO ws-remise-trouvee
           MOVE 'N' TO fin_remises
           OPEN INPUT remises_cartes
           IF ws-file-status-remises = '00' THEN
               PERFORM UNTIL fin_remises = 'Y'
                   READ remises_cartes
                       AT END
                           MOVE 'Y' TO fin_remises
                       NOT AT END
                           IF rc-en-attente
                                   AND rc-date-caisse
                                       = ws-date-remise THEN
                               COMPUTE ws-commission =
                                   rc-montant-lot - ws-montant-regle
                               MOVE 'O' TO ws-remise-trouvee
                               MOVE 'Y' TO fin_remises
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE remises_cartes
           END-IF
           IF ws-remise-trouvee = 'N' THEN
               DISPLAY "/!\ Aucun lot en attente a cette date"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-memo-depot
           STRING "Remise carte du " DELIMITED BY SIZE
                   ws-date-remise DELIMITED BY SIZE
               INTO ws-memo-depot
           MOVE ws-montant-regle TO ws-montant-depot-banque
           PERFORM POSTER-DEPOT-BOUTIQUE
           IF ws-montant-poste = ZERO THEN
               DISPLAY "/!\ Lot du ", ws-date-remise,
                           " laisse en attente"
               EXIT PARAGRAPH
           END-IF
           PERFORM SOLDER-REMISE-CARTE
           DISPLAY "--> Lot du ", ws-date-remise, " regle : ",
               ws-montant-regle, " € deposes, commission ",
               ws-commission, " €".

       SOLDER-REMISE-CARTE.
           MOVE 'N' TO fin_remises
           OPEN I-O remises_cartes
           IF ws-file-status-remises = '00' THEN
               PERFORM UNTIL fin_remises = 'Y'
                   READ remises_cartes
                       AT END
                           MOVE 'Y' TO fin_remises
                       NOT AT END
                           IF rc-en-attente
                                   AND rc-date-caisse
                                       = ws-date-remise THEN
                               SET rc-reglee TO TRUE
                               MOVE ws-date-du-jour
                                   TO rc-date-reglement
                               MOVE ws-montant-regle
                                   TO rc-montant-regle
                               REWRITE remise-carte-record
                               MOVE 'Y' TO fin_remises
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE remises_cartes
           END-IF.

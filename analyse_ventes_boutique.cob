       IDENTIFICATION DIVISION.
       PROGRAM-ID. analyse_ventes_boutique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT historique_ventes ASSIGN TO
               'historique_ventes_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-historique.
           SELECT produits_caisse ASSIGN TO 'produits_caisse'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-produits.
           SELECT analyse ASSIGN TO ws-nom-analyse
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-analyse.

       DATA DIVISION.
       FILE SECTION.
       FD historique_ventes.
           COPY cphistvente.
       FD produits_caisse.
           COPY cpprodcaisse.
       FD analyse.
       01  ligne-analyse PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-historique PIC XX.
       01  ws-file-status-produits PIC XX.
       01  ws-file-status-analyse PIC XX.
       01  fin_historique PIC X VALUE 'N'.
       01  fin_produits PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-nom-analyse PIC X(30).
       01  ws-mois-analyse PIC 9(6).
       01  ws-mois-calcul PIC 9(6).
       01  ws-mois-eclate REDEFINES ws-mois-calcul.
           05  ws-annee-calcul PIC 9(4).
           05  ws-mois-du-calcul PIC 9(2).
      *>    Bornes du classement ABC en part cumulee du total : A
      *>    jusqu'a 80 %, B jusqu'a 95 %, C au-dela.
       01  seuil-classe-a PIC 9(3) VALUE 80.
       01  seuil-classe-b PIC 9(3) VALUE 95.
      *>    Produit lent : stock en rayon superieur a tant de mois de
      *>    ventes au rythme du mois analyse, ou aucune vente.
       01  mois-couverture-lent PIC 9(2) VALUE 3.
      *>    Produits du mois, ceux du fichier produits et ceux vendus
      *>    sans y figurer (famille DIVERS au releve).
       01  table-produits.
           05  ta-entry OCCURS 200 TIMES INDEXED BY ta-i ta-j.
               10  ta-code             PIC X(8).
               10  ta-famille          PIC X(10).
               10  ta-stock            PIC S9(5).
               10  ta-quantite         PIC S9(7).
               10  ta-net              PIC S9(8)V99.
       01  ta-nombre PIC 9(3) VALUE ZERO.
       01  ta-trouve PIC X.
      *>    Ordre de classement : rang -> indice dans table-produits.
       01  table-rangs.
           05  rg-produit OCCURS 200 TIMES PIC 9(3).
       01  rg-i PIC 9(3).
       01  rg-j PIC 9(3).
       01  rg-meilleur PIC 9(3).
       01  rg-echange PIC 9(3).
       01  ws-critere PIC X.
       01  cumuls-familles.
           05  cf-entry OCCURS 20 TIMES INDEXED BY cf-i.
               10  cf-famille          PIC X(10).
               10  cf-brut             PIC S9(8)V99.
               10  cf-remise           PIC S9(8)V99.
               10  cf-fidelite         PIC S9(8)V99.
               10  cf-net              PIC S9(8)V99.
               10  cf-ht               PIC S9(8)V99.
               10  cf-cout             PIC S9(8)V99.
       01  cf-nombre PIC 9(2) VALUE ZERO.
       01  cf-trouve PIC X.
      *>    Chiffre par heure (1 a 24 pour 0 h a 23 h, 25 pour les
      *>    lignes sans heure) et par jour de la semaine.
       01  cumuls-heures.
           05  ch-entry OCCURS 25 TIMES.
               10  ch-net              PIC S9(8)V99.
               10  ch-tickets          PIC 9(5).
       01  ch-i PIC 9(2).
       01  cumuls-jours.
           05  cj-entry OCCURS 7 TIMES.
               10  cj-net              PIC S9(8)V99.
               10  cj-jours            PIC 9(2).
       01  cj-i PIC 9(1).
       01  noms-jours-valeurs.
           05  FILLER PIC X(8) VALUE 'Lundi   '.
           05  FILLER PIC X(8) VALUE 'Mardi   '.
           05  FILLER PIC X(8) VALUE 'Mercredi'.
           05  FILLER PIC X(8) VALUE 'Jeudi   '.
           05  FILLER PIC X(8) VALUE 'Vendredi'.
           05  FILLER PIC X(8) VALUE 'Samedi  '.
           05  FILLER PIC X(8) VALUE 'Dimanche'.
       01  noms-jours REDEFINES noms-jours-valeurs.
           05  nj-nom OCCURS 7 TIMES PIC X(8).
       01  ws-date-precedente PIC 9(8) VALUE ZERO.
       01  ws-ticket-precedent PIC 9(6) VALUE ZERO.
       01  ws-heure-ligne PIC 9(4).
       01  ws-ht-ligne PIC S9(8)V99.
       01  ws-total-net PIC S9(8)V99 VALUE ZERO.
       01  ws-total-quantite PIC S9(8) VALUE ZERO.
       01  ws-total-ht PIC S9(8)V99 VALUE ZERO.
       01  ws-total-cout PIC S9(8)V99 VALUE ZERO.
       01  ws-nombre-lignes PIC 9(7) VALUE ZERO.
       01  ws-nombre-tickets PIC 9(5) VALUE ZERO.
       01  ws-cumul PIC S9(9)V99.
       01  ws-total-classement PIC S9(9)V99.
       01  ws-valeur-rang PIC S9(9)V99.
       01  ws-part PIC S9(3)V99.
       01  ws-classe PIC X.
       01  ws-marge PIC S9(8)V99.
       01  ws-taux-marge PIC S9(3)V99.
       01  ws-couverture PIC S9(7).
       01  ws-nombre-lents PIC 9(3) VALUE ZERO.
       01  ws-montant-edite PIC -(7)9.99.
       01  ws-montant2-edite PIC -(7)9.99.
       01  ws-montant3-edite PIC -(7)9.99.
       01  ws-quantite-edite PIC -(6)9.
       01  ws-stock-edite PIC -(4)9.
       01  ws-part-edite PIC -ZZ9.99.
       01  ws-heure-edite PIC 99.

       PROCEDURE DIVISION.
      *>    Analyse mensuelle des ventes de la boutique, sur le mois
      *>    ecoule de la date metier, a partir de l'historique des
      *>    ventes verse chaque jour par le traitement du releve :
      *>    - classement ABC des produits par chiffre net, puis par
      *>      quantite, pour les commandes ;
      *>    - chiffre par heure de la journee et par jour de la
      *>      semaine, pour les plannings du personnel ;
      *>    - marge brute par famille, hors taxe, apres promotions,
      *>      remises et points fidelite, au cout d'achat fige le
      *>      jour de la vente ;
      *>    - produits lents ayant du stock en rayon, a solder.
           DISPLAY "Analyse mensuelle des ventes de la boutique"
           CALL 'journal_batch' USING "analyse_ventes      ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour(1:6) TO ws-mois-calcul
           PERFORM RECULER-D-UN-MOIS
           MOVE ws-mois-calcul TO ws-mois-analyse
           MOVE SPACES TO ws-nom-analyse
           STRING "analyse_ventes_" DELIMITED BY SIZE
                   ws-mois-analyse DELIMITED BY SIZE
               INTO ws-nom-analyse

           INITIALIZE cumuls-heures cumuls-jours
           PERFORM CHARGER-PRODUITS
           PERFORM CUMULER-HISTORIQUE-MOIS

           OPEN OUTPUT analyse
           MOVE SPACES TO ligne-analyse
           STRING "ANALYSE DES VENTES DE LA BOUTIQUE - MOIS "
                   DELIMITED BY SIZE
                   ws-mois-analyse DELIMITED BY SIZE
               INTO ligne-analyse
           WRITE ligne-analyse
           MOVE ws-total-net TO ws-montant-edite
           MOVE ws-total-quantite TO ws-quantite-edite
           MOVE SPACES TO ligne-analyse
           STRING "Chiffre net TTC " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " EUR - articles " DELIMITED BY SIZE
                   ws-quantite-edite DELIMITED BY SIZE
                   " - tickets " DELIMITED BY SIZE
                   ws-nombre-tickets DELIMITED BY SIZE
               INTO ligne-analyse
           WRITE ligne-analyse
           MOVE 'C' TO ws-critere
           PERFORM ECRIRE-CLASSEMENT-ABC
           MOVE 'Q' TO ws-critere
           PERFORM ECRIRE-CLASSEMENT-ABC
           PERFORM ECRIRE-PROFIL-HORAIRE
           PERFORM ECRIRE-MARGES-FAMILLES
           PERFORM ECRIRE-PRODUITS-LENTS
           CLOSE analyse

           DISPLAY "Lignes de vente du mois ", ws-mois-analyse, " : ",
                       ws-nombre-lignes, " - produits lents : ",
                       ws-nombre-lents
           DISPLAY "--> Analyse dans ", ws-nom-analyse
           MOVE ws-nombre-lignes TO ws-compteur-journal
           CALL 'journal_batch' USING "analyse_ventes      ", 'F',
               ws-compteur-journal
           GOBACK.

       RECULER-D-UN-MOIS.
           IF ws-mois-du-calcul = 1 THEN
               SUBTRACT 1 FROM ws-annee-calcul
               MOVE 12 TO ws-mois-du-calcul
           ELSE
               SUBTRACT 1 FROM ws-mois-du-calcul
           END-IF.

       CHARGER-PRODUITS.
           MOVE 'N' TO fin_produits
           OPEN INPUT produits_caisse
           IF ws-file-status-produits = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits_caisse
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF ta-nombre < 200 THEN
                               ADD 1 TO ta-nombre
                               SET ta-i TO ta-nombre
                               MOVE pca-code TO ta-code(ta-i)
                               MOVE pca-famille TO ta-famille(ta-i)
                               MOVE pca-quantite TO ta-stock(ta-i)
                               MOVE ZERO TO ta-quantite(ta-i)
                               MOVE ZERO TO ta-net(ta-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
           ELSE
               DISPLAY "/!\ Fichier produits_caisse absent, pas de",
                           " stock pour les produits lents"
           END-IF.

       CUMULER-HISTORIQUE-MOIS.
           MOVE 'N' TO fin_historique
           OPEN INPUT historique_ventes
           IF ws-file-status-historique = '00' THEN
               PERFORM UNTIL fin_historique = 'Y'
                   READ historique_ventes
                       AT END
                           MOVE 'Y' TO fin_historique
                       NOT AT END
                           IF hv-date(1:6) = ws-mois-analyse THEN
                               PERFORM CUMULER-UNE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique_ventes
           ELSE
               DISPLAY "/!\ Aucun historique_ventes_boutique"
           END-IF.

       CUMULER-UNE-LIGNE.
           ADD 1 TO ws-nombre-lignes
           ADD hv-montant-net TO ws-total-net
           ADD hv-quantite TO ws-total-quantite
           COMPUTE ws-ht-ligne ROUNDED =
                   hv-montant-net / (1 + hv-taux-tva / 100)
      *>    Produit.
           MOVE 'N' TO ta-trouve
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > ta-nombre
               IF ta-code(ta-i) = hv-produit THEN
                   MOVE 'O' TO ta-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ta-trouve = 'N' AND ta-nombre < 200 THEN
               ADD 1 TO ta-nombre
               SET ta-i TO ta-nombre
               MOVE hv-produit TO ta-code(ta-i)
               MOVE hv-famille TO ta-famille(ta-i)
               MOVE ZERO TO ta-stock(ta-i)
               MOVE ZERO TO ta-quantite(ta-i)
               MOVE ZERO TO ta-net(ta-i)
               MOVE 'O' TO ta-trouve
           END-IF
           IF ta-trouve = 'O' THEN
               ADD hv-quantite TO ta-quantite(ta-i)
               ADD hv-montant-net TO ta-net(ta-i)
           END-IF
      *>    Famille.
           MOVE 'N' TO cf-trouve
           PERFORM VARYING cf-i FROM 1 BY 1 UNTIL cf-i > cf-nombre
               IF cf-famille(cf-i) = hv-famille THEN
                   MOVE 'O' TO cf-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cf-trouve = 'N' AND cf-nombre < 20 THEN
               ADD 1 TO cf-nombre
               SET cf-i TO cf-nombre
               MOVE hv-famille TO cf-famille(cf-i)
               MOVE ZERO TO cf-brut(cf-i)
               MOVE ZERO TO cf-remise(cf-i)
               MOVE ZERO TO cf-fidelite(cf-i)
               MOVE ZERO TO cf-net(cf-i)
               MOVE ZERO TO cf-ht(cf-i)
               MOVE ZERO TO cf-cout(cf-i)
               MOVE 'O' TO cf-trouve
           END-IF
           IF cf-trouve = 'O' THEN
               ADD hv-montant-brut TO cf-brut(cf-i)
               ADD hv-remise TO cf-remise(cf-i)
               ADD hv-remise-fidelite TO cf-fidelite(cf-i)
               ADD hv-montant-net TO cf-net(cf-i)
               ADD ws-ht-ligne TO cf-ht(cf-i)
               ADD hv-cout-achat TO cf-cout(cf-i)
           END-IF
      *>    Heure et jour de la semaine ; un ticket ne se compte
      *>    qu'une fois, un jour de vente aussi.
           MOVE hv-heure TO ws-heure-ligne
           IF ws-heure-ligne > 2359 THEN
               MOVE 25 TO ch-i
           ELSE
               COMPUTE ch-i = ws-heure-ligne / 100 + 1
           END-IF
           ADD hv-montant-net TO ch-net(ch-i)
           COMPUTE cj-i = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(hv-date) - 1, 7) + 1
           ADD hv-montant-net TO cj-net(cj-i)
           IF hv-date NOT = ws-date-precedente THEN
               ADD 1 TO cj-jours(cj-i)
           END-IF
           IF hv-date NOT = ws-date-precedente
                   OR hv-numero-ticket NOT = ws-ticket-precedent THEN
               ADD 1 TO ws-nombre-tickets
               ADD 1 TO ch-tickets(ch-i)
           END-IF
           MOVE hv-date TO ws-date-precedente
           MOVE hv-numero-ticket TO ws-ticket-precedent.

       ECRIRE-CLASSEMENT-ABC.
      *>    Classement decroissant par chiffre net (C) ou quantite
      *>    (Q), tri par selection sur la table des rangs ; la classe
      *>    se lit sur la part cumulee avant le produit, pour que le
      *>    premier soit toujours en A.
           IF ws-critere = 'C' THEN
               MOVE ws-total-net TO ws-total-classement
           ELSE
               MOVE ws-total-quantite TO ws-total-classement
           END-IF
           PERFORM VARYING rg-i FROM 1 BY 1 UNTIL rg-i > ta-nombre
               MOVE rg-i TO rg-produit(rg-i)
           END-PERFORM
           PERFORM VARYING rg-i FROM 1 BY 1 UNTIL rg-i >= ta-nombre
               MOVE rg-i TO rg-meilleur
               PERFORM VARYING rg-j FROM rg-i BY 1
                       UNTIL rg-j > ta-nombre
                   SET ta-i TO rg-produit(rg-j)
                   SET ta-j TO rg-produit(rg-meilleur)
                   IF ws-critere = 'C' THEN
                       IF ta-net(ta-i) > ta-net(ta-j) THEN
                           MOVE rg-j TO rg-meilleur
                       END-IF
                   ELSE
                       IF ta-quantite(ta-i) > ta-quantite(ta-j) THEN
                           MOVE rg-j TO rg-meilleur
                       END-IF
                   END-IF
               END-PERFORM
               MOVE rg-produit(rg-i) TO rg-echange
               MOVE rg-produit(rg-meilleur) TO rg-produit(rg-i)
               MOVE rg-echange TO rg-produit(rg-meilleur)
           END-PERFORM
           MOVE SPACES TO ligne-analyse
           WRITE ligne-analyse
           MOVE SPACES TO ligne-analyse
           IF ws-critere = 'C' THEN
               MOVE "CLASSEMENT ABC PAR CHIFFRE NET" TO ligne-analyse
           ELSE
               MOVE "CLASSEMENT ABC PAR QUANTITE" TO ligne-analyse
           END-IF
           WRITE ligne-analyse
           MOVE ZERO TO ws-cumul
           PERFORM VARYING rg-i FROM 1 BY 1 UNTIL rg-i > ta-nombre
               SET ta-i TO rg-produit(rg-i)
               IF ws-critere = 'C' THEN
                   MOVE ta-net(ta-i) TO ws-valeur-rang
               ELSE
                   MOVE ta-quantite(ta-i) TO ws-valeur-rang
               END-IF
      *>        Les produits sans vente du mois restent aux lents.
               IF ws-valeur-rang > ZERO THEN
                   PERFORM ECRIRE-LIGNE-CLASSEMENT
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-CLASSEMENT.
           MOVE ZERO TO ws-part
           IF ws-total-classement > ZERO THEN
               COMPUTE ws-part ROUNDED =
                       ws-cumul * 100 / ws-total-classement
           END-IF
           EVALUATE TRUE
               WHEN ws-part < seuil-classe-a
                   MOVE 'A' TO ws-classe
               WHEN ws-part < seuil-classe-b
                   MOVE 'B' TO ws-classe
               WHEN OTHER
                   MOVE 'C' TO ws-classe
           END-EVALUATE
           ADD ws-valeur-rang TO ws-cumul
           COMPUTE ws-part ROUNDED =
                   ws-cumul * 100 / ws-total-classement
           MOVE ta-net(ta-i) TO ws-montant-edite
           MOVE ta-quantite(ta-i) TO ws-quantite-edite
           MOVE ws-part TO ws-part-edite
           MOVE SPACES TO ligne-analyse
           STRING "  " DELIMITED BY SIZE
                   ws-classe DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ta-code(ta-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ta-famille(ta-i) DELIMITED BY SIZE
                   " net " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " qte " DELIMITED BY SIZE
                   ws-quantite-edite DELIMITED BY SIZE
                   " cumul " DELIMITED BY SIZE
                   ws-part-edite DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
               INTO ligne-analyse
           WRITE ligne-analyse.

       ECRIRE-PROFIL-HORAIRE.
           MOVE SPACES TO ligne-analyse
           WRITE ligne-analyse
           MOVE "CHIFFRE NET PAR HEURE" TO ligne-analyse
           WRITE ligne-analyse
           PERFORM VARYING ch-i FROM 1 BY 1 UNTIL ch-i > 25
               IF ch-net(ch-i) NOT = ZERO
                       OR ch-tickets(ch-i) NOT = ZERO THEN
                   MOVE ch-net(ch-i) TO ws-montant-edite
                   MOVE SPACES TO ligne-analyse
                   IF ch-i = 25 THEN
                       STRING "  sans heure " DELIMITED BY SIZE
                               ws-montant-edite DELIMITED BY SIZE
                               " EUR - tickets " DELIMITED BY SIZE
                               ch-tickets(ch-i) DELIMITED BY SIZE
                           INTO ligne-analyse
                   ELSE
                       COMPUTE ws-heure-edite = ch-i - 1
                       STRING "  " DELIMITED BY SIZE
                               ws-heure-edite DELIMITED BY SIZE
                               " h        " DELIMITED BY SIZE
                               ws-montant-edite DELIMITED BY SIZE
                               " EUR - tickets " DELIMITED BY SIZE
                               ch-tickets(ch-i) DELIMITED BY SIZE
                           INTO ligne-analyse
                   END-IF
                   WRITE ligne-analyse
               END-IF
           END-PERFORM
           MOVE SPACES TO ligne-analyse
           WRITE ligne-analyse
           MOVE "CHIFFRE NET PAR JOUR DE LA SEMAINE" TO ligne-analyse
           WRITE ligne-analyse
      *>    Moyenne par jour ouvre de ce jour de semaine dans le mois.
           PERFORM VARYING cj-i FROM 1 BY 1 UNTIL cj-i > 7
               MOVE cj-net(cj-i) TO ws-montant-edite
               MOVE ZERO TO ws-montant2-edite
               IF cj-jours(cj-i) > ZERO THEN
                   COMPUTE ws-montant2-edite ROUNDED =
                           cj-net(cj-i) / cj-jours(cj-i)
               END-IF
               MOVE SPACES TO ligne-analyse
               STRING "  " DELIMITED BY SIZE
                       nj-nom(cj-i) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       " EUR sur " DELIMITED BY SIZE
                       cj-jours(cj-i) DELIMITED BY SIZE
                       " jour(s), moyenne " DELIMITED BY SIZE
                       ws-montant2-edite DELIMITED BY SIZE
                   INTO ligne-analyse
               WRITE ligne-analyse
           END-PERFORM.

       ECRIRE-MARGES-FAMILLES.
      *>    Marge brute hors taxe : net apres promotions, remises et
      *>    points fidelite, ramene hors taxe au taux de la famille,
      *>    moins le cout d'achat des quantites vendues.
           MOVE SPACES TO ligne-analyse
           WRITE ligne-analyse
           MOVE "MARGE BRUTE PAR FAMILLE (HORS TAXE)" TO ligne-analyse
           WRITE ligne-analyse
           PERFORM VARYING cf-i FROM 1 BY 1 UNTIL cf-i > cf-nombre
               MOVE cf-brut(cf-i) TO ws-montant-edite
               COMPUTE ws-montant2-edite =
                       cf-remise(cf-i) + cf-fidelite(cf-i)
               MOVE cf-net(cf-i) TO ws-montant3-edite
               MOVE SPACES TO ligne-analyse
               STRING "  " DELIMITED BY SIZE
                       cf-famille(cf-i) DELIMITED BY SIZE
                       " brut " DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       " remises " DELIMITED BY SIZE
                       ws-montant2-edite DELIMITED BY SIZE
                       " net TTC " DELIMITED BY SIZE
                       ws-montant3-edite DELIMITED BY SIZE
                   INTO ligne-analyse
               WRITE ligne-analyse
               COMPUTE ws-marge = cf-ht(cf-i) - cf-cout(cf-i)
               MOVE ZERO TO ws-taux-marge
               IF cf-ht(cf-i) NOT = ZERO THEN
                   COMPUTE ws-taux-marge ROUNDED =
                           ws-marge * 100 / cf-ht(cf-i)
               END-IF
               ADD cf-ht(cf-i) TO ws-total-ht
               ADD cf-cout(cf-i) TO ws-total-cout
               MOVE cf-ht(cf-i) TO ws-montant-edite
               MOVE cf-cout(cf-i) TO ws-montant2-edite
               MOVE ws-marge TO ws-montant3-edite
               MOVE ws-taux-marge TO ws-part-edite
               MOVE SPACES TO ligne-analyse
               STRING "             net HT " DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       " cout " DELIMITED BY SIZE
                       ws-montant2-edite DELIMITED BY SIZE
                       " marge " DELIMITED BY SIZE
                       ws-montant3-edite DELIMITED BY SIZE
                       " soit " DELIMITED BY SIZE
                       ws-part-edite DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                   INTO ligne-analyse
               WRITE ligne-analyse
           END-PERFORM
           COMPUTE ws-marge = ws-total-ht - ws-total-cout
           MOVE ZERO TO ws-taux-marge
           IF ws-total-ht NOT = ZERO THEN
               COMPUTE ws-taux-marge ROUNDED =
                       ws-marge * 100 / ws-total-ht
           END-IF
           MOVE ws-total-ht TO ws-montant-edite
           MOVE ws-marge TO ws-montant3-edite
           MOVE ws-taux-marge TO ws-part-edite
           MOVE SPACES TO ligne-analyse
           STRING "  TOTAL      net HT " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " marge " DELIMITED BY SIZE
                   ws-montant3-edite DELIMITED BY SIZE
                   " soit " DELIMITED BY SIZE
                   ws-part-edite DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
               INTO ligne-analyse
           WRITE ligne-analyse.

       ECRIRE-PRODUITS-LENTS.
      *>    Produits avec du stock en rayon et sans vente du mois, ou
      *>    dont le stock couvre plus de mois-couverture-lent mois au
      *>    rythme du mois : a solder.
           MOVE SPACES TO ligne-analyse
           WRITE ligne-analyse
           MOVE "PRODUITS LENTS AVEC STOCK (A SOLDER)" TO ligne-analyse
           WRITE ligne-analyse
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > ta-nombre
               IF ta-stock(ta-i) > ZERO THEN
                   COMPUTE ws-couverture =
                           ta-quantite(ta-i) * mois-couverture-lent
                   IF ta-quantite(ta-i) <= ZERO
                           OR ta-stock(ta-i) > ws-couverture THEN
                       ADD 1 TO ws-nombre-lents
                       MOVE ta-stock(ta-i) TO ws-stock-edite
                       MOVE ta-quantite(ta-i) TO ws-quantite-edite
                       MOVE SPACES TO ligne-analyse
                       STRING "  " DELIMITED BY SIZE
                               ta-famille(ta-i) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ta-code(ta-i) DELIMITED BY SIZE
                               " stock " DELIMITED BY SIZE
                               ws-stock-edite DELIMITED BY SIZE
                               " vendus dans le mois "
                               DELIMITED BY SIZE
                               ws-quantite-edite DELIMITED BY SIZE
                           INTO ligne-analyse
                       WRITE ligne-analyse
                   END-IF
               END-IF
           END-PERFORM
           IF ws-nombre-lents = ZERO THEN
               MOVE "  aucun" TO ligne-analyse
               WRITE ligne-analyse
           END-IF.
       END PROGRAM analyse_ventes_boutique.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. etiquettes_rayon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT produits_caisse ASSIGN TO 'produits_caisse'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-produits.
           SELECT prix_boutique ASSIGN TO 'prix_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prix.
           SELECT promotions ASSIGN TO 'promotions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-promotions.
           SELECT tva_familles ASSIGN TO 'tva_familles'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tva.
           SELECT journal_etiquettes ASSIGN TO 'journal_etiquettes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.
           SELECT etiquettes ASSIGN TO 'etiquettes_a_poser'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-etiquettes.

       DATA DIVISION.
       FILE SECTION.
       FD produits_caisse.
           COPY cpprodcaisse.
       FD prix_boutique.
           COPY cpprixboutique.
       FD promotions.
           COPY cppromo.
       FD tva_familles.
           COPY cptvafam.
       FD journal_etiquettes.
           COPY cpjournaletiq.
       FD etiquettes.
       01  ligne-etiquette PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status-produits PIC XX.
       01  ws-file-status-prix PIC XX.
       01  ws-file-status-promotions PIC XX.
       01  ws-file-status-tva PIC XX.
       01  ws-file-status-journal PIC XX.
       01  ws-file-status-etiquettes PIC XX.
       01  fin_produits PIC X VALUE 'N'.
       01  fin_prix PIC X VALUE 'N'.
       01  fin_promotions PIC X VALUE 'N'.
       01  fin_tva PIC X VALUE 'N'.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-lendemain PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Taux de TVA par famille, comme au releve de caisse.
       01  table-tva.
           05  tv-entry OCCURS 20 TIMES INDEXED BY tv-i.
               10  tv-famille          PIC X(10).
               10  tv-taux             PIC 9(2)V99.
       01  tv-nombre PIC 9(2) VALUE ZERO.
      *>    Campagnes en vigueur le lendemain.
       01  table-promotions.
           05  pm-entry OCCURS 30 TIMES INDEXED BY pm-i.
               10  pm-cible            PIC X(1).
               10  pm-code             PIC X(8).
               10  pm-famille          PIC X(10).
               10  pm-taux             PIC 9(2)V99.
               10  pm-date-fin         PIC 9(8).
               10  pm-libelle          PIC X(20).
       01  pm-nombre PIC 9(2) VALUE ZERO.
      *>    Derniere etiquette imprimee par code produit, relue dans
      *>    le journal (la plus recente l'emporte).
       01  table-dernieres-etiquettes.
           05  de-entry OCCURS 300 TIMES INDEXED BY de-i.
               10  de-code             PIC X(8).
               10  de-prix-ttc         PIC 9(5)V99.
               10  de-prix-ht          PIC 9(5)V99.
               10  de-prix-promo       PIC 9(5)V99.
               10  de-prix-unitaire    PIC 9(5)V99.
               10  de-unite            PIC X(2).
       01  de-nombre PIC 9(3) VALUE ZERO.
      *>    Etiquettes a imprimer cette nuit, regroupees ensuite par
      *>    famille de rayon a l'ecriture.
       01  table-etiquettes.
           05  ei-entry OCCURS 300 TIMES INDEXED BY ei-i ei-j.
               10  ei-famille          PIC X(10).
               10  ei-code             PIC X(8).
               10  ei-libelle          PIC X(24).
               10  ei-prix-ttc         PIC 9(5)V99.
               10  ei-prix-ht          PIC 9(5)V99.
               10  ei-taux-tva         PIC 9(2)V99.
               10  ei-prix-promo       PIC 9(5)V99.
               10  ei-taux-promo       PIC 9(2)V99.
               10  ei-fin-promo        PIC 9(8).
               10  ei-libelle-promo    PIC X(20).
               10  ei-prix-unitaire    PIC 9(5)V99.
               10  ei-unite            PIC X(2).
               10  ei-motif            PIC X(1).
               10  ei-imprimee         PIC X(1).
       01  ei-nombre PIC 9(3) VALUE ZERO.
       01  ws-famille-en-cours PIC X(10).
      *>    Prix calcules du produit pour le lendemain.
       01  ws-prix-trouve PIC X VALUE 'N'.
       01  ws-date-prix PIC 9(8).
       01  ws-prix-ttc PIC 9(5)V99.
       01  ws-contenance PIC 9(5)V999.
       01  ws-unite PIC X(2).
       01  ws-libelle PIC X(24).
       01  ws-taux-tva PIC 9(2)V99.
       01  ws-prix-ht PIC 9(5)V99.
       01  ws-promo-trouvee PIC X VALUE 'N'.
       01  ws-taux-promo PIC 9(2)V99.
       01  ws-fin-promo PIC 9(8).
       01  ws-libelle-promo PIC X(20).
       01  ws-prix-promo PIC 9(5)V99.
       01  ws-prix-unitaire PIC 9(5)V99.
       01  ws-motif PIC X(1).
       01  ws-nombre-produits PIC 9(5) VALUE ZERO.
       01  ws-nombre-sans-prix PIC 9(5) VALUE ZERO.
       01  ws-prix-edite PIC Z(4)9.99.
       01  ws-ht-edite PIC Z(4)9.99.
       01  ws-taux-edite PIC Z9.99.
       01  ws-unitaire-edite PIC Z(4)9.99.

       PROCEDURE DIVISION.
      *>    Etiquettes de rayon de la boutique, passe chaque nuit :
      *>    pour chaque produit de caisse, prix TTC en vigueur le
      *>    lendemain (prix_boutique), prix hors taxe au taux de sa
      *>    famille (tva_familles), prix promotionnel de la campagne
      *>    en vigueur le lendemain (meme precedence qu'au releve :
      *>    le code avant la famille) et prix au kilo, au litre ou au
      *>    metre. Seuls les produits dont l'un de ces prix differe de
      *>    la derniere etiquette imprimee partent a l'impression,
      *>    regroupes par famille de rayon, et chaque etiquette est
      *>    consignee au journal_etiquettes.
           DISPLAY "Etiquettes de rayon"
           CALL 'journal_batch' USING "etiquettes_rayon    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           COMPUTE ws-date-lendemain = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour) + 1)
           PERFORM CHARGER-TVA-FAMILLES
           PERFORM CHARGER-PROMOTIONS-LENDEMAIN
           PERFORM CHARGER-DERNIERES-ETIQUETTES

           MOVE 'N' TO fin_produits
           OPEN INPUT produits_caisse
           IF ws-file-status-produits = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits_caisse
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           ADD 1 TO ws-nombre-produits
                           PERFORM CONTROLER-ETIQUETTE-PRODUIT
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
           ELSE
               DISPLAY "/!\ Fichier produits_caisse introuvable"
           END-IF

           PERFORM IMPRIMER-ETIQUETTES
           PERFORM JOURNALISER-ETIQUETTES
           DISPLAY "Produits controles : ", ws-nombre-produits,
                       " - etiquettes a imprimer : ", ei-nombre,
                       " - sans prix : ", ws-nombre-sans-prix
           MOVE ei-nombre TO ws-compteur-journal
           CALL 'journal_batch' USING "etiquettes_rayon    ", 'F',
               ws-compteur-journal
           GOBACK.

       CHARGER-TVA-FAMILLES.
           MOVE 'N' TO fin_tva
           OPEN INPUT tva_familles
           IF ws-file-status-tva = '00' THEN
               PERFORM UNTIL fin_tva = 'Y'
                   READ tva_familles
                       AT END
                           MOVE 'Y' TO fin_tva
                       NOT AT END
                           IF tv-nombre < 20 THEN
                               ADD 1 TO tv-nombre
                               MOVE tf-famille
                                   TO tv-famille(tv-nombre)
                               MOVE tf-taux TO tv-taux(tv-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE tva_familles
           ELSE
               DISPLAY "/!\ Fichier tva_familles absent, prix hors",
                           " taxe au taux zero"
           END-IF.

       CHARGER-PROMOTIONS-LENDEMAIN.
           MOVE 'N' TO fin_promotions
           OPEN INPUT promotions
           IF ws-file-status-promotions = '00' THEN
               PERFORM UNTIL fin_promotions = 'Y'
                   READ promotions
                       AT END
                           MOVE 'Y' TO fin_promotions
                       NOT AT END
                           IF pr-date-debut <= ws-date-lendemain
                                   AND pr-date-fin
                                       >= ws-date-lendemain
                                   AND pm-nombre < 30 THEN
                               ADD 1 TO pm-nombre
                               MOVE pr-cible TO pm-cible(pm-nombre)
                               MOVE pr-code TO pm-code(pm-nombre)
                               MOVE pr-famille
                                   TO pm-famille(pm-nombre)
                               MOVE pr-taux TO pm-taux(pm-nombre)
                               MOVE pr-date-fin
                                   TO pm-date-fin(pm-nombre)
                               MOVE pr-libelle
                                   TO pm-libelle(pm-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE promotions
           END-IF.

       CHARGER-DERNIERES-ETIQUETTES.
           MOVE 'N' TO fin_journal
           OPEN INPUT journal_etiquettes
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_etiquettes
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           PERFORM RETENIR-DERNIERE-ETIQUETTE
                   END-READ
               END-PERFORM
               CLOSE journal_etiquettes
           END-IF.

       RETENIR-DERNIERE-ETIQUETTE.
           PERFORM VARYING de-i FROM 1 BY 1
                   UNTIL de-i > de-nombre
                   OR de-code(de-i) = je-code
               CONTINUE
           END-PERFORM
           IF de-i > de-nombre THEN
               IF de-nombre >= 300 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO de-nombre
               SET de-i TO de-nombre
               MOVE je-code TO de-code(de-i)
           END-IF
           MOVE je-prix-ttc TO de-prix-ttc(de-i)
           MOVE je-prix-ht TO de-prix-ht(de-i)
           MOVE je-prix-promo TO de-prix-promo(de-i)
           MOVE je-prix-unitaire TO de-prix-unitaire(de-i)
           MOVE je-unite TO de-unite(de-i).

       CONTROLER-ETIQUETTE-PRODUIT.
           PERFORM RECHERCHER-PRIX-LENDEMAIN
           IF ws-prix-trouve = 'N' THEN
               ADD 1 TO ws-nombre-sans-prix
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-taux-tva
           PERFORM VARYING tv-i FROM 1 BY 1 UNTIL tv-i > tv-nombre
               IF tv-famille(tv-i) = pca-famille THEN
                   MOVE tv-taux(tv-i) TO ws-taux-tva
               END-IF
           END-PERFORM
           COMPUTE ws-prix-ht ROUNDED =
                   ws-prix-ttc / (1 + ws-taux-tva / 100)
           PERFORM RECHERCHER-PROMOTION-PRODUIT
           MOVE ZERO TO ws-prix-promo
           IF ws-promo-trouvee = 'O' THEN
               COMPUTE ws-prix-promo ROUNDED =
                       ws-prix-ttc - ws-prix-ttc * ws-taux-promo / 100
           END-IF
      *>    Le prix a l'unite de mesure suit le prix paye ce jour-la,
      *>    promotion comprise.
           MOVE ZERO TO ws-prix-unitaire
           IF ws-contenance NOT = ZERO THEN
               IF ws-promo-trouvee = 'O' THEN
                   COMPUTE ws-prix-unitaire ROUNDED =
                           ws-prix-promo / ws-contenance
               ELSE
                   COMPUTE ws-prix-unitaire ROUNDED =
                           ws-prix-ttc / ws-contenance
               END-IF
           END-IF
           PERFORM COMPARER-DERNIERE-ETIQUETTE
           IF ws-motif NOT = SPACE AND ei-nombre < 300 THEN
               PERFORM AJOUTER-ETIQUETTE
           END-IF.

       RECHERCHER-PRIX-LENDEMAIN.
      *>    La ligne la plus recente dont la date d'effet ne depasse
      *>    pas le lendemain ; a date egale, la derniere posee.
           MOVE 'N' TO ws-prix-trouve
           MOVE ZERO TO ws-date-prix
           MOVE 'N' TO fin_prix
           OPEN INPUT prix_boutique
           IF ws-file-status-prix = '00' THEN
               PERFORM UNTIL fin_prix = 'Y'
                   READ prix_boutique
                       AT END
                           MOVE 'Y' TO fin_prix
                       NOT AT END
                           IF pb-code = pca-code
                                   AND pb-date-effet
                                       <= ws-date-lendemain
                                   AND pb-date-effet
                                       >= ws-date-prix THEN
                               MOVE 'O' TO ws-prix-trouve
                               MOVE pb-date-effet TO ws-date-prix
                               MOVE pb-prix-ttc TO ws-prix-ttc
                               MOVE pb-contenance TO ws-contenance
                               MOVE pb-unite TO ws-unite
                               MOVE pb-libelle TO ws-libelle
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prix_boutique
           END-IF.

       RECHERCHER-PROMOTION-PRODUIT.
           MOVE 'N' TO ws-promo-trouvee
           PERFORM VARYING pm-i FROM 1 BY 1 UNTIL pm-i > pm-nombre
               IF pm-cible(pm-i) = 'C'
                       AND pm-code(pm-i) = pca-code THEN
                   PERFORM RETENIR-PROMOTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-promo-trouvee = 'N' THEN
               PERFORM VARYING pm-i FROM 1 BY 1
                       UNTIL pm-i > pm-nombre
                   IF pm-cible(pm-i) = 'F'
                           AND pm-famille(pm-i) = pca-famille THEN
                       PERFORM RETENIR-PROMOTION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       RETENIR-PROMOTION.
           MOVE 'O' TO ws-promo-trouvee
           MOVE pm-taux(pm-i) TO ws-taux-promo
           MOVE pm-date-fin(pm-i) TO ws-fin-promo
           MOVE pm-libelle(pm-i) TO ws-libelle-promo.

       COMPARER-DERNIERE-ETIQUETTE.
      *>    Motif de reimpression, du plus au moins visible pour le
      *>    client ; espace si l'etiquette en rayon est juste.
           MOVE SPACE TO ws-motif
           PERFORM VARYING de-i FROM 1 BY 1
                   UNTIL de-i > de-nombre
                   OR de-code(de-i) = pca-code
               CONTINUE
           END-PERFORM
           IF de-i > de-nombre THEN
               MOVE 'N' TO ws-motif
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN de-prix-ttc(de-i) NOT = ws-prix-ttc
                   MOVE 'P' TO ws-motif
               WHEN de-prix-promo(de-i) NOT = ws-prix-promo
                   MOVE 'R' TO ws-motif
               WHEN de-prix-ht(de-i) NOT = ws-prix-ht
                   MOVE 'T' TO ws-motif
               WHEN de-prix-unitaire(de-i) NOT = ws-prix-unitaire
                   MOVE 'U' TO ws-motif
               WHEN de-unite(de-i) NOT = ws-unite
                   MOVE 'U' TO ws-motif
           END-EVALUATE.

       AJOUTER-ETIQUETTE.
           ADD 1 TO ei-nombre
           MOVE pca-famille TO ei-famille(ei-nombre)
           MOVE pca-code TO ei-code(ei-nombre)
           MOVE ws-libelle TO ei-libelle(ei-nombre)
           MOVE ws-prix-ttc TO ei-prix-ttc(ei-nombre)
           MOVE ws-prix-ht TO ei-prix-ht(ei-nombre)
           MOVE ws-taux-tva TO ei-taux-tva(ei-nombre)
           MOVE ws-prix-promo TO ei-prix-promo(ei-nombre)
           MOVE ZERO TO ei-taux-promo(ei-nombre)
           MOVE ZERO TO ei-fin-promo(ei-nombre)
           MOVE SPACES TO ei-libelle-promo(ei-nombre)
           IF ws-promo-trouvee = 'O' THEN
               MOVE ws-taux-promo TO ei-taux-promo(ei-nombre)
               MOVE ws-fin-promo TO ei-fin-promo(ei-nombre)
               MOVE ws-libelle-promo TO ei-libelle-promo(ei-nombre)
           END-IF
           MOVE ws-prix-unitaire TO ei-prix-unitaire(ei-nombre)
           MOVE ws-unite TO ei-unite(ei-nombre)
           MOVE ws-motif TO ei-motif(ei-nombre)
           MOVE 'N' TO ei-imprimee(ei-nombre).

       IMPRIMER-ETIQUETTES.
      *>    Une famille de rayon apres l'autre, dans l'ordre ou elles
      *>    apparaissent, pour que chaque rayon se pose d'un trait.
           OPEN OUTPUT etiquettes
           MOVE SPACES TO ligne-etiquette
           STRING "ETIQUETTES DE RAYON A POSER LE " DELIMITED BY SIZE
                   ws-date-lendemain DELIMITED BY SIZE
               INTO ligne-etiquette
           WRITE ligne-etiquette
           PERFORM VARYING ei-i FROM 1 BY 1 UNTIL ei-i > ei-nombre
               IF ei-imprimee(ei-i) = 'N' THEN
                   MOVE ei-famille(ei-i) TO ws-famille-en-cours
                   MOVE SPACES TO ligne-etiquette
                   WRITE ligne-etiquette
                   MOVE SPACES TO ligne-etiquette
                   STRING "RAYON " DELIMITED BY SIZE
                           ws-famille-en-cours DELIMITED BY SIZE
                       INTO ligne-etiquette
                   WRITE ligne-etiquette
                   PERFORM VARYING ei-j FROM ei-i BY 1
                           UNTIL ei-j > ei-nombre
                       IF ei-famille(ei-j) = ws-famille-en-cours
                               AND ei-imprimee(ei-j) = 'N' THEN
                           PERFORM ECRIRE-UNE-ETIQUETTE
                           MOVE 'O' TO ei-imprimee(ei-j)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE etiquettes
           IF ei-nombre > ZERO THEN
               DISPLAY "--> ", ei-nombre, " etiquette(s) dans",
                           " etiquettes_a_poser"
           END-IF.

       ECRIRE-UNE-ETIQUETTE.
           MOVE ei-prix-ttc(ei-j) TO ws-prix-edite
           MOVE ei-prix-ht(ei-j) TO ws-ht-edite
           MOVE ei-taux-tva(ei-j) TO ws-taux-edite
           MOVE SPACES TO ligne-etiquette
           STRING "  " DELIMITED BY SIZE
                   ei-code(ei-j) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ei-libelle(ei-j) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-prix-edite DELIMITED BY SIZE
                   " EUR TTC" DELIMITED BY SIZE
               INTO ligne-etiquette
           WRITE ligne-etiquette
           MOVE SPACES TO ligne-etiquette
           STRING "    soit " DELIMITED BY SIZE
                   ws-ht-edite DELIMITED BY SIZE
                   " EUR HT, TVA " DELIMITED BY SIZE
                   ws-taux-edite DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
               INTO ligne-etiquette
           WRITE ligne-etiquette
           IF ei-prix-promo(ei-j) NOT = ZERO THEN
               MOVE ei-prix-promo(ei-j) TO ws-prix-edite
               MOVE ei-taux-promo(ei-j) TO ws-taux-edite
               MOVE SPACES TO ligne-etiquette
               STRING "    PROMOTION -" DELIMITED BY SIZE
                       ws-taux-edite DELIMITED BY SIZE
                       " % : " DELIMITED BY SIZE
                       ws-prix-edite DELIMITED BY SIZE
                       " EUR jusqu'au " DELIMITED BY SIZE
                       ei-fin-promo(ei-j) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ei-libelle-promo(ei-j) DELIMITED BY SIZE
                   INTO ligne-etiquette
               WRITE ligne-etiquette
           END-IF
           IF ei-unite(ei-j) NOT = SPACES THEN
               MOVE ei-prix-unitaire(ei-j) TO ws-unitaire-edite
               MOVE SPACES TO ligne-etiquette
               STRING "    prix au " DELIMITED BY SIZE
                       ei-unite(ei-j) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       ws-unitaire-edite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                   INTO ligne-etiquette
               WRITE ligne-etiquette
           END-IF.

       JOURNALISER-ETIQUETTES.
           IF ei-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND journal_etiquettes
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_etiquettes
           END-IF
           PERFORM VARYING ei-i FROM 1 BY 1 UNTIL ei-i > ei-nombre
               MOVE ws-date-du-jour TO je-date-impression
               MOVE ws-date-lendemain TO je-date-effet
               MOVE ei-code(ei-i) TO je-code
               MOVE ei-famille(ei-i) TO je-famille
               MOVE ei-libelle(ei-i) TO je-libelle
               MOVE ei-prix-ttc(ei-i) TO je-prix-ttc
               MOVE ei-prix-ht(ei-i) TO je-prix-ht
               MOVE ei-taux-tva(ei-i) TO je-taux-tva
               MOVE ei-prix-promo(ei-i) TO je-prix-promo
               MOVE ei-taux-promo(ei-i) TO je-taux-promo
               MOVE ei-fin-promo(ei-i) TO je-fin-promo
               MOVE ei-prix-unitaire(ei-i) TO je-prix-unitaire
               MOVE ei-unite(ei-i) TO je-unite
               MOVE ei-motif(ei-i) TO je-motif
               WRITE journal-etiquette-record
               END-WRITE
           END-PERFORM
           CLOSE journal_etiquettes.
       END PROGRAM etiquettes_rayon.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_prix_boutique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT prix_boutique ASSIGN TO 'prix_boutique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prix.
           SELECT produits_caisse ASSIGN TO 'produits_caisse'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT journal_etiquettes ASSIGN TO 'journal_etiquettes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD prix_boutique.
           COPY cpprixboutique.
       FD produits_caisse.
           COPY cpprodcaisse.
       FD journal_etiquettes.
           COPY cpjournaletiq.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-prix PIC XX.
       01  ws-file-status-journal PIC XX.
       01  fin_prix PIC X VALUE 'N'.
       01  fin_produits PIC X VALUE 'N'.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-code-saisi PIC X(8).
       01  ws-date-saisie PIC 9(8).
       01  ws-code-valide PIC X VALUE 'N'.
       01  ws-nombre-lignes PIC 9(4) VALUE ZERO.
       01  ws-prix-edite PIC Z(4)9.99.
       01  ws-promo-edite PIC Z(4)9.99.
       01  ws-unitaire-edite PIC Z(4)9.99.
      *>    Etiquette en rayon a la date demandee : la derniere
      *>    imprimee dont la date d'effet ne la depasse pas.
       01  ws-etiquette-en-rayon PIC X VALUE 'N'.
       01  ws-rayon-impression PIC 9(8).
       01  ws-rayon-effet PIC 9(8).
       01  ws-rayon-prix PIC 9(5)V99.
       01  ws-rayon-promo PIC 9(5)V99.
       01  ws-rayon-unitaire PIC 9(5)V99.
       01  ws-rayon-unite PIC X(2).

       PROCEDURE DIVISION.
      *>    Prix de la boutique : chaque changement se pose comme une
      *>    ligne datee, a l'avance s'il le faut, et le batch des
      *>    etiquettes de rayon (etiquettes_rayon) imprime la nuit
      *>    d'avant ce qui change le lendemain. L'historique des
      *>    etiquettes d'un produit repond a une reclamation sur un
      *>    prix affiche.
           DISPLAY "-------------- "
           DISPLAY "     Prix de la boutique"
           DISPLAY "-------------- "
           DISPLAY "Lister les prix d'un produit : 1"
           DISPLAY "Poser un prix : 2"
           DISPLAY "Historique des etiquettes d'un produit : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-PRIX
               WHEN '2'
                   PERFORM POSER-PRIX
               WHEN '3'
                   PERFORM HISTORIQUE-ETIQUETTES
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LISTER-PRIX.
           DISPLAY "Code du produit :"
           ACCEPT ws-code-saisi
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_prix
           OPEN INPUT prix_boutique
           IF ws-file-status-prix = '00' THEN
               PERFORM UNTIL fin_prix = 'Y'
                   READ prix_boutique
                       AT END
                           MOVE 'Y' TO fin_prix
                       NOT AT END
                           IF pb-code = ws-code-saisi THEN
                               ADD 1 TO ws-nombre-lignes
                               MOVE pb-prix-ttc TO ws-prix-edite
                               DISPLAY "Effet le ", pb-date-effet,
                                   " : ", ws-prix-edite, " € TTC ",
                                   pb-libelle, " contenance ",
                                   pb-contenance, " ", pb-unite
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prix_boutique
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "Aucun prix pose pour ce produit"
           END-IF.

       POSER-PRIX.
           DISPLAY "Code du produit :"
           ACCEPT ws-code-saisi
           PERFORM VALIDER-PRODUIT-CAISSE
           IF ws-code-valide = 'N' THEN
               DISPLAY "/!\ Code inconnu des produits de caisse"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-code-saisi TO pb-code
           DISPLAY "Date d'effet (AAAAMMJJ) :"
           ACCEPT pb-date-effet
           DISPLAY "Prix TTC :"
           ACCEPT pb-prix-ttc
           DISPLAY "Libelle de l'etiquette :"
           ACCEPT pb-libelle
           DISPLAY "Contenance (0 si vendu a l'unite) :"
           ACCEPT pb-contenance
           MOVE SPACES TO pb-unite
           IF pb-contenance NOT = ZERO THEN
               DISPLAY "Unite du prix au poids ou au volume (KG, L,",
                           " M) :"
               ACCEPT pb-unite
           END-IF
           OPEN EXTEND prix_boutique
           IF ws-file-status-prix = '35' THEN
               OPEN OUTPUT prix_boutique
           END-IF
           WRITE prix-boutique-record
           END-WRITE
           CLOSE prix_boutique
           MOVE pb-prix-ttc TO ws-prix-edite
           DISPLAY "--> Prix de ", ws-code-saisi, " pose a ",
                       ws-prix-edite, " €, effet le ", pb-date-effet.

       VALIDER-PRODUIT-CAISSE.
           MOVE 'N' TO ws-code-valide
           MOVE 'N' TO fin_produits
           OPEN INPUT produits_caisse
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits_caisse
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF pca-code = ws-code-saisi THEN
                               MOVE 'O' TO ws-code-valide
                               MOVE 'Y' TO fin_produits
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
           END-IF.

       HISTORIQUE-ETIQUETTES.
      *>    Toutes les etiquettes imprimees pour le produit, puis
      *>    celle qui etait en rayon le jour de la reclamation.
           DISPLAY "Code du produit :"
           ACCEPT ws-code-saisi
           DISPLAY "Date de la reclamation (AAAAMMJJ, 0 si aucune) :"
           ACCEPT ws-date-saisie
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO ws-etiquette-en-rayon
           MOVE 'N' TO fin_journal
           OPEN INPUT journal_etiquettes
           IF ws-file-status-journal = '00' THEN
               PERFORM UNTIL fin_journal = 'Y'
                   READ journal_etiquettes
                       AT END
                           MOVE 'Y' TO fin_journal
                       NOT AT END
                           IF je-code = ws-code-saisi THEN
                               PERFORM AFFICHER-UNE-ETIQUETTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal_etiquettes
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "Aucune etiquette imprimee pour ce produit"
               EXIT PARAGRAPH
           END-IF
           IF ws-date-saisie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-etiquette-en-rayon = 'N' THEN
               DISPLAY "/!\ Aucune etiquette en rayon le ",
                           ws-date-saisie
               EXIT PARAGRAPH
           END-IF
           MOVE ws-rayon-prix TO ws-prix-edite
           DISPLAY "En rayon le ", ws-date-saisie, " : etiquette du ",
                       ws-rayon-impression, " (effet le ",
                       ws-rayon-effet, "), prix ", ws-prix-edite, " €"
           IF ws-rayon-promo NOT = ZERO THEN
               MOVE ws-rayon-promo TO ws-promo-edite
               DISPLAY "  prix promotionnel affiche ",
                           ws-promo-edite, " €"
           END-IF
           IF ws-rayon-unite NOT = SPACES THEN
               MOVE ws-rayon-unitaire TO ws-unitaire-edite
               DISPLAY "  prix au ", ws-rayon-unite, " affiche ",
                           ws-unitaire-edite, " €"
           END-IF.

       AFFICHER-UNE-ETIQUETTE.
           ADD 1 TO ws-nombre-lignes
           MOVE je-prix-ttc TO ws-prix-edite
           MOVE je-prix-promo TO ws-promo-edite
           MOVE je-prix-unitaire TO ws-unitaire-edite
           DISPLAY je-date-impression, " effet ", je-date-effet,
               " motif ", je-motif, " : ", ws-prix-edite,
               " € promo ", ws-promo-edite, " € au ", je-unite, " ",
               ws-unitaire-edite, " €"
           IF ws-date-saisie NOT = ZERO
                   AND je-date-effet <= ws-date-saisie THEN
               MOVE 'O' TO ws-etiquette-en-rayon
               MOVE je-date-impression TO ws-rayon-impression
               MOVE je-date-effet TO ws-rayon-effet
               MOVE je-prix-ttc TO ws-rayon-prix
               MOVE je-prix-promo TO ws-rayon-promo
               MOVE je-prix-unitaire TO ws-rayon-unitaire
               MOVE je-unite TO ws-rayon-unite
           END-IF.
       END PROGRAM gestion_prix_boutique.

       01  ws-nombre-ecarts PIC 9(3) VALUE ZERO.
       01  ws-reponse-correction PIC X.
       01  ws-nombre-sous-seuil PIC 9(3) VALUE ZERO.
       01  ws-cout-saisi PIC 9(5)V99.
       01  ws-cout-edite PIC Z(4)9.99.
       77  tiret_menu PIC X(20) VALUE "-------------- ".

       PROCEDURE DIVISION.
      *>    comptage des rayons du stock enregistre (meme principe
      *>    qu'inventaire_bibliotheque pour les livres), et liste de
      *>    reassort par famille des produits passes sous leur seuil.
      *>    Le cout d'achat de chaque produit s'y tient aussi, pour la
      *>    marge de l'analyse mensuelle des ventes.
      *>    Le decompte des ventes lui-meme est l'affaire du
      *>    traitement du releve du jour, jamais de cet ecran.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
               DISPLAY "Livraison / demarque : 2"
               DISPLAY "Inventaire (comptage contre enregistre) : 3"
               DISPLAY "Liste de reassort par famille : 4"
               DISPLAY "Cout d'achat d'un produit : 5"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               EVALUATE choix_menu
                       PERFORM INVENTAIRE-BOUTIQUE
                   WHEN '4'
                       PERFORM LISTE-REASSORT
                   WHEN '5'
                       PERFORM MODIFIER-COUT-ACHAT
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF pca-cout-achat IS NUMERIC THEN
                               MOVE pca-cout-achat TO ws-cout-edite
                           ELSE
                               MOVE ZERO TO ws-cout-edite
                           END-IF
                           DISPLAY pca-code, " (", pca-famille,
                               ") stock ", pca-quantite,
                               " seuil ", pca-seuil-mini,
                               " cout HT ", ws-cout-edite
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
               DISPLAY "/!\ Code produit inconnu"
           END-IF.

       MODIFIER-COUT-ACHAT.
      *>    Nouveau cout d'achat hors taxe, a la livraison d'un tarif
      *>    fournisseur : les ventes deja passees gardent le cout
      *>    fige dans l'historique.
           DISPLAY "Code du produit :"
           ACCEPT ws-code-saisi
           DISPLAY "Cout d'achat unitaire hors taxe :"
           ACCEPT ws-cout-saisi
           MOVE 'N' TO ws-produit-trouve
           MOVE 'N' TO fin_produits
           OPEN I-O produits_caisse
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits_caisse
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF pca-code = ws-code-saisi THEN
                               MOVE ws-cout-saisi TO pca-cout-achat
                               REWRITE produit-caisse-record
                               MOVE 'O' TO ws-produit-trouve
                               MOVE pca-cout-achat TO ws-cout-edite
                               DISPLAY "--> Cout d'achat de ", pca-code,
                                   " : ", ws-cout-edite
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits_caisse
           END-IF
           IF ws-produit-trouve = 'N' THEN
               DISPLAY "/!\ Code produit inconnu"
           END-IF.

       INVENTAIRE-BOUTIQUE.
      *>    Rapproche le comptage des rayons du stock enregistre et,
      *>    sur demande, reporte les quantites comptees.

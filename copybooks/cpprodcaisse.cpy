      *>    nourrit la liste de reassort par famille.
           05  pca-quantite        PIC S9(5) SIGN LEADING SEPARATE.
           05  pca-seuil-mini      PIC 9(5).
      *>    Cout d'achat unitaire hors taxe, tenu par l'ecran
      *>    des stocks ; fige sur chaque ligne de l'historique des
      *>    ventes pour la marge brute par famille du mois.
           05  pca-cout-achat      PIC 9(5)V99.

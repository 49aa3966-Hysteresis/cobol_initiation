      *> Enregistrement de l'historique des ventes de la boutique
      *> (historique_ventes_boutique), jamais reecrit : le
      *> traitement du releve du jour y verse chaque ligne de
      *> ventes_jour une fois remisee, avec son heure, sa famille,
      *> la remise accordee (promotion, taux propre ou palier), la
      *> part des points fidelite du ticket qui lui revient et son
      *> cout d'achat au jour de la vente. L'analyse mensuelle des
      *> ventes (analyse_ventes_boutique) ne lit que ce fichier.
       01  historique-vente-record.
           05  hv-date             PIC 9(8).
      *>    Heure du ticket HHMM, 9999 si la caisse ne l'a pas
      *>    remontee.
           05  hv-heure            PIC 9(4).
           05  hv-numero-ticket    PIC 9(6).
           05  hv-caisse           PIC 9(2).
           05  hv-produit          PIC X(8).
           05  hv-famille          PIC X(10).
           05  hv-quantite         PIC S9(3) SIGN LEADING SEPARATE.
           05  hv-montant-brut     PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  hv-remise           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  hv-remise-fidelite  PIC S9(6)V99 SIGN LEADING SEPARATE.
      *>    Net TTC encaisse : brut moins remise moins points.
           05  hv-montant-net      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  hv-taux-tva         PIC 9(2)V99.
      *>    Cout d'achat hors taxe de la quantite de la ligne.
           05  hv-cout-achat       PIC S9(6)V99 SIGN LEADING SEPARATE.

      *> Enregistrement du fichier des remises carte de la boutique
      *> (remises_cartes_boutique) : le total du lot du terminal de
      *> paiement a la cloture du jour, en attente jusqu'a ce que
      *> l'acquereur le regle sur le compte de la boutique, net de
      *> sa commission.
       01  remise-carte-record.
           05  rc-date-caisse      PIC 9(8).
           05  rc-montant-lot      PIC 9(7)V99.
           05  rc-statut           PIC X(1).
               88  rc-en-attente   VALUE 'A'.
               88  rc-reglee       VALUE 'R'.
           05  rc-date-reglement   PIC 9(8).
           05  rc-montant-regle    PIC 9(7)V99.

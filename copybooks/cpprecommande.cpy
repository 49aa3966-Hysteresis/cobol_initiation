      *> Enregistrement du fichier des precommandes d'especes
      *> (precommandes_especes) : un gros retrait annonce a l'avance
      *> au guichet, pour que le coffre ait les billets le jour dit.
      *> La reservation pose tout de suite un blocage du montant
      *> (motif "PRECOMMANDE " suivi du numero) ; la commande de
      *> fonds au transporteur compte les precommandes du jour de
      *> livraison ; le retrait du jour sert la precommande et leve
      *> le blocage ; le client qui ne vient pas voit sa precommande
      *> annulee et son blocage leve par precommandes_echues.
       01  precommande-record.
           05  pco-numero              PIC 9(6).
           05  pco-compte              PIC 9(6).
           05  pco-montant             PIC 9(7)V99.
           05  pco-date-retrait        PIC 9(8).
           05  pco-date-reservation    PIC 9(8).
           05  pco-operateur           PIC X(8).
      *>    Panachage demande, en nombre de billets par coupure, du
      *>    billet de 500 € au billet de 5 € ; le montant en est la
      *>    somme.
           05  pco-billets.
               10  pco-nombre-billets  PIC 9(4) OCCURS 7 TIMES.
           05  pco-statut              PIC X(1).
               88  pco-reservee        VALUE 'R'.
               88  pco-servie          VALUE 'S'.
               88  pco-annulee         VALUE 'A'.
      *>    Date a laquelle la precommande a ete servie ou annulee.
           05  pco-date-cloture        PIC 9(8).

      *> Enregistrement du fichier des reglements clients
      *> (reglements_jardin) : un reglement par ligne, rattache a sa
      *> facture par le numero ; les reglements partiels
      *> s'additionnent jusqu'au solde. Saisi au guichet
      *> (reglements_jardin) ou pose par le rapprochement des
      *> virements recus (virements_jardin).
       01  reglement-record.
           05  rg-numero-facture   PIC 9(6).
           05  rg-date             PIC 9(8).
           05  rg-montant          PIC 9(9)V99.
           05  rg-mode             PIC X(1).
               88  rg-especes      VALUE 'E'.
               88  rg-cheque       VALUE 'C'.
               88  rg-virement     VALUE 'V'.

      *>    Frais mensuels de tenue de compte du produit, preleves
      *>    par le batch de facturation du dernier jour ouvre du mois.
           05  prod-frais-tenue        PIC 9(3)V99.
      *>    Livret reglemente ('L') : pas d'interet de nuit, interets
      *>    par quinzaine au taux crediteur lu comme taux annuel
      *>    (quinzaines_livrets), capitalises une fois l'an
      *>    (capitalisation_livrets). Le solde ne peut depasser le
      *>    plafond que par les interets capitalises, et un client ne
      *>    detient qu'un livret de chaque produit reglemente. Blanc
      *>    pour un produit ordinaire.
           05  prod-regime             PIC X(1).
               88  prod-livret         VALUE 'L'.
           05  prod-plafond-livret     PIC 9(7)V99.

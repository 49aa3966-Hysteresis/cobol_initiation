      *> Enregistrement du budget d'acquisitions par annee
      *> (budget_acquisitions) : la dotation votee, les engagements
      *> des commandes ouvertes et les depenses des livraisons
      *> recues, des abonnements et des reparations de copies.
       01  ligne-budget.
           05  bu-annee            PIC 9(4).
           05  bu-dotation         PIC 9(7)V99.
           05  bu-engage           PIC 9(7)V99.
           05  bu-depense          PIC 9(7)V99.

           05  pl-statut           PIC X(1).
               88  pl-planifie     VALUE 'P'.
               88  pl-fait         VALUE 'F'.
      *>    Visite d'entretien generee par entretien_mensuel, pas
      *>    encore affectee a une equipe ni a un jour.
               88  pl-a-affecter   VALUE 'A'.
      *>    Numero du client (cpclientjardin.cpy) ; pl-client garde
      *>    le nom pour la feuille de route.
           05  pl-numero-client    PIC 9(6).

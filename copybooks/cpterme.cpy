               88  cat-denoue          VALUE 'D'.
      *>    Casse avant l'echeance au guichet, penalite prelevee.
               88  cat-casse           VALUE 'C'.
      *>    Nantissement : le depot garantit le pret porte par le
      *>    compte cat-pret-nanti (cle du fichier prets), pose a
      *>    l'ouverture du pret avec l'accord d'un superviseur. Tant
      *>    qu'il est actif, la casse est refusee et l'echeance
      *>    renouvelle d'office ; il est leve quand le pret est solde
      *>    ou realise quand le depot est appele pour un impaye. A
      *>    blanc sur les depots jamais nantis.
           05  cat-nantissement.
               10  cat-pret-nanti      PIC 9(6).
               10  cat-statut-nantissement PIC X(1).
                   88  cat-nantissement-actif VALUE 'A'.
                   88  cat-nantissement-leve VALUE 'L'.
                   88  cat-nantissement-realise VALUE 'R'.
               10  cat-superviseur-nantissement PIC X(8).
               10  cat-date-nantissement PIC 9(8).
               10  cat-date-levee      PIC 9(8).

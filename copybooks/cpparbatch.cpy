      *>  - regle de coupure d'archivage : nombre de mois d'anciennete
      *>    au-dela duquel les mouvements partent en archive ;
      *>  - option rapports : C = complets, E = essentiels (le rapport
      *>    par guichetier est alors saute) ;
      *>  - option impasse de liquidite : O = etat produit le dernier
      *>    jour ouvre du mois, toute autre valeur = jamais.
       01  parametres-batch.
           05  pb-source-taux          PIC X(1).
               88  pb-taux-produits    VALUE 'P'.
           05  pb-option-rapports      PIC X(1).
               88  pb-rapports-complets   VALUE 'C'.
               88  pb-rapports-essentiels VALUE 'E'.
           05  FILLER                  PIC X(1).
           05  pb-option-impasse       PIC X(1).
               88  pb-impasse-demandee VALUE 'O'.

      *> Enregistrement du bulletinage (numeros_periodiques) : une
      *> ligne par numero de periodique recu, repere par son rang
      *> dans l'abonnement (1 pour le premier numero attendu apres
      *> per-date-debut). Un rang attendu sans ligne ici est un
      *> numero manquant, a reclamer au fournisseur.
       01  numero-periodique-record.
           05  np-periodique           PIC 9(4).
           05  np-rang                 PIC 9(4).
           05  np-date-prevue          PIC 9(8).
           05  np-date-reception       PIC 9(8).
           05  np-statut               PIC X(1).
               88  np-recu             VALUE 'R'.
      *>    Pretable : ancien numero passe en copie physique
      *>    (np-identifiant-copie dans copies_livres).
               88  np-pretable         VALUE 'P'.
      *>    A eliminer : numero le plus ancien, signale au
      *>    desherbage.
               88  np-a-eliminer       VALUE 'E'.
           05  np-identifiant-copie    PIC 9(6).

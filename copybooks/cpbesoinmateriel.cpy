      *> Enregistrement du fichier des besoins en materiel par type
      *> de chantier (besoins_materiel) : une ligne par materiel
      *> qu'un type de cloture exige a la pose - les poteaux beton
      *> demandent la tariere. Le type INTERVENTION SAV y a aussi
      *> ses besoins.
       01  besoin-materiel-record.
           05  bm-type-cloture         PIC X(20).
           05  bm-code-materiel        PIC X(6).

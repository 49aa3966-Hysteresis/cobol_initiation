      *> Enregistrement du fichier des durees de garantie
      *> (durees_garantie) : une ligne par type de cloture avec sa
      *> duree en mois. Un type absent du fichier prend la duree par
      *> defaut de l'application (24 mois).
       01  duree-garantie-record.
           05  dg-type-cloture         PIC X(20).
           05  dg-duree-mois           PIC 9(3).

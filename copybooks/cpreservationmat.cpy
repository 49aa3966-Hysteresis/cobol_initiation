      *> Enregistrement du fichier des reservations de materiel
      *> (reservations_materiel) : un engin reserve pour une equipe
      *> et une journee de chantier, pose par planning_chantiers a
      *> l'affectation et repris sur la feuille de route du jour.
       01  reservation-materiel-record.
           05  rm-code-materiel        PIC X(6).
           05  rm-date                 PIC 9(8).
           05  rm-equipe               PIC X(4).
           05  rm-numero-client        PIC 9(6).
           05  rm-client               PIC X(30).
           05  rm-statut               PIC X(1).
               88  rm-active           VALUE 'A'.
               88  rm-annulee          VALUE 'X'.

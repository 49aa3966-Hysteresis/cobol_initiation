      *> Enregistrement du compte rendu de la chaine de nuit des
      *> activites (compte_rendu_activites_nuit) : une ligne par
      *> etape passee pour la journee traitee, reecrit a chaque
      *> nouvelle journee et complete a la reprise. Le tableau de
      *> bord du matin le presente a cote de la chaine bancaire.
       01  compte-rendu-activite-record.
           05  cra-date                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  cra-etape               PIC 9(2).
           05  FILLER                  PIC X(1).
           05  cra-programme           PIC X(20).
           05  FILLER                  PIC X(1).
           05  cra-resultat            PIC X(1).
               88  cra-executee        VALUE 'E'.
               88  cra-sautee          VALUE 'S'.
           05  FILLER                  PIC X(1).
           05  cra-heure               PIC 9(6).

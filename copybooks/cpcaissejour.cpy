      *> Enregistrement du registre des caisses de la boutique
      *> (caisses_jour) : une ligne par caisse ouverte et par jour,
      *> passee au statut Z par son rapport Z avec le numero de
      *> celui-ci. Le traitement du releve du jour ne demarre que si
      *> toutes les caisses ouvertes ce jour-la sont closes.
       01  caisse-jour-record.
           05  cj-date             PIC 9(8).
           05  cj-caisse           PIC 9(2).
           05  cj-caissier         PIC X(8).
           05  cj-statut           PIC X(1).
               88  cj-ouverte      VALUE 'O'.
               88  cj-close        VALUE 'Z'.
           05  cj-numero-z         PIC 9(6).

      *> Enregistrement du fichier des pieces d'identite verifiees
      *> (pieces_identite) : une ligne par document presente par un
      *> client (cpclient.cpy) et controle au guichet, avec ses dates
      *> de delivrance et d'expiration et l'operateur qui l'a vu. Un
      *> document renouvele ajoute une ligne, l'ancienne reste pour
      *> l'historique du dossier.
       01  piece-identite.
           05  pid-client              PIC 9(6).
           05  pid-type                PIC X(2).
               88  pid-carte-identite  VALUE 'CI'.
               88  pid-passeport       VALUE 'PP'.
               88  pid-titre-sejour    VALUE 'TS'.
               88  pid-permis          VALUE 'PC'.
               88  pid-type-valide     VALUE 'CI' 'PP' 'TS' 'PC'.
           05  pid-numero              PIC X(20).
           05  pid-date-delivrance     PIC 9(8).
           05  pid-date-expiration     PIC 9(8).
           05  pid-operateur           PIC X(8).
           05  pid-date-verification   PIC 9(8).

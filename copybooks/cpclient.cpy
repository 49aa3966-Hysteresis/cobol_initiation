               88  client-par-courrier  VALUE 'C'.
               88  client-par-telephone VALUE 'T'.
               88  client-par-courriel  VALUE 'E'.
      *>    Vigilance : niveau de risque attribue au client, qui fixe
      *>    la frequence de sa revue periodique (faible tous les trois
      *>    ans, moyen tous les deux ans, eleve chaque annee), et date
      *>    de la derniere revue faite (zero = jamais revu depuis
      *>    l'entree en relation). La liste mensuelle revue_clients
      *>    s'en sert avec les dates d'expiration de pieces_identite.
           05  client-niveau-risque    PIC X(1).
               88  client-risque-faible VALUE 'F'.
               88  client-risque-moyen  VALUE 'M'.
               88  client-risque-eleve  VALUE 'E'.
           05  client-date-revue       PIC 9(8).
      *>    Date de naissance (zero = inconnue, fiches anterieures) :
      *>    un client de moins de 18 ans n'ouvre que des comptes de
      *>    mineur, passes en compte adulte par le batch mensuel
      *>    passage_majorite.
           05  client-date-naissance   PIC 9(8).

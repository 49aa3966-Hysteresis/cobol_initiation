      *>    terme annuel : elles passent jusqu'a leur premier
      *>    renouvellement).
           05  mem-date-expiration     PIC 9(8).
      *>    Carte de groupe : une classe d'une ecole emprunte sur sa
      *>    propre carte, plus sur la carte personnelle de
      *>    l'enseignant. Le groupe a sa limite d'emprunts (au-dela
      *>    des deux chiffres de mem-limite-prets), ses prets courent
      *>    jusqu'a la fin du terme scolaire, ses relances partent a
      *>    l'ecole et il peut etre exempte d'amendes selon la
      *>    convention passee avec l'ecole. A blanc sur les cartes
      *>    individuelles.
           05  mem-type                PIC X(1).
               88  mem-groupe          VALUE 'G'.
           05  mem-ecole               PIC X(30).
           05  mem-classe              PIC X(10).
           05  mem-responsable         PIC X(30).
           05  mem-carte-responsable   PIC 9(6).
           05  mem-limite-groupe       PIC 9(3).
           05  mem-fin-terme           PIC 9(8).
           05  mem-exempte-amendes     PIC X(1).
               88  mem-sans-amendes    VALUE 'O'.

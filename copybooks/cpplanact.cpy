      *> Enregistrement du planning de la chaine de nuit des
      *> activites (planning_activites_nuit) : une ligne par etape
      *> de traitement_activites_nuit dont on veut changer le
      *> calendrier, les autres gardent celui par defaut du
      *> programme. Les jours de la semaine se lisent du lundi au
      *> dimanche, O = l'etape tourne ce jour-la ; une etape
      *> mensuelle ne tourne en plus que le premier jour ouvre du
      *> mois (jour de traitement dont le jour ouvre precedent
      *> tombe le mois d'avant). Le nom du programme n'est la que
      *> pour la lecture du fichier.
       01  planning-activite-record.
           05  pa-etape                PIC 9(2).
           05  FILLER                  PIC X(1).
           05  pa-programme            PIC X(20).
           05  FILLER                  PIC X(1).
           05  pa-jours-semaine        PIC X(7).
           05  FILLER                  PIC X(1).
           05  pa-mensuelle            PIC X(1).
               88  pa-premier-jour-mois VALUE 'O'.

      *> Enregistrement de la liste de gel des avoirs (liste_sanctions)
      *> reconstruite a chaque chargement de l'extrait officiel par
      *> chargement_sanctions : une ligne par personne ou entite
      *> designee, le nom deja passe en majuscules et debarrasse de
      *> sa ponctuation, pret pour le filtrage (filtrer_sanctions).
       01  sanction-record.
           05  sa-identifiant          PIC X(10).
           05  sa-nature               PIC X(1).
               88  sa-personne         VALUE 'P'.
               88  sa-entite           VALUE 'E'.
           05  sa-nom                  PIC X(40).
           05  sa-programme            PIC X(20).
           05  sa-date-publication     PIC 9(8).

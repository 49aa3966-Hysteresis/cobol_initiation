      *>    perimetre de l'inventaire puisqu'elle ne nous appartient
      *>    pas et repartira chez son proprietaire.
               88  cop-partenaire      VALUE 'T'.
      *>    Copie abimee partie en reparation (atelier de la
      *>    bibliotheque ou relieur exterieur) : hors circulation
      *>    jusqu'a son retour, ni pretable ni annoncee en rayon.
               88  cop-en-reparation   VALUE 'A'.
               88  cop-en-rayon        VALUES 'N' 'B' 'U'.
      *>    Reparation en cours : lieu, date d'envoi, cout prevu et
      *>    retour attendu. A blanc hors reparation ; le cout final
      *>    est impute au budget d'acquisitions au retour et
      *>    journalise dans reparations_copies.
           05  cop-reparation.
               10  cop-lieu-reparation     PIC X(1).
                   88  cop-atelier-interne VALUE 'I'.
                   88  cop-relieur         VALUE 'E'.
               10  cop-date-envoi-reparation   PIC 9(8).
               10  cop-cout-reparation     PIC 9(4)V99.
               10  cop-retour-prevu-reparation PIC 9(8).

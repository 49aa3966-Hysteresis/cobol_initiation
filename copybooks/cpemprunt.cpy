           05  emp-statut              PIC X(1).
               88  emp-en-cours  VALUE 'E'.
               88  emp-rendu     VALUE 'R'.
      *>    Livre perdu : pret clos sans retour, le membre est
      *>    facture du remplacement (registre des amendes).
               88  emp-perdu     VALUE 'P'.
      *>    Nombre de renouvellements accordes sur ce pret (deux au
      *>    plus) : la date d'emprunt d'origine reste intacte, les
      *>    statistiques voient enfin les vraies durees de pret.

      *>    (reglements_jardin) ; un chantier termine encore en 'F'
      *>    est de l'argent qui nous est du.
               88  trav-paye       VALUE 'P'.
      *>    Refuse : le client a decline le devis ; le motif de la
      *>    perte est a l'historique des devis (cpevenementdevis.cpy).
               88  trav-refuse     VALUE 'R'.
      *>    Revision de prix matiere appliquee au chiffrage (zero =
      *>    prix de base du tarif), pour retrouver a quel bareme un
      *>    vieux devis a ete etabli. Ajoutee en fin d'enregistrement
      *>    pour que les lignes d'avant les revisions se relisent
      *>    telles quelles.
           05  trav-revision-prix  PIC 9(4).
      *>    Numero du client (cpclientjardin.cpy) ; trav-client n'est
      *>    plus que son nom recopie pour l'affichage.
           05  trav-numero-client  PIC 9(6).

      *> Enregistrement du fichier des soldes de fin de journee
      *> (soldes_fin_journee), indexe par compte puis par date : un
      *> arrete par compte et par journee comptable, ecrit en dernier
      *> par la chaine du soir (arrete_soldes). Les depassements de
      *> decouvert, les releves et la dormance y lisent les soldes
      *> du soir au lieu de rejouer l'historique des transactions.
       01  solde-jour-record.
           05  sfj-cle.
               10  sfj-compte         PIC 9(6).
               10  sfj-date           PIC 9(8).
           05  sfj-solde-comptable    PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
      *>    Solde comptable diminue des blocages actifs le soir de
      *>    l'arrete ; le decouvert autorise est donne a part.
           05  sfj-solde-disponible   PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  sfj-decouvert-autorise PIC 9(7)V99.
      *>    Date du dernier mouvement a l'initiative du client (depot,
      *>    retrait, virement) connue a cette date, reportee d'un
      *>    arrete a l'autre : zero si aucun.
           05  sfj-derniere-activite  PIC 9(8).
           05  sfj-origine            PIC X(1).
               88  sfj-arrete-du-soir VALUE 'A'.
      *>    Reprise des mois passes (reprise_soldes_jour) : une ligne
      *>    par journee d'activite seulement, disponible egal au
      *>    comptable et decouvert au niveau du jour de la reprise.
               88  sfj-reprise        VALUE 'R'.

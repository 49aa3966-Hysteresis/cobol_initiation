      *> Enregistrement de l'historique des devis (evenements_devis) :
      *> une ligne par etape de la vie d'un devis - emission,
      *> acceptation, refus avec le motif de la perte, re-offre par
      *> retarification_devis. travaux_jardin ne garde que l'etat du
      *> moment (et la retarification y reestampe la date) : le suivi
      *> des conversions et des delais d'acceptation se tire d'ici.
       01  evenement-devis-record.
           05  ed-numero-devis         PIC 9(6).
           05  ed-date                 PIC 9(8).
           05  ed-evenement            PIC X(1).
               88  ed-emis             VALUE 'E'.
               88  ed-accepte          VALUE 'A'.
               88  ed-refuse           VALUE 'R'.
               88  ed-reoffert         VALUE 'O'.
      *>    Montant du devis a l'evenement (rechiffre pour une
      *>    re-offre).
           05  ed-montant              PIC 9(9)V99.
           05  ed-motif-perte          PIC X(30).

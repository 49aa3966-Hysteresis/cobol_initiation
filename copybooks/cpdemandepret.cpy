      *> Enregistrement du fichier des demandes de pret
      *> (demandes_prets) : une ligne par demande, du depot a la
      *> decision, puis au deblocage par ouverture_pret, qui ne
      *> debloque plus qu'une demande accordee. Le dossier garde les
      *> elements de la decision - revenus et charges declares,
      *> engagements existants, credits moyens constates au compte,
      *> taux d'endettement - et le motif d'un refus.
       01  demande-pret-record.
           05  dp-numero               PIC 9(6).
           05  dp-compte               PIC 9(6).
           05  dp-client               PIC 9(6).
           05  dp-montant              PIC 9(7)V99.
           05  dp-duree-mois           PIC 9(3).
           05  dp-taux-annuel          PIC 9V9999.
      *>    Revenus et charges mensuels declares par le demandeur.
           05  dp-revenus-declares     PIC 9(7)V99.
           05  dp-charges-declarees    PIC 9(7)V99.
      *>    Elements calcules a l'instruction : mensualite du pret
      *>    demande, mensualites des prets en cours du client,
      *>    moyenne mensuelle des credits recus sur ses comptes, et
      *>    taux d'endettement en pourcentage.
           05  dp-mensualite-prevue    PIC 9(7)V99.
           05  dp-mensualites-en-cours PIC 9(7)V99.
           05  dp-credits-moyens       PIC 9(7)V99.
           05  dp-taux-endettement     PIC 9(3)V99.
           05  dp-statut               PIC X(1).
               88  dp-deposee          VALUE 'D'.
               88  dp-accordee         VALUE 'A'.
               88  dp-refusee          VALUE 'R'.
      *>    Debloquee : transformee en pret par ouverture_pret.
               88  dp-debloquee        VALUE 'P'.
           05  dp-motif-refus          PIC X(40).
           05  dp-date-depot           PIC 9(8).
           05  dp-date-decision        PIC 9(8).
           05  dp-date-deblocage       PIC 9(8).
           05  dp-operateur            PIC X(8).
      *>    Superviseur ayant accorde une demande au-dessus du seuil.
           05  dp-superviseur          PIC X(8).

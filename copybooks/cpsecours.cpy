      *> Enregistrement du fichier des bordereaux de secours
      *> (bordereaux_secours), tenu sur le poste de l'agence : une
      *> ligne par depot ou retrait traite au guichet pendant une
      *> panne du serveur, avec l'heure reelle et le guichetier,
      *> saisie par saisie_secours sans jamais ouvrir comptes. Au
      *> retour du systeme, reprise_secours les poste dans l'ordre
      *> chronologique ; ce qui ne passerait plus (compte ferme,
      *> decouvert depasse...) attend la decision d'un superviseur
      *> (resolution_secours).
       01  bordereau-secours.
           05  bs-numero               PIC 9(6).
           05  bs-date                 PIC 9(8).
           05  bs-heure                PIC 9(6).
           05  bs-operateur            PIC X(8).
           05  bs-agence               PIC X(3).
           05  bs-compte               PIC 9(6).
           05  bs-type                 PIC X(1).
               88  bs-depot            VALUE 'D'.
               88  bs-retrait          VALUE 'R'.
               88  bs-type-valide      VALUE 'D' 'R'.
           05  bs-montant              PIC 9(7)V99.
           05  bs-statut               PIC X(1).
               88  bs-saisi            VALUE 'S'.
               88  bs-poste            VALUE 'P'.
               88  bs-a-revoir         VALUE 'V'.
      *>    Force par un superviseur apres revue, ou rejete (depot
      *>    rendu, retrait a recouvrer aupres du client).
               88  bs-force            VALUE 'F'.
               88  bs-rejete           VALUE 'J'.
           05  bs-motif-revue          PIC X(20).
           05  bs-date-reprise         PIC 9(8).
           05  bs-superviseur          PIC X(8).

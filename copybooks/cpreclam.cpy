      *> Enregistrement du registre des reclamations (reclamations) :
      *> une ligne par reclamation d'un client, de sa reception a la
      *> reponse, pour prouver le respect des delais reglementaires
      *> (accuse de reception sous dix jours, reponse sous deux
      *> mois). Tenu par gestion_reclamations, suivi chaque semaine
      *> par rapport_reclamations.
       01  reclamation-record.
           05  rec-numero              PIC 9(6).
           05  rec-client              PIC 9(6).
      *>    Compte et mouvement en cause, zero si la reclamation ne
      *>    porte pas sur une operation precise.
           05  rec-compte              PIC 9(6).
           05  rec-transaction         PIC 9(9).
           05  rec-categorie           PIC X(1).
               88  rec-frais           VALUE 'F'.
               88  rec-delai-virement  VALUE 'V'.
               88  rec-carte           VALUE 'C'.
               88  rec-service         VALUE 'S'.
               88  rec-categorie-valide VALUE 'F' 'V' 'C' 'S'.
           05  rec-objet               PIC X(60).
           05  rec-date-reception      PIC 9(8).
      *>    Guichetier charge du traitement.
           05  rec-operateur           PIC X(8).
           05  rec-date-accuse         PIC 9(8).
           05  rec-date-reponse        PIC 9(8).
      *>    Issue, a blanc tant que la reponse n'est pas partie.
           05  rec-issue               PIC X(1).
               88  rec-en-cours        VALUE SPACE.
               88  rec-fondee          VALUE 'F'.
               88  rec-partielle       VALUE 'P'.
               88  rec-rejetee         VALUE 'R'.
               88  rec-issue-valide    VALUE 'F' 'P' 'R'.
      *>    Gestes commerciaux accordes : cumul rembourse et date du
      *>    dernier. Chaque geste est un mouvement E du compte dont le
      *>    libelle porte le numero de la reclamation.
           05  rec-montant-geste       PIC 9(7)V99.
           05  rec-date-geste          PIC 9(8).

      *> Enregistrement du fichier des appels de service apres-vente
      *> (appels_sav) : une ligne par reclamation d'un client sur une
      *> cloture posee, numerotee par compteur_appels_sav. L'appel
      *> dit si la garantie le couvre, porte l'intervention planifiee
      *> (planning_chantiers) et cumule le temps et les pieces
      *> pointes (pointages_chantiers). Hors garantie, sa cloture
      *> emet une facture au registre des creances.
       01  appel-sav-record.
           05  sav-numero              PIC 9(6).
           05  sav-date                PIC 9(8).
           05  sav-numero-client       PIC 9(6).
           05  sav-client              PIC X(30).
      *>    Chantier d'origine : devis, type de cloture et equipe
      *>    qui l'a pose.
           05  sav-numero-devis        PIC 9(6).
           05  sav-type-cloture        PIC X(20).
           05  sav-equipe-pose         PIC X(4).
           05  sav-motif               PIC X(60).
           05  sav-garantie            PIC X(1).
               88  sav-sous-garantie   VALUE 'O'.
               88  sav-hors-garantie   VALUE 'N'.
           05  sav-statut              PIC X(1).
               88  sav-ouvert          VALUE 'O'.
               88  sav-planifie        VALUE 'P'.
               88  sav-clos            VALUE 'C'.
           05  sav-equipe-intervention PIC X(4).
           05  sav-date-intervention   PIC 9(8).
      *>    Cumul des pointages : heures, cout de main-d'oeuvre
      *>    (heures x taux horaire de l'equipe) et pieces au prix du
      *>    catalogue des accessoires.
           05  sav-heures              PIC 9(4)V9.
           05  sav-cout-main-oeuvre    PIC 9(7)V99.
           05  sav-montant-pieces      PIC 9(7)V99.
      *>    Facture emise a la cloture d'un appel hors garantie.
           05  sav-numero-facture      PIC 9(6).
           05  sav-montant-facture     PIC 9(7)V99.
           05  sav-date-cloture        PIC 9(8).

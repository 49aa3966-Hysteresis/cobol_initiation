      *> Enregistrement du registre des cartes de debit (cartes) :
      *> une ligne par carte emise, rattachee a un compte. Une carte
      *> remplacee (perte, vol, fin de validite anticipee) garde sa
      *> ligne avec son statut, et la nouvelle carte rappelle le
      *> numero de celle qu'elle remplace, pour que les reglements
      *> tardifs de l'ancienne restent rapprochables.
       01  carte-record.
           05  car-numero              PIC X(16).
           05  car-compte              PIC 9(6).
      *>    Fin de validite : la carte est utilisable jusqu'au dernier
      *>    jour du mois indique (AAAAMM).
           05  car-expiration          PIC 9(6).
           05  car-statut              PIC X(1).
               88  car-active          VALUE 'A'.
               88  car-bloquee         VALUE 'B'.
               88  car-perdue          VALUE 'P'.
               88  car-expiree         VALUE 'E'.
      *>    Plafonds journaliers, retraits au distributeur (DAB) et
      *>    paiements chez les commercants (TPE) comptes separement.
           05  car-plafond-dab         PIC 9(5)V99.
           05  car-plafond-tpe         PIC 9(5)V99.
           05  car-date-emission       PIC 9(8).
           05  car-date-opposition     PIC 9(8).
           05  car-motif-opposition    PIC X(20).
           05  car-carte-remplacee     PIC X(16).
           05  car-operateur           PIC X(8).

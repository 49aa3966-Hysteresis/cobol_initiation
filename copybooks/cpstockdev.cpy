      *> Enregistrement du fichier des devises du coffre
      *> (stocks_devises) : une ligne par journee et par devise
      *> etrangere, pendant de caisse_centrale pour les billets
      *> etrangers. Les montants sont en unites de la devise ; le
      *> stock courant bouge avec les transferts coffre/tiroir, la
      *> cloture fige le total coffre plus tiroirs de la devise.
       01  stock-devise-record.
           05  sdv-date                PIC 9(8).
           05  sdv-devise              PIC X(3).
           05  sdv-stock-ouverture     PIC 9(9)V99.
           05  sdv-stock-courant       PIC 9(9)V99.
           05  sdv-total-cloture       PIC 9(9)V99.
           05  sdv-statut              PIC X(1).
               88  sdv-ouverte         VALUE 'O'.
               88  sdv-fermee          VALUE 'F'.

      *> Enregistrement du fichier des tiroirs en devises
      *> (caisses_devises) : une ligne par tiroir, par journee et par
      *> devise etrangere detenue. Le stock courant, en unites de la
      *> devise, bouge a chaque operation de change (change_billets)
      *> et a chaque transfert avec le coffre ; a la fermeture, les
      *> billets comptes sont rapproches de ce stock, devise par
      *> devise, comme les euros du tiroir (caisses).
       01  caisse-devise-record.
           05  cdv-date                PIC 9(8).
           05  cdv-guichetier          PIC X(8).
           05  cdv-devise              PIC X(3).
           05  cdv-fond-ouverture      PIC 9(7)V99.
           05  cdv-stock-courant       PIC 9(7)V99.
           05  cdv-billets-comptes     PIC 9(7)V99.
           05  cdv-ecart               PIC S9(7)V99 SIGN LEADING
                                       SEPARATE.
           05  cdv-statut              PIC X(1).
               88  cdv-ouverte         VALUE 'O'.
               88  cdv-fermee          VALUE 'F'.
           05  cdv-agence              PIC X(3).

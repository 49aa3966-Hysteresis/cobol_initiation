      *> Enregistrement des demandes de mobilite sortante
      *> (mobilite_sortante) : la nouvelle banque d'un client nous
      *> demande de clore son compte a une date donnee. A cette date,
      *> la fermeture du compte au guichet suspend les virements
      *> permanents, transmet la liste des mandats et des virements
      *> permanents a la nouvelle banque, vire le solde de cloture
      *> vers le nouveau compte puis ferme le compte.
       01  mobilite-sortante.
           05  mso-reference           PIC X(12).
           05  mso-compte              PIC 9(6).
           05  mso-banque-nouvelle     PIC X(8).
           05  mso-iban-nouveau        PIC X(20).
           05  mso-date-transfert      PIC 9(8).
           05  mso-statut              PIC X(1).
               88  mso-en-attente      VALUE 'E'.
               88  mso-executee        VALUE 'T'.
           05  mso-date-execution      PIC 9(8).
           05  mso-solde-transfere     PIC 9(7)V99.

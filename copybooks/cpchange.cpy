      *> Enregistrement du fichier des operations de change au
      *> guichet (operations_change) : une ligne par achat ou vente
      *> de billets etrangers, avec le cours moyen de taux_change,
      *> le cours applique au client (ecart de la banque compris),
      *> la marge qui en resulte et la commission du bareme. Le
      *> tiroir du guichetier et la preuve du coffre y retrouvent
      *> les entrees et sorties de chaque devise, l'extraction
      *> comptable la marge de change par devise.
       01  operation-change-record.
           05  chg-numero              PIC 9(6).
           05  chg-date                PIC 9(8).
           05  chg-heure               PIC 9(6).
           05  chg-guichetier          PIC X(8).
           05  chg-agence              PIC X(3).
      *>    Sens vu de la banque : A, la banque achete les billets
      *>    que le client apporte ; V, elle lui en vend.
           05  chg-sens                PIC X(1).
               88  chg-achat           VALUE 'A'.
               88  chg-vente           VALUE 'V'.
           05  chg-devise              PIC X(3).
           05  chg-montant-devise      PIC 9(7)V99.
           05  chg-cours-moyen         PIC 9(3)V9(6).
           05  chg-cours-applique      PIC 9(3)V9(6).
      *>    Contre-valeur au cours moyen, marge de change et
      *>    commission en euros ; le montant euro est ce que le
      *>    client paie (vente) ou recoit (achat), tout compris.
           05  chg-contre-valeur       PIC 9(7)V99.
           05  chg-marge               PIC 9(7)V99.
           05  chg-commission          PIC 9(2)V99.
           05  chg-montant-euro        PIC 9(7)V99.
           05  chg-reglement           PIC X(1).
               88  chg-especes         VALUE 'E'.
               88  chg-sur-compte      VALUE 'C'.
           05  chg-compte              PIC 9(6).

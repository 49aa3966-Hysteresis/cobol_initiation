      *> Fichier parametre d'une seule ligne (parametre_mineurs) :
      *> plafonds des comptes de mineur et produit adulte de passage
      *> a la majorite. A defaut de fichier : 150 € de retrait au
      *> guichet par jour, 100 € par jour au distributeur, CC01.
       01  parametre-mineurs-record.
           05  pmi-plafond-retrait-jour PIC 9(4)V99.
           05  pmi-plafond-dab          PIC 9(5)V99.
           05  pmi-produit-adulte       PIC X(4).

      *> Enregistrement du fichier des passages a la majorite
      *> (passages_majorite), ecrit par passage_majorite pour chaque
      *> compte de mineur converti en produit adulte. avis_clients
      *> en tire la lettre au nouveau titulaire majeur et y reporte
      *> la date d'envoi.
       01  passage-majorite-record.
           05  pm-compte              PIC 9(6).
           05  pm-client              PIC 9(6).
           05  pm-date                PIC 9(8).
           05  pm-ancien-produit      PIC X(4).
           05  pm-nouveau-produit     PIC X(4).
           05  pm-nombre-mandats      PIC 9(1).
           05  pm-date-avis           PIC 9(8).

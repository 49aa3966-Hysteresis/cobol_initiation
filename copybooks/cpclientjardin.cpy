      *> Enregistrement du fichier des clients du jardin
      *> (clients_jardin) : une fiche par client, sous un numero
      *> attribue par compteur_clients_jardin. Devis, creances,
      *> planning, pointages et couts de chantiers portent ce numero
      *> a cote du nom : "Dupont J." et "DUPONT Jean" ne font plus
      *> deux clients.
       01  client-jardin-record.
           05  clj-numero              PIC 9(6).
           05  clj-nom                 PIC X(30).
           05  clj-adresse-chantier    PIC X(50).
           05  clj-adresse-facturation PIC X(50).
           05  clj-telephone           PIC X(12).
           05  clj-courriel            PIC X(40).

      *> Enregistrement du registre des garanties (garanties_jardin) :
      *> une ligne par chantier arrive a termine, ecrite a la
      *> cloture. Elle dit depuis quand et jusqu'a quand la pose est
      *> garantie (duree par type de cloture, durees_garantie) et
      *> quelle equipe l'a faite, pour que l'appel d'un client dont
      *> le portail s'affaisse se tranche sans fouiller le dossier.
       01  garantie-record.
           05  gar-numero-devis        PIC 9(6).
           05  gar-numero-client       PIC 9(6).
           05  gar-client              PIC X(30).
           05  gar-type-cloture        PIC X(20).
      *>    Equipe de pose reprise du planning (a blanc si le
      *>    chantier n'y etait pas passe).
           05  gar-equipe              PIC X(4).
           05  gar-date-debut          PIC 9(8).
           05  gar-duree-mois          PIC 9(3).
           05  gar-date-fin            PIC 9(8).

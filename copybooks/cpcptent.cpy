      *> Enregistrement du fichier des comptes d'entreprise
      *> (comptes_entreprises) : une ligne par compte de client
      *> professionnel qui recoit chaque nuit son releve electronique
      *> au format CFONB 120 (releve_cfonb), depose dans le
      *> repertoire d'echange propre au client. Le compte est
      *> "entreprise" du seul fait d'etre inscrit ici ; la fiche est
      *> tenue par gestion_comptes_entreprises.
       01  compte-entreprise.
           05  ent-compte              PIC 9(6).
           05  ent-client              PIC 9(6).
           05  ent-raison-sociale      PIC X(30).
      *>    Repertoire de depot du client, sans barre finale.
           05  ent-repertoire          PIC X(40).
           05  ent-statut              PIC X(1).
               88  ent-actif           VALUE 'A'.
      *>    Suspendu : plus de releve jusqu'a la reprise, la
      *>    numerotation reprend ou elle s'etait arretee.
               88  ent-suspendu        VALUE 'S'.
      *>    Numero du dernier releve depose (il figure dans le nom du
      *>    fichier et dans l'enregistrement d'ancien solde : le
      *>    client detecte ainsi un releve manquant), son solde de
      *>    cloture, qui est le solde d'ouverture du suivant, et la
      *>    journee qu'il couvrait.
           05  ent-dernier-numero      PIC 9(5).
           05  ent-dernier-solde       PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  ent-date-dernier        PIC 9(8).
           05  ent-date-inscription    PIC 9(8).
           05  ent-operateur           PIC X(8).

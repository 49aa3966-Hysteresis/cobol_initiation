      *> Enregistrement du fichier de travail de l'audit interne
      *> (echantillons_audit) : une ligne par mouvement tire au sort
      *> par echantillonnage_audit, reprise du mouvement d'origine
      *> (historique_index) telle quelle, avec les parametres du
      *> tirage - periode et graine - pour qu'un meme tirage puisse
      *> etre refait a l'identique. L'auditeur y porte son constat et
      *> son commentaire depuis revue_audit.
       01  audit-record.
           05  aud-campagne            PIC 9(4).
           05  aud-rang                PIC 9(4).
           05  aud-date-debut          PIC 9(8).
           05  aud-date-fin            PIC 9(8).
           05  aud-graine              PIC 9(9).
           05  aud-compte              PIC 9(6).
           05  aud-date                PIC 9(8).
           05  aud-sequence            PIC 9(9).
           05  aud-action              PIC X(10).
           05  aud-montant             PIC 9(7)V99.
           05  aud-motif               PIC X(20).
           05  aud-operateur           PIC X(8).
           05  aud-agence              PIC X(3).
           05  aud-statut              PIC X(1).
               88  aud-a-verifier      VALUE 'A'.
               88  aud-confirme        VALUE 'C'.
               88  aud-exception       VALUE 'X'.
               88  aud-constat-valide  VALUE 'C' 'X'.
           05  aud-commentaire         PIC X(60).
           05  aud-auditeur            PIC X(8).
           05  aud-date-revue          PIC 9(8).

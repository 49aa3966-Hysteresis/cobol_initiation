      *> Enregistrement du fichier des abonnements aux periodiques
      *> (periodiques) : une ligne par titre de revue ou de magazine
      *> auquel la bibliotheque est abonnee. Un periodique n'a pas
      *> d'exemplaires au catalogue : ses numeros sont bulletines a
      *> l'arrivee dans numeros_periodiques, et seuls les anciens
      *> numeros deviennent des copies pretables. Le prix de la
      *> periode est impute au budget d'acquisitions a la
      *> souscription et a chaque renouvellement.
       01  periodique-record.
           05  per-numero              PIC 9(4).
           05  per-titre               PIC X(30).
           05  per-issn                PIC X(9).
           05  per-fournisseur         PIC X(30).
      *>    Periodicite : elle donne la date attendue de chaque
      *>    numero a partir du debut de l'abonnement.
           05  per-frequence           PIC X(1).
               88  per-quotidien       VALUE 'Q'.
               88  per-hebdomadaire    VALUE 'H'.
               88  per-bimensuel       VALUE 'B'.
               88  per-mensuel         VALUE 'M'.
               88  per-trimestriel     VALUE 'T'.
               88  per-frequence-valide VALUES 'Q' 'H' 'B' 'M' 'T'.
           05  per-date-debut          PIC 9(8).
           05  per-date-fin            PIC 9(8).
           05  per-prix                PIC 9(5)V99.
           05  per-annee-budget        PIC 9(4).
           05  per-statut              PIC X(1).
               88  per-actif           VALUE 'A'.
               88  per-resilie         VALUE 'R'.

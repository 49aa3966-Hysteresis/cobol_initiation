      *> Enregistrement du fichier des contrats d'entretien
      *> (contrats_entretien) : une ligne par contrat saisonnier d'un
      *> client (taille des haies, traitement annuel de la
      *> cloture...), numerotee par compteur_contrats_entretien. Le
      *> passage mensuel (entretien_mensuel) en tire les visites dues
      *> dans planning_chantiers, facture le contrat a l'annee ou a
      *> la visite dans creances_jardin, et prepare la lettre de
      *> renouvellement au prix revise.
       01  contrat-entretien-record.
           05  ce-numero               PIC 9(6).
           05  ce-numero-client        PIC 9(6).
           05  ce-client               PIC X(30).
           05  ce-prestations          PIC X(40).
           05  ce-visites-an           PIC 9(2).
      *>    Un indicateur par mois de l'annee : 'O' si une visite y
      *>    est prevue.
           05  ce-mois-cibles.
               10  ce-mois-cible       PIC X(1) OCCURS 12 TIMES.
           05  ce-prix-annuel          PIC 9(7)V99.
           05  ce-facturation          PIC X(1).
               88  ce-facture-annuelle VALUE 'A'.
               88  ce-facture-visite   VALUE 'V'.
      *>    Type de cloture dont le prix au metre indexe le contrat,
      *>    et ce prix a la signature ou au dernier renouvellement ; a
      *>    blanc, le prix du contrat n'est pas revise.
           05  ce-type-cloture         PIC X(20).
           05  ce-prix-metre-reference PIC 9(4)V99.
           05  ce-revision-prix        PIC 9(4).
           05  ce-date-debut           PIC 9(8).
           05  ce-date-renouvellement  PIC 9(8).
           05  ce-prochaine-facturation PIC 9(8).
      *>    Dernier mois (AAAAMM) passe par le traitement mensuel : un
      *>    second passage le meme mois ne genere ni ne facture rien.
           05  ce-dernier-mois-traite  PIC 9(6).
      *>    Prix annonce par la lettre de renouvellement, applique
      *>    tel quel a l'echeance (zero tant qu'aucune lettre n'est
      *>    partie).
           05  ce-prix-propose         PIC 9(7)V99.
           05  ce-prix-metre-propose   PIC 9(4)V99.
           05  ce-revision-proposee    PIC 9(4).
           05  ce-statut               PIC X(1).
               88  ce-actif            VALUE 'A'.
               88  ce-resilie          VALUE 'R'.

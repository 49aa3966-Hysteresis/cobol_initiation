      *> Enregistrement du fichier des operations carte en suspens
      *> (suspens_cartes) : une ligne par operation du fichier de
      *> reglement du reseau que reglement_cartes n'a pas pu passer
      *> (carte inconnue, en opposition ou expiree, plafond depasse,
      *> provision insuffisante). Le montant a ete paye par le
      *> reseau : la ligne reste en suspens jusqu'a sa resolution
      *> par le back-office (debit force ou contestation).
      *>    Codes motif : CIN = carte inconnue, OPP = carte bloquee ou
      *>    perdue, EXP = carte expiree, PLF = plafond journalier
      *>    depasse, CPT = compte inconnu, FER = compte ferme ou
      *>    bloque, PRV = provision insuffisante.
       01  suspens-carte.
           05  sc-date                 PIC 9(8).
           05  sc-numero-carte         PIC X(16).
           05  sc-compte               PIC 9(6).
           05  sc-type                 PIC X(1).
           05  sc-montant              PIC 9(7)V99.
           05  sc-date-operation       PIC 9(8).
           05  sc-libelle              PIC X(20).
           05  sc-reference            PIC X(12).
           05  sc-code-motif           PIC X(3).
           05  sc-statut               PIC X(1).
               88  sc-non-resolu       VALUE 'N'.
               88  sc-poste            VALUE 'P'.
               88  sc-conteste         VALUE 'C'.
           05  sc-date-resolution      PIC 9(8).

      *> Enregistrement du fichier du materiel partage par les
      *> equipes (materiel) : tariere, remorques, fourgon... Un code
      *> peut couvrir plusieurs engins identiques (mat-quantite) ;
      *> planning_chantiers en reserve un par chantier qui en a
      *> besoin (cpbesoinmateriel.cpy) et refuse les reservations
      *> au-dela du nombre d'engins.
       01  materiel-record.
           05  mat-code                PIC X(6).
           05  mat-libelle             PIC X(30).
           05  mat-quantite            PIC 9(2).
           05  mat-statut              PIC X(1).
               88  mat-disponible      VALUE 'D'.
               88  mat-en-entretien    VALUE 'E'.
               88  mat-hors-service    VALUE 'H'.
      *>    Periode d'entretien prevue ou en cours : aucune
      *>    reservation n'est prise entre ces deux dates (zero si
      *>    aucune). Au statut en entretien sans date de fin, le
      *>    materiel est bloque jusqu'a son retour.
           05  mat-entretien-debut     PIC 9(8).
           05  mat-entretien-fin       PIC 9(8).

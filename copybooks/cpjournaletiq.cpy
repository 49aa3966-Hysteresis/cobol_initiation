      *> Enregistrement du journal des etiquettes de rayon
      *> (journal_etiquettes), jamais reecrit : une ligne par
      *> etiquette imprimee, avec tout ce qu'elle affichait et le
      *> jour ou elle a pris effet. La derniere ligne d'un code est
      *> l'etiquette en rayon ; une reclamation sur un prix affiche
      *> se verifie ici (gestion_prix_boutique).
       01  journal-etiquette-record.
           05  je-date-impression  PIC 9(8).
           05  je-date-effet       PIC 9(8).
           05  je-code             PIC X(8).
           05  je-famille          PIC X(10).
           05  je-libelle          PIC X(24).
           05  je-prix-ttc         PIC 9(5)V99.
           05  je-prix-ht          PIC 9(5)V99.
           05  je-taux-tva         PIC 9(2)V99.
      *>    Prix promotionnel affiche, zero hors campagne.
           05  je-prix-promo       PIC 9(5)V99.
           05  je-taux-promo       PIC 9(2)V99.
           05  je-fin-promo        PIC 9(8).
           05  je-prix-unitaire    PIC 9(5)V99.
           05  je-unite            PIC X(2).
      *>    Ce qui a fait imprimer l'etiquette.
           05  je-motif            PIC X(1).
               88  je-premiere     VALUE 'N'.
               88  je-nouveau-prix VALUE 'P'.
               88  je-promotion    VALUE 'R'.
               88  je-taux-change  VALUE 'T'.
               88  je-prix-unite   VALUE 'U'.

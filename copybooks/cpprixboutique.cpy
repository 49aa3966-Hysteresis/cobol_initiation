      *> Enregistrement du fichier des prix de la boutique
      *> (prix_boutique) : une ligne datee par changement de prix
      *> d'un produit de caisse, comme les revisions de prix matiere
      *> du jardin. Le prix en vigueur a une date est celui de la
      *> ligne la plus recente dont la date d'effet ne la depasse
      *> pas ; un changement se pose a l'avance et l'etiquette du
      *> rayon suit la nuit d'avant. Le prix est TTC, comme a la
      *> caisse ; la contenance (zero pour un produit vendu a
      *> l'unite) donne le prix au kilo, au litre ou au metre
      *> affiche sur l'etiquette.
       01  prix-boutique-record.
           05  pb-code             PIC X(8).
           05  pb-date-effet       PIC 9(8).
           05  pb-prix-ttc         PIC 9(5)V99.
           05  pb-contenance       PIC 9(5)V999.
           05  pb-unite            PIC X(2).
           05  pb-libelle          PIC X(24).

      *> (tarif_amendes), une seule ligne : le montant par jour de
      *> retard et par ouvrage, le plafond par ouvrage, et le seuil
      *> d'amendes impayees au-dela duquel l'emprunt est bloque.
      *> Suivent les frais de traitement factures avec un livre
      *> perdu (5,00 a defaut) et le nombre de jours de retard
      *> au-dela duquel la nuit presume le livre perdu (60 a
      *> defaut).
       01  ligne-tarif-amende.
           05  ta-par-jour         PIC 9(2)V99.
           05  FILLER              PIC X(1).
           05  ta-plafond          PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  ta-seuil-blocage    PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  ta-frais-perte      PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  ta-jours-perte      PIC 9(3).

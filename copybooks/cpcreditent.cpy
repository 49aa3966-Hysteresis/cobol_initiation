      *>    pour le rapprochement, et le numero ci-dessus peut rester
      *>    a zero.
           05  ce-iban-destination     PIC X(20).
      *>    Nom du donneur d'ordre tel que transmis par la banque
      *>    d'origine, passe au filtre de la liste de gel des avoirs
      *>    avec la reference.
           05  ce-nom-donneur          PIC X(40).

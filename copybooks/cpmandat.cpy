               88  man-consultation    VALUE 'C'.
               88  man-operation       VALUE 'O'.
               88  man-double-signature VALUE 'D'.
      *>    Representant legal d'un titulaire mineur : opere comme
      *>    'O', mandat clos par passage_majorite aux 18 ans.
               88  man-representant-legal VALUE 'L'.
           05  man-statut              PIC X(1).
               88  man-actif           VALUE 'A'.
               88  man-revoque         VALUE 'R'.
      *>    Co-titulaire : le mandataire detient le compte avec le
      *>    titulaire (compte joint) et pas seulement sa signature. La
      *>    quote-part en pourcentage sert a la vue unique du fonds de
      *>    garantie des depots ; zero = parts egales entre les
      *>    titulaires dont la part n'est pas precisee.
           05  man-co-titulaire        PIC X(1).
               88  man-est-co-titulaire VALUE 'O'.
           05  man-quote-part          PIC 9(3).

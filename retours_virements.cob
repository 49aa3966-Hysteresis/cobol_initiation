       01  ws-date-du-jour PIC 9(8).
       01  ws-retour-trouve PIC X.
       01  ws-montant-retour PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-recredite PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-retours PIC 9(5) VALUE ZERO.
       01  ws-nombre-inconnus PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.

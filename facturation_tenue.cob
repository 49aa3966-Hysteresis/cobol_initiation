       01  tp-nombre PIC 9(3) VALUE ZERO.
       01  ws-frais-tenue PIC 9(3)V99 VALUE ZERO.
       01  ws-montant-frais PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-factures PIC 9(5) VALUE ZERO.
       01  ws-total-factures PIC 9(8)V99 VALUE ZERO.
       01  ws-nombre-ecartes PIC 9(5) VALUE ZERO.

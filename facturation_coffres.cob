       01  ws-loyer-du PIC X VALUE 'N'.
       01  ws-facture-faite PIC X VALUE 'N'.
       01  ws-montant-loyer PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-factures PIC 9(4) VALUE ZERO.
       01  ws-total-factures PIC 9(8)V99 VALUE ZERO.
       01  ws-nombre-ecartes PIC 9(4) VALUE ZERO.

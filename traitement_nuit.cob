      *>    transit de la boite de depot, a charge pour le guichet de
      *>    les affecter ensuite au bon client.
       01  ws-compte-boite-nuit PIC 9(6) VALUE 000545.
       01  ws-solde-boite-nuit PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

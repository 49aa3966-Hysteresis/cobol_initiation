       01  fin_successions PIC X VALUE 'N'.
       01  fin_comptes PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-client-saisi PIC 9(6).
       01  ws-compte-notaire PIC 9(6).
       01  ws-position-nette PIC 9(7)V99 VALUE ZERO.
       01  ws-solde-a-virer PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-fermes PIC 9(3) VALUE ZERO.
       01  ws-total-vire PIC 9(9)V99 VALUE ZERO.
       01  ws-compte-en-cours PIC 9(6).
      *>    est raye : la dormance et les relances ne le reverront
      *>    plus.
           DISPLAY "Liberation d'une succession"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Numero du client decede :"
           ACCEPT ws-client-saisi

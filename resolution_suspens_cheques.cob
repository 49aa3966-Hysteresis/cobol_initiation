       01  fin_registre PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-decision PIC X.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-cheque PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-debit-fait PIC X VALUE 'N'.
       01  ws-sort-formule PIC X.
       01  ws-nombre-payes PIC 9(5) VALUE ZERO.
      *>    nuit.
           DISPLAY "Resolution des cheques en suspens"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           MOVE 'N' TO fin_suspens
           OPEN I-O cheques_en_suspens
           IF ws-file-status-suspens = '00' THEN

       01  ws-file-status-penalite PIC XX.
       01  fin_terme PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compte-saisi PIC 9(6).
       01  ws-terme-trouve PIC X VALUE 'N'.
       01  ws-montant-penalite PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-a-regler PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-reglement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-compte-reglement PIC 9(6) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
      *>    le batch des echeances ne la reverra plus et le taux
      *>    bloque cesse de s'appliquer des ce soir.
           DISPLAY "Retrait anticipe d'un compte a terme"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM LIRE-PARAMETRE-PENALITE
           DISPLAY "Numero du compte qui porte le depot :"
           END-IF.

       CASSER-LE-DEPOT.
      *>    Un depot nanti garantit un pret en cours : il ne peut
      *>    pas etre casse tant que le nantissement n'est pas leve.
           IF cat-nantissement-actif THEN
               MOVE 'O' TO ws-terme-trouve
               DISPLAY "/!\ Depot nanti en garantie du pret du",
                           " compte ", cat-pret-nanti,
                           " : casse refusee"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-montant-penalite ROUNDED =
                   cat-capital * ws-taux-penalite / 100
           DISPLAY "Depot de ", cat-capital, " € au taux ",

       01  fin_terme PIC X VALUE 'N'.
       01  fin_produits PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-date-metier PIC 9(8) VALUE ZERO.
       01  ws-compte-saisi PIC 9(6).
       01  ws-compte-reglement PIC 9(6).
       01  ws-terme-existant PIC X VALUE 'N'.
       01  ws-date-echeance PIC 9(8).
       01  ws-montant-depot PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-date-eclatee.
      *>    comptable ; le denouement (ou le renouvellement) est
      *>    ensuite l'affaire de la chaine de fin de journee.
           DISPLAY "Ouverture d'un compte a terme"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           CALL 'date_metier' USING ws-date-metier
           DISPLAY "Numero du compte qui porte le depot :"
           ACCEPT ws-compte-saisi
           MOVE ws-compte-reglement TO cat-compte-reglement
           MOVE ws-renouvellement-saisi TO cat-renouvellement
           SET cat-actif TO TRUE
           MOVE SPACES TO cat-nantissement
           WRITE compte-terme-record
           END-WRITE
           CLOSE comptes_terme.

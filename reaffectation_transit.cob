       01  ws-rang-choisi PIC 9(3) VALUE ZERO.
       01  ws-compte-cible PIC 9(6).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-cle-valide PIC X.
       01  ws-residu-traite PIC X VALUE 'N'.
       01  ws-affectation-faite PIC X VALUE 'N'.
       01  ws-anciennete PIC 9(5) VALUE ZERO.
       01  ws-montant-residu PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       77  tiret_menu PIC X(20) VALUE "-------------- ".
      *>    transit vers le compte du client, par deux ecritures
      *>    passees par transaction comme au guichet.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           PERFORM AFFICHER-RESIDUS
           IF ws-rang-residu = ZERO THEN
               DISPLAY "Aucun residu a ventiler"

       01  ws-ecart-absolu PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-ecart-affiche PIC S9(9)V99
                            SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-corriges PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-exercice-clos PIC X VALUE 'N'.
       01  ws-memo-correction PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      *>    Revalorisation d'une periode d'interets mal servie : pour
           ACCEPT ws-date-debut
           DISPLAY "Date de fin (AAAAMMJJ) :"
           ACCEPT ws-date-fin
      *>    Une periode qui commence dans un exercice clos ne
      *>    rouvre pas cet exercice : les corrections passent sur la
      *>    journee courante comme toujours, mais leur libelle
      *>    renvoie a la periode d'origine pour la comptable.
           CALL 'exercice_clos' USING ws-date-debut, ws-exercice-clos
           IF ws-exercice-clos = 'O' THEN
               STRING "EX.CLOS ORIG " DELIMITED BY SIZE
                       ws-date-debut DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ws-date-fin DELIMITED BY SIZE
                   INTO ws-memo-correction
               DISPLAY "/!\ Periode dans un exercice clos : les",
                           " corrections passent sur la periode",
                           " courante"
           END-IF
           PERFORM CHARGER-TABLE-REVISIONS
           IF tr-nombre = ZERO THEN
               DISPLAY "/!\ Aucune revision dans historique_taux,",
                   ws-date-fin DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           IF ws-exercice-clos = 'O' THEN
               MOVE SPACES TO ligne-rapport
               STRING "EXERCICE CLOS : corrections passees sur la"
                       DELIMITED BY SIZE
                       " periode courante" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-IF

           PERFORM PARCOURIR-INTERETS-PERIODE
           PERFORM POSTER-LES-CORRECTIONS
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-apres
                   CALL 'transaction' USING "C", ce-compte(ce-i),
                       ws-ecart-absolu, ws-solde-apres,
                       ws-memo-correction, "Correction taux",
                       ws-operateur
                   ADD 1 TO ws-nombre-corriges
                   MOVE ce-ecart(ce-i) TO ws-ecart-affiche
                   MOVE SPACES TO ligne-rapport

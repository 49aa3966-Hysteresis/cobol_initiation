       01  fin_ordres PIC X VALUE 'N'.
       01  fin_balayages PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-client-saisi PIC 9(6).
       01  ws-reference-saisie PIC X(20).
      *>    lever), ses mandats sont revoques et ses ordres
      *>    permanents comme ses balayages suspendus. La position
      *>    pour le notaire s'imprime par rapport_succession, la
      *>    liberation par liberation_succession. Le deces est
      *>    declare a FICOBA pour chacun des comptes geles.
           DISPLAY "Declaration de deces d'un client"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Numero du client decede :"
           ACCEPT ws-client-saisi
               ws-operateur, compte-numero,
               ws-image-ancien-solde, ws-image-ancien-solde,
               ws-image-ancien-statut, compte-statut
           CALL 'deposer_declaration' USING 'D', 'T', compte-numero,
               ws-client-saisi, ws-operateur
           ADD 1 TO ws-nombre-comptes-geles
           IF tc-nombre < 50 THEN
               ADD 1 TO tc-nombre
               SET man-revoque TO TRUE
               REWRITE mandat-record
               ADD 1 TO ws-nombre-mandats-revoques
      *>        Le deces du titulaire est deja declare pour ses propres
      *>        comptes ; ses mandats sur les comptes des autres
      *>        partent comme autant de retraits de mandataire.
               IF ws-compte-du-client = 'N' THEN
                   CALL 'deposer_declaration' USING 'R', 'M',
                       man-compte, man-client, ws-operateur
               END-IF
           END-IF.

       SUSPENDRE-ORDRES-CLIENT.

       01  ws-date-attestation PIC 9(8).
       01  ws-heure-attestation PIC 9(6).
       01  ws-total-blocages PIC 9(7)V99 VALUE ZERO.
       01  ws-solde-disponible PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-edite PIC -(7)9.99.
       01  ws-disponible-edite PIC -(7)9.99.

       LINKAGE SECTION.
       01  ls_operation PIC X.
       01  ls_compte PIC 9(6).
       01  ls_solde PIC S9(7)V99.

       PROCEDURE DIVISION USING ls_operation, ls_compte, ls_solde.
      *>    Service partage par banque, depot et retrait pour tout
           COMPUTE ws-solde-disponible = ls_solde - ws-total-blocages
           DISPLAY saut_ligne.
           DISPLAY etoiles.
           MOVE ls_solde TO ws-solde-edite
           MOVE ws-solde-disponible TO ws-disponible-edite
           DISPLAY "     Mon solde : ",ws-solde-edite, " € ".
           IF ws-total-blocages > ZERO THEN
               DISPLAY "     Fonds bloques : ", ws-total-blocages,
                   " € "
               DISPLAY "     Solde disponible : ",
                   ws-disponible-edite, " € "
           END-IF
           DISPLAY etoiles.
           DISPLAY saut_ligne.
           DISPLAY "Compte : ", ls_compte
           DISPLAY "Date : ", ws-date-attestation,
                       "   Heure : ", ws-heure-attestation
           MOVE ls_solde TO ws-solde-edite
           DISPLAY "Solde certifie : ", ws-solde-edite, " € "
           IF ls_solde < ZERO THEN
               DISPLAY "Compte en position debitrice (decouvert)"
           END-IF

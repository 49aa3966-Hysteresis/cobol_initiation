       01  ws-limite-reservation PIC 9(8).
       01  ws-jours-entiers PIC 9(7).
       01  ws-nombre-reservations PIC 9(3) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Liste du jour de l'etagere des reservations : chaque
      *>    la date limite de retrait, pour que le comptoir sache ce
      *>    qui attend qui.
           DISPLAY "Liste des reservations de l'etagere"
           CALL 'journal_batch' USING "liste_reservations  ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           OPEN INPUT parametre_reservation
           IF ws-file-status-parametre = '00' THEN
               READ parametre_reservation
           CLOSE rapport_reservations
           DISPLAY ws-nombre-reservations, " reservation(s) sur",
                       " l'etagere (liste_reservations)"
           MOVE ws-nombre-reservations TO ws-compteur-journal
           CALL 'journal_batch' USING "liste_reservations  ", 'F',
               ws-compteur-journal
           GOBACK.

       LISTER-UNE-RESERVATION.
           COMPUTE ws-jours-entiers = FUNCTION

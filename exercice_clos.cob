       IDENTIFICATION DIVISION.
       PROGRAM-ID. exercice_clos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exercices_clos ASSIGN TO 'exercices_clos'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD exercices_clos.
           COPY cpexclos.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  fin_exercices PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ls-date PIC 9(8).
       01  ls-exercice-clos PIC X.

       PROCEDURE DIVISION USING ls-date, ls-exercice-clos.
      *>    Indique ('O' ou 'N') si la date donnee tombe dans un
      *>    exercice deja cloture par grand_livre. Les exercices se
      *>    cloturent dans l'ordre : toute annee egale ou anterieure a
      *>    une annee close est close.
           MOVE 'N' TO ls-exercice-clos
           MOVE 'N' TO fin_exercices
           OPEN INPUT exercices_clos
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_exercices = 'Y'
                   READ exercices_clos
                       AT END
                           MOVE 'Y' TO fin_exercices
                       NOT AT END
                           IF exc-annee >= ls-date(1:4) THEN
                               MOVE 'O' TO ls-exercice-clos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE exercices_clos
           END-IF
           GOBACK.
       END PROGRAM exercice_clos.

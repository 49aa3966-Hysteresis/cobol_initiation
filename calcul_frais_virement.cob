       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcul_frais_virement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT frais_correspondants ASSIGN TO 'frais_correspondants'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD frais_correspondants.
           COPY cpfraiscorr.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  fin_frais PIC X VALUE 'N'.
       01  ws-ligne-banque-vue PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ls-option PIC X(1).
       01  ls-banque PIC X(8).
       01  ls-devise PIC X(3).
       01  ls-montant PIC 9(7)V99.
       01  ls-frais-banque PIC 9(2)V99.
       01  ls-montant-envoye PIC 9(7)V99.
       01  ls-frais-correspondant PIC 9(5)V99.

       PROCEDURE DIVISION USING ls-option, ls-banque, ls-devise,
               ls-montant, ls-frais-banque, ls-montant-envoye,
               ls-frais-correspondant.
      *>    Point de calcul partage des frais d'un virement externe,
      *>    sur le modele de calcul_frais_operation : le frais
      *>    attendu du correspondant est lu dans frais_correspondants
      *>    (ligne de la banque et de la devise, sinon ligne "*" de
      *>    la devise, sinon aucun frais), et l'option de frais
      *>    decide de ce qui part reellement. Nos frais (ls-frais-
      *>    banque, calcules par l'appelant) sont toujours preleves ;
      *>    en option B ils sont retenus sur le montant envoye, le
      *>    client n'etant debite au total que du montant saisi. En
      *>    option O le frais du correspondant est en plus a la
      *>    charge du client, a l'appelant de le prelever. Une option
      *>    absente ou inconnue vaut frais partages.
           IF ls-option NOT = 'O' AND ls-option NOT = 'S'
                   AND ls-option NOT = 'B' THEN
               MOVE 'S' TO ls-option
           END-IF
           MOVE ZERO TO ls-frais-correspondant
           MOVE 'N' TO ws-ligne-banque-vue
           MOVE 'N' TO fin_frais
           OPEN INPUT frais_correspondants
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_frais = 'Y'
                   READ frais_correspondants
                       AT END
                           MOVE 'Y' TO fin_frais
                       NOT AT END
                           IF fco-devise = ls-devise THEN
                               IF fco-banque = ls-banque THEN
                                   MOVE fco-montant
                                       TO ls-frais-correspondant
                                   MOVE 'O' TO ws-ligne-banque-vue
                               ELSE
                                   IF fco-banque = "*"
                                           AND ws-ligne-banque-vue
                                               = 'N' THEN
                                       MOVE fco-montant
                                           TO ls-frais-correspondant
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frais_correspondants
           END-IF
           IF ls-option = 'B' THEN
               IF ls-montant > ls-frais-banque THEN
                   COMPUTE ls-montant-envoye =
                           ls-montant - ls-frais-banque
               ELSE
                   MOVE ZERO TO ls-montant-envoye
               END-IF
           ELSE
               MOVE ls-montant TO ls-montant-envoye
           END-IF
           GOBACK.
       END PROGRAM calcul_frais_virement.

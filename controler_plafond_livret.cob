       IDENTIFICATION DIVISION.
       PROGRAM-ID. controler_plafond_livret.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT produits ASSIGN TO 'produits'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-produits.

       DATA DIVISION.
       FILE SECTION.
       FD produits.
           COPY cpproduit.

       WORKING-STORAGE SECTION.
       01  ws-file-status-produits PIC XX.
       01  fin_produits PIC X VALUE 'N'.
       01  ws-solde-maximum PIC S9(8)V99 VALUE ZERO.

       LINKAGE SECTION.
       01  ls-produit PIC X(4).
       01  ls-solde PIC S9(7)V99.
       01  ls-montant PIC 9(7)V99.
       01  ls-admis PIC X.
       01  ls-montant-admissible PIC 9(7)V99.

       PROCEDURE DIVISION USING ls-produit, ls-solde, ls-montant,
               ls-admis, ls-montant-admissible.
      *>    Point de controle partage de tout credit sur un compte :
      *>    sur un livret reglemente, le versement ou le virement
      *>    recu ne peut porter le solde au-dela du plafond du
      *>    produit. Rend 'N' et la marge encore versable (zero si le
      *>    plafond est atteint ou depasse par les interets) ; un
      *>    produit ordinaire est toujours admis.
           MOVE 'O' TO ls-admis
           MOVE ls-montant TO ls-montant-admissible
           MOVE 'N' TO fin_produits
           OPEN INPUT produits
           IF ws-file-status-produits = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF prod-code = ls-produit THEN
                               MOVE 'Y' TO fin_produits
                               IF prod-livret THEN
                                   PERFORM CONTROLER-PLAFOND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits
           END-IF
           GOBACK.

       CONTROLER-PLAFOND.
           COMPUTE ws-solde-maximum = prod-plafond-livret - ls-solde
           IF ws-solde-maximum < ZERO THEN
               MOVE ZERO TO ws-solde-maximum
           END-IF
           IF ls-montant > ws-solde-maximum THEN
               MOVE 'N' TO ls-admis
               MOVE ws-solde-maximum TO ls-montant-admissible
               DISPLAY "/!\ Plafond du livret (", prod-plafond-livret,
                           " €) : au plus ", ls-montant-admissible,
                           " € versables"
           END-IF.
       END PROGRAM controler_plafond_livret.

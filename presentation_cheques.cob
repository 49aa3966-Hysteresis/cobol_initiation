               'rapport_presentation_cheques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT cheques_banque ASSIGN TO 'cheques_banque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cheques-banque.

       DATA DIVISION.
       FILE SECTION.
      *>    Fichier de compensation depose par le correspondant : une
      *>    ligne par cheque presente au paiement, avec le compte
      *>    tire chez nous, le numero de formule, le montant, la
      *>    banque remettante et sa reference. Un cheque de banque,
      *>    tire sur la banque elle-meme, arrive avec un compte tire a
      *>    zero et son numero de serie a la place du numero de
      *>    formule.
       01  cheque-presente.
           05  pc-compte           PIC 9(6).
           05  pc-numero-cheque    PIC 9(7).
           COPY cpchequesusp.
       FD rapport_presentation_cheques.
       01  ligne-rapport PIC X(100).
       FD cheques_banque.
           COPY cpchqbanque.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-sort-formule PIC X.
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-cheque PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-payes PIC 9(5) VALUE ZERO.
       01  ws-total-payes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-suspens PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-file-status-cheques-banque PIC XX.
       01  fin_cheques_banque PIC X VALUE 'N'.
       01  ws-nombre-rendus-banque PIC 9(5) VALUE ZERO.
       01  ws-total-rendus-banque PIC 9(9)V99 VALUE ZERO.
       01  ws-solde-passif PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Presentation des cheques recus en compensation : le

       TRAITER-UN-CHEQUE.
           MOVE SPACES TO ws-motif-rejet
           IF pc-compte = ZERO THEN
               PERFORM TRAITER-CHEQUE-BANQUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-AU-REGISTRE
           IF ws-motif-rejet = SPACES THEN
               PERFORM DEBITER-COMPTE-TIRE
               "Cheque presente", "CHEQUES "
           MOVE 'O' TO ws-cheque-paye.

       TRAITER-CHEQUE-BANQUE.
      *>    Un cheque de banque se paie sur le passif des cheques en
      *>    circulation, jamais sur un compte client : le client a
      *>    ete debite a l'emission. L'ecriture (action Chq bq pay,
      *>    debit du passif au plan comptable) est portee au compte
      *>    zero, celui de la banque elle-meme. Un cheque inconnu,
      *>    deja paye, oppose ou d'un montant non conforme est rendu
      *>    a la banque remettante : il n'y a aucun compte client a
      *>    qui faire resoudre un suspens.
           MOVE 'N' TO ws-cheque-connu
           MOVE 'N' TO fin_cheques_banque
           OPEN I-O cheques_banque
           IF ws-file-status-cheques-banque = '00' THEN
               PERFORM UNTIL fin_cheques_banque = 'Y'
                   READ cheques_banque
                       AT END
                           MOVE 'Y' TO fin_cheques_banque
                       NOT AT END
                           IF cbq-numero = pc-numero-cheque THEN
                               MOVE 'O' TO ws-cheque-connu
                               MOVE 'Y' TO fin_cheques_banque
                               PERFORM PAYER-CHEQUE-BANQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_banque
           END-IF
           IF ws-cheque-connu = 'N' THEN
               MOVE "chq banque inconnu" TO ws-motif-rejet
           END-IF
           IF ws-motif-rejet = SPACES THEN
               ADD 1 TO ws-nombre-payes
               ADD pc-montant TO ws-total-payes
           ELSE
               ADD 1 TO ws-nombre-rendus-banque
               ADD pc-montant TO ws-total-rendus-banque
               MOVE SPACES TO ligne-rapport
               STRING "RENDU cheque de banque " DELIMITED BY SIZE
                       pc-numero-cheque DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       pc-montant DELIMITED BY SIZE
                       " € a " DELIMITED BY SIZE
                       pc-banque-remettante DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       ws-motif-rejet DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               END-WRITE
           END-IF.

       PAYER-CHEQUE-BANQUE.
           EVALUATE TRUE
               WHEN cbq-paye
                   MOVE "chq banque deja paye" TO ws-motif-rejet
               WHEN cbq-oppose
               WHEN cbq-rembourse
                   MOVE "chq banque oppose" TO ws-motif-rejet
               WHEN cbq-montant NOT = pc-montant
                   MOVE "montant non conforme" TO ws-motif-rejet
               WHEN OTHER
                   SET cbq-paye TO TRUE
                   MOVE ws-date-du-jour TO cbq-date-statut
                   MOVE "CHEQUES " TO cbq-operateur
                   REWRITE cheque-banque-record
                   MOVE pc-montant TO ws-montant-cheque
                   MOVE ZERO TO ws-solde-passif
                   CALL 'transaction' USING "Y", pc-compte,
                       ws-montant-cheque, ws-solde-passif,
                       pc-reference, "Cheque de banque    ",
                       "CHEQUES "
           END-EVALUATE.

       MARQUER-CHEQUE.
      *>    Reporte le sort de la presentation sur la formule du
      *>    registre : payee, ou impayee en attendant la resolution
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE
           IF ws-nombre-rendus-banque > ZERO THEN
               MOVE SPACES TO ligne-rapport
               STRING "Cheques de banque rendus : " DELIMITED BY SIZE
                       ws-nombre-rendus-banque DELIMITED BY SIZE
                       " pour " DELIMITED BY SIZE
                       ws-total-rendus-banque DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               END-WRITE
           END-IF.
       END PROGRAM presentation_cheques.

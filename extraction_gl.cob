           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status-comptes.
           SELECT operations_change ASSIGN TO 'operations_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-change.
           SELECT extraction_gl_jour ASSIGN TO ws-nom-extraction
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-extraction.
           COPY cpplangl.
       FD comptes.
           COPY cpcompte.
       FD operations_change.
           COPY cpchange.
       FD extraction_gl_jour.
       01  ligne-extraction PIC X(80).

       01  ws-nom-extraction PIC X(30).
       01  ws-date-du-jour PIC 9(8).
       01  plan-gl.
           05  pg-entry OCCURS 40 TIMES INDEXED BY pg-i.
               10  pg-action           PIC X(10).
               10  pg-compte-debit     PIC X(6).
               10  pg-compte-credit    PIC X(6).
       01  li-trouve PIC X.
       01  ws-agence-compte PIC X(3).
       01  ws-agence-mouvement PIC X(3).
      *>    Marge du change de billets au guichet : passee sous sa
      *>    propre action (Marge chg) et donc sur son propre compte du
      *>    plan, elle est en outre detaillee par devise en lignes
      *>    MARGE CHANGE, depuis operations_change.
       01  ws-file-status-change PIC XX.
       01  fin_change PIC X VALUE 'N'.
       01  table-marges-change.
           05  mc-entry OCCURS 20 TIMES INDEXED BY mc-i.
               10  mc-devise           PIC X(3).
               10  mc-nombre-operations PIC 9(5).
               10  mc-total            PIC 9(11)V99.
       01  mc-nombre PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Extraction comptable du jour : chaque mouvement de
                           " abandonnee"
           ELSE
               PERFORM CUMULER-MOUVEMENTS-JOUR
               PERFORM CUMULER-MARGES-CHANGE
               PERFORM CALCULER-TOTAUX
               IF ws-total-debits NOT = ws-total-credits THEN
                   DISPLAY "/!\ Debits (", ws-total-debits,
           END-IF
           ADD montant_transaction TO li-total(li-i).

       CUMULER-MARGES-CHANGE.
           MOVE 'N' TO fin_change
           OPEN INPUT operations_change
           IF ws-file-status-change = '00' THEN
               PERFORM UNTIL fin_change = 'Y'
                   READ operations_change
                       AT END
                           MOVE 'Y' TO fin_change
                       NOT AT END
                           IF chg-date = ws-date-du-jour
                                   AND chg-marge > ZERO THEN
                               PERFORM CUMULER-UNE-MARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operations_change
           END-IF.

       CUMULER-UNE-MARGE.
           SET mc-i TO 1
           SEARCH mc-entry
               AT END
                   EXIT PARAGRAPH
               WHEN mc-i > mc-nombre
                   CONTINUE
               WHEN mc-devise(mc-i) = chg-devise
                   CONTINUE
           END-SEARCH
           IF mc-i > mc-nombre THEN
               ADD 1 TO mc-nombre
               SET mc-i TO mc-nombre
               MOVE chg-devise TO mc-devise(mc-i)
               MOVE ZERO TO mc-nombre-operations(mc-i)
               MOVE ZERO TO mc-total(mc-i)
           END-IF
           ADD 1 TO mc-nombre-operations(mc-i)
           ADD chg-marge TO mc-total(mc-i).

       LOCALISER-COMPTE-GL.
           PERFORM VARYING cg-i FROM 1 BY 1 UNTIL cg-i > cg-nombre
               IF cg-compte-gl(cg-i) = ws-compte-gl-cherche THEN
                   INTO ligne-extraction
               WRITE ligne-extraction
           END-PERFORM
           PERFORM VARYING mc-i FROM 1 BY 1 UNTIL mc-i > mc-nombre
               MOVE SPACES TO ligne-extraction
               STRING "MARGE CHANGE " DELIMITED BY SIZE
                       mc-devise(mc-i) DELIMITED BY SIZE
                       " OPERATIONS " DELIMITED BY SIZE
                       mc-nombre-operations(mc-i) DELIMITED BY SIZE
                       " MONTANT " DELIMITED BY SIZE
                       mc-total(mc-i) DELIMITED BY SIZE
                   INTO ligne-extraction
               WRITE ligne-extraction
           END-PERFORM
           STRING "CONTROLE MOUVEMENTS " DELIMITED BY SIZE
                   ws-nombre-mouvements DELIMITED BY SIZE
                   " DEBITS " DELIMITED BY SIZE

           SELECT impayes_prets ASSIGN TO 'impayes_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-impayes.
           SELECT comptes_terme ASSIGN TO 'comptes_terme'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-terme.
           SELECT rapport_collecte_prets ASSIGN TO
               'rapport_collecte_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY cpcompte.
       FD impayes_prets.
           COPY cpimpayepret.
       FD comptes_terme.
           COPY cpterme.
       FD rapport_collecte_prets.
       01  ligne-rapport PIC X(80).

       01  ws-date-du-jour PIC 9(8).
       01  ws-echeance-reglee PIC X VALUE 'N'.
       01  ws-montant-echeance PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-nombre-collectees PIC 9(5) VALUE ZERO.
       01  ws-total-collecte PIC 9(9)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-file-status-terme PIC XX.
       01  fin_terme PIC X VALUE 'N'.
       01  ws-pret-solde PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      *>    Collecte des mensualites de prets arrivees a echeance,
       AMORTIR-LE-PRET.
      *>    La part de capital de l'echeance reglee vient reduire le
      *>    capital restant du pret ; la derniere echeance solde le
      *>    pret et leve le nantissement du depot qui le garantissait.
           MOVE 'N' TO ws-pret-solde
           MOVE 'N' TO fin_prets
           OPEN I-O prets
           IF ws-file-status-prets = '00' THEN
                                   FROM pret-capital-restant
                               IF pret-capital-restant = ZERO THEN
                                   SET pret-solde TO TRUE
                                   MOVE 'O' TO ws-pret-solde
                               ELSE
                                   SET pret-en-cours TO TRUE
                               END-IF
                   END-READ
               END-PERFORM
               CLOSE prets
           END-IF
           IF ws-pret-solde = 'O' THEN
               PERFORM LEVER-NANTISSEMENT
           END-IF.

       LEVER-NANTISSEMENT.
      *>    Le depot redevient libre : casse possible et denouement a
      *>    l'echeance selon le choix fait a son ouverture.
           MOVE 'N' TO fin_terme
           OPEN I-O comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-nantissement-actif
                                   AND cat-pret-nanti = ech-compte THEN
                               SET cat-nantissement-leve TO TRUE
                               MOVE ws-date-du-jour TO cat-date-levee
                               REWRITE compte-terme-record
                               MOVE SPACES TO ligne-rapport
                               STRING "NANTISSEMENT LEVE depot "
                                       DELIMITED BY SIZE
                                       cat-compte DELIMITED BY SIZE
                                       " : pret du compte "
                                       DELIMITED BY SIZE
                                       ech-compte DELIMITED BY SIZE
                                       " solde" DELIMITED BY SIZE
                                   INTO ligne-rapport
                               WRITE ligne-rapport
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       MARQUER-PRET-EN-IMPAYE.

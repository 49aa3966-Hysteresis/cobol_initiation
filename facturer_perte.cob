       IDENTIFICATION DIVISION.
       PROGRAM-ID. facturer_perte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT copies_livres ASSIGN TO 'copies_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-copies.
           SELECT amendes ASSIGN TO 'amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-amendes.
           SELECT tarif_amendes ASSIGN TO 'tarif_amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tarif.

       DATA DIVISION.
       FILE SECTION.
       FD copies_livres.
           COPY cpcopie.
       FD amendes.
           COPY cpamende.
       FD tarif_amendes.
           COPY cptarifamende.

       WORKING-STORAGE SECTION.
       01  ws-file-status-copies PIC XX.
       01  ws-file-status-amendes PIC XX.
       01  ws-file-status-tarif PIC XX.
       01  fin_copies PIC X VALUE 'N'.
       01  fin_amendes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-frais-perte PIC 9(3)V99 VALUE 5.00.
       01  ws-prix-remplacement PIC 9(4)V99 VALUE ZERO.
       01  ws-amende-remplacee PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ls-carte PIC 9(6).
       01  ls-titre PIC X(30).
       01  ls-copie PIC 9(2).
       01  ls-identifiant-copie PIC 9(6).
       01  ls-montant-facture PIC 9(4)V99.

       PROCEDURE DIVISION USING ls-carte, ls-titre, ls-copie,
               ls-identifiant-copie, ls-montant-facture.
      *>    Point commun de la perte d'un livre, declaree au
      *>    comptoir ou presumee par le batch de nuit ; l'appelant a
      *>    deja clos le pret. La copie passe perdue (cop-perdue) et
      *>    son prix d'acquisition (cop-prix) devient le prix de
      *>    remplacement facture au membre : l'amende de retard due
      *>    sur ce pret est transformee en facture de remplacement au
      *>    lieu de s'y ajouter, et une ligne de frais de traitement
      *>    (tarif_amendes) la suit. Un pret anterieur a l'inventaire
      *>    des copies (identifiant a zero) n'a pas de prix connu :
      *>    seuls les frais sont factures. Le montant facture est
      *>    rendu a l'appelant.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE ZERO TO ls-montant-facture
           PERFORM LIRE-FRAIS-PERTE
           PERFORM MARQUER-COPIE-PERDUE
           IF ws-prix-remplacement > 999.99 THEN
               MOVE 999.99 TO ws-prix-remplacement
           END-IF
           PERFORM REMPLACER-AMENDE-RETARD
           IF ws-amende-remplacee = 'N' THEN
               PERFORM CREER-LIGNE-REMPLACEMENT
           END-IF
           IF ws-frais-perte > ZERO THEN
               PERFORM CREER-LIGNE-FRAIS
           END-IF
           COMPUTE ls-montant-facture =
                   ws-prix-remplacement + ws-frais-perte
           GOBACK.

       LIRE-FRAIS-PERTE.
           OPEN INPUT tarif_amendes
           IF ws-file-status-tarif = '00' THEN
               READ tarif_amendes
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ta-frais-perte IS NUMERIC THEN
                           MOVE ta-frais-perte TO ws-frais-perte
                       END-IF
               END-READ
               CLOSE tarif_amendes
           END-IF.

       MARQUER-COPIE-PERDUE.
           MOVE ZERO TO ws-prix-remplacement
           IF ls-identifiant-copie = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_copies
           OPEN I-O copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = ls-identifiant-copie
                                   THEN
                               MOVE cop-prix TO ws-prix-remplacement
                               SET cop-perdue TO TRUE
                               INITIALIZE cop-reparation
                               REWRITE copie-record
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF.

       REMPLACER-AMENDE-RETARD.
           MOVE 'N' TO ws-amende-remplacee
           MOVE 'N' TO fin_amendes
           OPEN I-O amendes
           IF ws-file-status-amendes = '00' THEN
               PERFORM UNTIL fin_amendes = 'Y'
                   READ amendes
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-due AND am-retard
                                   AND am-carte = ls-carte
                                   AND am-titre = ls-titre
                                   AND am-copie = ls-copie THEN
                               MOVE ws-prix-remplacement TO am-montant
                               MOVE ws-date-du-jour TO am-date-calcul
                               SET am-remplacement TO TRUE
                               MOVE ls-identifiant-copie
                                   TO am-identifiant-copie
                               REWRITE ligne-amende
                               MOVE 'O' TO ws-amende-remplacee
                               MOVE 'Y' TO fin_amendes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE amendes
           END-IF.

       CREER-LIGNE-REMPLACEMENT.
           OPEN EXTEND amendes
           IF ws-file-status-amendes = '35' THEN
               OPEN OUTPUT amendes
           END-IF
           MOVE ls-carte TO am-carte
           MOVE ls-titre TO am-titre
           MOVE ls-copie TO am-copie
           MOVE ws-date-du-jour TO am-date-calcul
           MOVE ws-prix-remplacement TO am-montant
           SET am-due TO TRUE
           SET am-remplacement TO TRUE
           MOVE ls-identifiant-copie TO am-identifiant-copie
           MOVE ZERO TO am-date-paiement
           WRITE ligne-amende
           END-WRITE
           CLOSE amendes.

       CREER-LIGNE-FRAIS.
           OPEN EXTEND amendes
           IF ws-file-status-amendes = '35' THEN
               OPEN OUTPUT amendes
           END-IF
           MOVE ls-carte TO am-carte
           MOVE ls-titre TO am-titre
           MOVE ls-copie TO am-copie
           MOVE ws-date-du-jour TO am-date-calcul
           MOVE ws-frais-perte TO am-montant
           SET am-due TO TRUE
           SET am-frais-perte TO TRUE
           MOVE ls-identifiant-copie TO am-identifiant-copie
           MOVE ZERO TO am-date-paiement
           WRITE ligne-amende
           END-WRITE
           CLOSE amendes.
       END PROGRAM facturer_perte.

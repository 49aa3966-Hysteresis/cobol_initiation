       IDENTIFICATION DIVISION.
       PROGRAM-ID. reprise_secours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT bordereaux_secours ASSIGN TO 'bordereaux_secours'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-secours.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT revue_secours ASSIGN TO 'revue_secours'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-revue.

       DATA DIVISION.
       FILE SECTION.
       FD bordereaux_secours.
           COPY cpsecours.
       FD comptes.
           COPY cpcompte.
       FD revue_secours.
       01  ligne-revue PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-secours PIC XX.
       01  ws-file-status-revue PIC XX.
       01  fin_secours PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
      *>    Bordereaux en attente, remis dans l'ordre ou les
      *>    operations ont reellement eu lieu au guichet : un retrait
      *>    saisi avant le depot qui le couvrait ne doit pas passer
      *>    en revue pour un decouvert qui n'a jamais existe.
       01  table-bordereaux.
           05  tb-entry OCCURS 2000 TIMES INDEXED BY tb-i, tb-j.
               10  tb-date             PIC 9(8).
               10  tb-heure            PIC 9(6).
               10  tb-numero           PIC 9(6).
       01  tb-nombre PIC 9(4) VALUE ZERO.
       01  tb-echange PIC X(20).
       01  ws-numero-cherche PIC 9(6).
       01  ws-motif-revue PIC X(20).
       01  ws-blocages PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-operation PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-secours PIC X(30).
       01  ws-motif-secours PIC X(20).
       01  ws-lettre-transaction PIC X.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-postes PIC 9(5) VALUE ZERO.
       01  ws-nombre-revue PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Reprise des bordereaux de secours au retour du systeme :
      *>    chaque operation saisie en mode degrade est postee par le
      *>    circuit transaction habituel, dans l'ordre chronologique
      *>    reel, au nom du guichetier qui l'a traitee, avec la date
      *>    et l'heure d'origine dans le libelle. Ce qui ne passerait
      *>    plus aujourd'hui - compte inconnu, ferme, dormant ou en
      *>    succession, retrait au-dela du disponible - n'est pas
      *>    poste : il part sur la liste de revue (revue_secours)
      *>    pour decision d'un superviseur dans resolution_secours.
      *>    Chaque bordereau est marque aussitot traite : une reprise
      *>    interrompue se relance sans rien poster deux fois.
           DISPLAY "Reprise des bordereaux de secours"
           CALL 'journal_batch' USING "reprise_secours     ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM CHARGER-BORDEREAUX
           IF tb-nombre = ZERO THEN
               DISPLAY "Aucun bordereau en attente"
               CALL 'journal_batch' USING "reprise_secours     ", 'F',
                   ws-compteur-journal
               GOBACK
           END-IF
           PERFORM CLASSER-BORDEREAUX
           OPEN OUTPUT revue_secours
           MOVE SPACES TO ligne-revue
           STRING "BORDEREAUX DE SECOURS A REVOIR - REPRISE DU "
                   DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue
           PERFORM VARYING tb-i FROM 1 BY 1 UNTIL tb-i > tb-nombre
               MOVE tb-numero(tb-i) TO ws-numero-cherche
               PERFORM REPRENDRE-UN-BORDEREAU
           END-PERFORM
           MOVE SPACES TO ligne-revue
           STRING "Postes : " DELIMITED BY SIZE
                   ws-nombre-postes DELIMITED BY SIZE
                   "  a revoir par un superviseur : " DELIMITED BY SIZE
                   ws-nombre-revue DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue
           CLOSE revue_secours
           DISPLAY "Postes : ", ws-nombre-postes, "  A revoir : ",
                       ws-nombre-revue
           MOVE ws-nombre-postes TO ws-compteur-journal
           CALL 'journal_batch' USING "reprise_secours     ", 'F',
               ws-compteur-journal
           GOBACK.

       CHARGER-BORDEREAUX.
           MOVE ZERO TO tb-nombre
           MOVE 'N' TO fin_secours
           OPEN INPUT bordereaux_secours
           IF ws-file-status-secours = '00' THEN
               PERFORM UNTIL fin_secours = 'Y'
                   READ bordereaux_secours
                       AT END
                           MOVE 'Y' TO fin_secours
                       NOT AT END
                           IF bs-saisi AND tb-nombre < 2000 THEN
                               ADD 1 TO tb-nombre
                               MOVE bs-date TO tb-date(tb-nombre)
                               MOVE bs-heure TO tb-heure(tb-nombre)
                               MOVE bs-numero TO tb-numero(tb-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE bordereaux_secours
           END-IF.

       CLASSER-BORDEREAUX.
      *>    Par date puis heure reelles, par echanges successifs comme
      *>    dans enquete_compte.
           PERFORM VARYING tb-i FROM 1 BY 1 UNTIL tb-i >= tb-nombre
               SET tb-j TO tb-i
               SET tb-j UP BY 1
               PERFORM UNTIL tb-j > tb-nombre
                   IF tb-date(tb-j) < tb-date(tb-i)
                           OR (tb-date(tb-j) = tb-date(tb-i)
                               AND tb-heure(tb-j) < tb-heure(tb-i))
                           THEN
                       MOVE tb-entry(tb-i) TO tb-echange
                       MOVE tb-entry(tb-j) TO tb-entry(tb-i)
                       MOVE tb-echange TO tb-entry(tb-j)
                   END-IF
                   SET tb-j UP BY 1
               END-PERFORM
           END-PERFORM.

       REPRENDRE-UN-BORDEREAU.
           MOVE 'N' TO fin_secours
           OPEN I-O bordereaux_secours
           IF ws-file-status-secours NOT = '00' THEN
               DISPLAY "/!\ Fichier bordereaux_secours indisponible"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_secours = 'Y'
               READ bordereaux_secours
                   AT END
                       MOVE 'Y' TO fin_secours
                   NOT AT END
                       IF bs-numero = ws-numero-cherche THEN
                           MOVE 'Y' TO fin_secours
                           PERFORM POSTER-OU-ECARTER
                           MOVE ws-date-du-jour TO bs-date-reprise
                           REWRITE bordereau-secours
                       END-IF
               END-READ
           END-PERFORM
           CLOSE bordereaux_secours.

       POSTER-OU-ECARTER.
           MOVE SPACES TO ws-motif-revue
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               MOVE "COMPTES INDISPO" TO ws-motif-revue
               PERFORM ECARTER-BORDEREAU
               EXIT PARAGRAPH
           END-IF
           MOVE bs-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   MOVE "COMPTE INCONNU" TO ws-motif-revue
           END-READ
           IF ws-motif-revue = SPACES THEN
               EVALUATE TRUE
                   WHEN compte-ferme
                       MOVE "COMPTE FERME" TO ws-motif-revue
                   WHEN compte-dormant
                       MOVE "COMPTE DORMANT" TO ws-motif-revue
                   WHEN compte-succession
                       MOVE "COMPTE SUCCESSION" TO ws-motif-revue
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF ws-motif-revue = SPACES AND bs-retrait THEN
               CALL 'calculer_blocages' USING bs-compte, ws-blocages
               IF bs-montant > compte-solde
                       + compte-decouvert-autorise - ws-blocages THEN
                   MOVE "DECOUVERT DEPASSE" TO ws-motif-revue
               END-IF
           END-IF
           IF ws-motif-revue NOT = SPACES THEN
               CLOSE comptes
               PERFORM ECARTER-BORDEREAU
               EXIT PARAGRAPH
           END-IF
           MOVE compte-solde TO ws-image-ancien-solde
           IF bs-depot THEN
               COMPUTE compte-solde = compte-solde + bs-montant
               MOVE "D" TO ws-lettre-transaction
               MOVE "Depot de secours" TO ws-motif-secours
           ELSE
               COMPUTE compte-solde = compte-solde - bs-montant
               MOVE "R" TO ws-lettre-transaction
               MOVE "Retrait de secours" TO ws-motif-secours
           END-IF
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "repsecours  ", bs-operateur,
               compte-numero, ws-image-ancien-solde,
               ws-image-nouveau-solde, compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-apres
           CLOSE comptes
           PERFORM PREPARER-MEMO-SECOURS
           MOVE bs-montant TO ws-montant-operation
           CALL 'transaction' USING ws-lettre-transaction, bs-compte,
               ws-montant-operation, ws-solde-apres, ws-memo-secours,
               ws-motif-secours, bs-operateur
           SET bs-poste TO TRUE
           ADD 1 TO ws-nombre-postes.

       PREPARER-MEMO-SECOURS.
      *>    Le libelle renvoie au bordereau et a l'heure reelle de
      *>    l'operation, la date d'ecriture etant celle de la reprise.
           MOVE SPACES TO ws-memo-secours
           STRING "SECOURS " DELIMITED BY SIZE
                   bs-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-heure(1:4) DELIMITED BY SIZE
               INTO ws-memo-secours.

       ECARTER-BORDEREAU.
           SET bs-a-revoir TO TRUE
           MOVE ws-motif-revue TO bs-motif-revue
           ADD 1 TO ws-nombre-revue
           MOVE SPACES TO ligne-revue
           STRING "A REVOIR " DELIMITED BY SIZE
                   bs-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-heure DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-operateur DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   bs-compte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-type DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-montant DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-motif-revue DELIMITED BY SIZE
               INTO ligne-revue
           WRITE ligne-revue
           END-WRITE.
       END PROGRAM reprise_secours.

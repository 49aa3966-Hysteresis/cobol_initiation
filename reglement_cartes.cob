       IDENTIFICATION DIVISION.
       PROGRAM-ID. reglement_cartes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT reglements_reseau ASSIGN TO 'reglements_reseau'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reseau.
           SELECT cartes ASSIGN TO 'cartes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cartes.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT suspens_cartes ASSIGN TO 'suspens_cartes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-suspens.
           SELECT rapport_cartes ASSIGN TO 'rapport_cartes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD reglements_reseau.
      *>    Fichier quotidien du reseau de distributeurs et de
      *>    paiement : une ligne par operation carte deja payee par
      *>    le reseau, a imputer sur le compte du porteur. Type R =
      *>    retrait au distributeur, P = paiement chez un commercant.
       01  reglement-reseau.
           05  rr-numero-carte     PIC X(16).
           05  rr-type             PIC X(1).
               88  rr-retrait      VALUE 'R'.
               88  rr-paiement     VALUE 'P'.
           05  rr-montant          PIC 9(7)V99.
           05  rr-date-operation   PIC 9(8).
           05  rr-libelle          PIC X(20).
           05  rr-reference        PIC X(12).
       FD cartes.
           COPY cpcarte.
       FD comptes.
           COPY cpcompte.
       FD suspens_cartes.
           COPY cpsuspcarte.
       FD rapport_cartes.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-reseau PIC XX.
       01  ws-file-status-cartes PIC XX.
       01  ws-file-status-suspens PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_reseau PIC X VALUE 'N'.
       01  fin_cartes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-mois-du-jour PIC 9(6).
       01  ws-mois-operation PIC 9(6).
       01  ws-code-motif PIC X(3).
       01  ws-carte-trouvee PIC X VALUE 'N'.
       01  ws-compte-carte PIC 9(6) VALUE ZERO.
       01  ws-plafond-carte PIC 9(5)V99 VALUE ZERO.
       01  ws-motif-mouvement PIC X(20).
      *>    Memo du mouvement : le libelle du commercant, au format
      *>    du memo de transaction.
       01  ws-memo-carte PIC X(30).
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-carte PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-postes PIC 9(5) VALUE ZERO.
       01  ws-total-postes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-rejets PIC 9(5) VALUE ZERO.
       01  ws-total-rejets PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-expirees PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Cumul des operations deja passees dans ce lot, par carte,
      *>    type et jour d'operation : c'est lui que l'on confronte au
      *>    plafond journalier de la carte.
       01  table-cumuls.
           05  cu-entry OCCURS 500 TIMES INDEXED BY cu-i.
               10  cu-carte           PIC X(16).
               10  cu-type            PIC X(1).
               10  cu-date            PIC 9(8).
               10  cu-total           PIC 9(7)V99.
       01  cu-nombre PIC 9(3) VALUE ZERO.
       01  cu-trouve PIC X.

       PROCEDURE DIVISION.
      *>    Reglement nocturne des operations carte : le fichier du
      *>    reseau est impute compte par compte au travers de
      *>    transaction (mouvement Carte). Une operation n'est passee
      *>    que sur une carte active et non echue, dans la limite du
      *>    plafond journalier DAB ou TPE de la carte et du disponible
      *>    du compte (decouvert autorise compris, blocages deduits
      *>    par calculer_blocages, comme pour les prelevements). Le
      *>    reste part au fichier suspens_cartes avec son code motif,
      *>    le reseau ayant deja paye : rien n'est rendu, tout est
      *>    resolu par le back-office.
           DISPLAY "Reglement des operations carte"
           CALL 'journal_batch' USING "reglement_cartes    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour(1:6) TO ws-mois-du-jour
           OPEN OUTPUT rapport_cartes
           MOVE SPACES TO ligne-rapport
           STRING "REGLEMENT DES OPERATIONS CARTE DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           PERFORM MARQUER-CARTES-EXPIREES

           MOVE 'N' TO fin_reseau
           OPEN INPUT reglements_reseau
           IF ws-file-status-reseau = '00' THEN
               PERFORM UNTIL fin_reseau = 'Y'
                   READ reglements_reseau
                       AT END
                           MOVE 'Y' TO fin_reseau
                       NOT AT END
                           PERFORM TRAITER-UNE-OPERATION
                   END-READ
               END-PERFORM
               CLOSE reglements_reseau
           ELSE
               DISPLAY "Aucun fichier reglements_reseau a traiter"
           END-IF

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE rapport_cartes
           DISPLAY "Postes : ", ws-nombre-postes, " pour ",
                       ws-total-postes, " €"
           DISPLAY "Suspens : ", ws-nombre-rejets, " pour ",
                       ws-total-rejets, " €"
           MOVE ws-nombre-postes TO ws-compteur-journal
           CALL 'journal_batch' USING "reglement_cartes    ", 'F',
               ws-compteur-journal
           GOBACK.

       MARQUER-CARTES-EXPIREES.
      *>    Une carte active dont le mois de validite est passe bascule
      *>    en expiree avant le reglement : le guichet la voit alors
      *>    telle qu'elle est et propose son remplacement.
           MOVE 'N' TO fin_cartes
           OPEN I-O cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-active
                                   AND car-expiration < ws-mois-du-jour
                                   THEN
                               SET car-expiree TO TRUE
                               REWRITE carte-record
                               ADD 1 TO ws-nombre-expirees
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF.

       TRAITER-UNE-OPERATION.
           MOVE SPACES TO ws-code-motif
           MOVE ZERO TO ws-compte-carte
           MOVE rr-date-operation(1:6) TO ws-mois-operation
           PERFORM CONTROLER-CARTE
           IF ws-code-motif = SPACES THEN
               PERFORM CONTROLER-PLAFOND
           END-IF
           IF ws-code-motif = SPACES THEN
               PERFORM DEBITER-COMPTE-PORTEUR
           END-IF
           IF ws-code-motif = SPACES THEN
               ADD rr-montant TO cu-total(cu-i)
               ADD 1 TO ws-nombre-postes
               ADD rr-montant TO ws-total-postes
           ELSE
               PERFORM ECRIRE-SUSPENS
           END-IF.

       CONTROLER-CARTE.
      *>    L'echeance se juge au mois de l'operation et non au jour
      *>    du traitement : un retrait fait le dernier jour de
      *>    validite et regle le lendemain reste bon.
           MOVE 'N' TO ws-carte-trouvee
           MOVE 'N' TO fin_cartes
           OPEN INPUT cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-numero = rr-numero-carte THEN
                               MOVE 'O' TO ws-carte-trouvee
                               MOVE 'Y' TO fin_cartes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           IF ws-carte-trouvee = 'N' THEN
               MOVE "CIN" TO ws-code-motif
               EXIT PARAGRAPH
           END-IF
           MOVE car-compte TO ws-compte-carte
           IF rr-retrait THEN
               MOVE car-plafond-dab TO ws-plafond-carte
               MOVE "Retrait carte DAB" TO ws-motif-mouvement
           ELSE
               MOVE car-plafond-tpe TO ws-plafond-carte
               MOVE "Paiement carte" TO ws-motif-mouvement
           END-IF
           EVALUATE TRUE
               WHEN car-bloquee OR car-perdue
                   MOVE "OPP" TO ws-code-motif
               WHEN car-expiration < ws-mois-operation
                   MOVE "EXP" TO ws-code-motif
           END-EVALUATE.

       CONTROLER-PLAFOND.
           MOVE 'N' TO cu-trouve
           PERFORM VARYING cu-i FROM 1 BY 1 UNTIL cu-i > cu-nombre
               IF cu-carte(cu-i) = rr-numero-carte
                       AND cu-type(cu-i) = rr-type
                       AND cu-date(cu-i) = rr-date-operation THEN
                   MOVE 'O' TO cu-trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cu-trouve = 'N' THEN
               IF cu-nombre = 500 THEN
                   DISPLAY "/!\ Table des cumuls carte pleine"
                   MOVE "PLF" TO ws-code-motif
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO cu-nombre
               SET cu-i TO cu-nombre
               MOVE rr-numero-carte TO cu-carte(cu-i)
               MOVE rr-type TO cu-type(cu-i)
               MOVE rr-date-operation TO cu-date(cu-i)
               MOVE ZERO TO cu-total(cu-i)
           END-IF
           IF cu-total(cu-i) + rr-montant > ws-plafond-carte THEN
               MOVE "PLF" TO ws-code-motif
           END-IF.

       DEBITER-COMPTE-PORTEUR.
           CALL 'calculer_blocages' USING ws-compte-carte,
               ws-blocages-compte
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               MOVE "CPT" TO ws-code-motif
           ELSE
               MOVE ws-compte-carte TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       MOVE "CPT" TO ws-code-motif
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT compte-actif
                               MOVE "FER" TO ws-code-motif
                           WHEN compte-solde
                                   + compte-decouvert-autorise
                                   - ws-blocages-compte
                                   < rr-montant
                               MOVE "PRV" TO ws-code-motif
                           WHEN OTHER
                               PERFORM PASSER-LE-DEBIT
                       END-EVALUATE
               END-READ
               CLOSE comptes
           END-IF.

       PASSER-LE-DEBIT.
           MOVE compte-solde TO ws-image-ancien-solde
           COMPUTE compte-solde = compte-solde - rr-montant
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "reglt_cartes",
               "CARTES  ", compte-numero, ws-image-ancien-solde,
               ws-image-nouveau-solde, compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-debite
           MOVE rr-montant TO ws-montant-carte
           MOVE rr-libelle TO ws-memo-carte
           CALL 'transaction' USING "K", ws-compte-carte,
               ws-montant-carte, ws-solde-debite,
               ws-memo-carte, ws-motif-mouvement, "CARTES  ".

       ECRIRE-SUSPENS.
           OPEN EXTEND suspens_cartes
           IF ws-file-status-suspens = '35' THEN
               OPEN OUTPUT suspens_cartes
           END-IF
           MOVE ws-date-du-jour TO sc-date
           MOVE rr-numero-carte TO sc-numero-carte
           MOVE ws-compte-carte TO sc-compte
           MOVE rr-type TO sc-type
           MOVE rr-montant TO sc-montant
           MOVE rr-date-operation TO sc-date-operation
           MOVE rr-libelle TO sc-libelle
           MOVE rr-reference TO sc-reference
           MOVE ws-code-motif TO sc-code-motif
           SET sc-non-resolu TO TRUE
           MOVE ZERO TO sc-date-resolution
           WRITE suspens-carte
           END-WRITE
           CLOSE suspens_cartes
           ADD 1 TO ws-nombre-rejets
           ADD rr-montant TO ws-total-rejets
           MOVE SPACES TO ligne-rapport
           STRING "SUSPENS carte " DELIMITED BY SIZE
                   rr-numero-carte DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   ws-compte-carte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rr-montant DELIMITED BY SIZE
                   " € ref " DELIMITED BY SIZE
                   rr-reference DELIMITED BY SIZE
                   " motif " DELIMITED BY SIZE
                   ws-code-motif DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "Postes : " DELIMITED BY SIZE
                   ws-nombre-postes DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-postes DELIMITED BY SIZE
                   " € - suspens : " DELIMITED BY SIZE
                   ws-nombre-rejets DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-rejets DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE
           MOVE SPACES TO ligne-rapport
           STRING "Cartes passees expirees : " DELIMITED BY SIZE
                   ws-nombre-expirees DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM reglement_cartes.

           SELECT balance_agee ASSIGN TO 'balance_agee'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-balance.
           SELECT suspens_jardin ASSIGN TO 'suspens_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-suspens.

       DATA DIVISION.
       FILE SECTION.
       FD creances_jardin.
           COPY cpcreance.
       FD reglements_jardin.
           COPY cpreglement.
       FD travaux_jardin.
           COPY cptravaux.
       FD balance_agee.
       01  ligne-balance PIC X(100).
       FD suspens_jardin.
           COPY cpsuspensjardin.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-reglements PIC XX.
       01  ws-file-status-balance PIC XX.
       01  ws-file-status-suspens PIC XX.
       01  fin_creances PIC X VALUE 'N'.
       01  fin_reglements PIC X VALUE 'N'.
       01  fin_travaux PIC X VALUE 'N'.
       01  fin_suspens PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-numero-saisi PIC 9(6).
       01  ws-creance-trouvee PIC X VALUE 'N'.
       01  ws-montant-facture PIC 9(9)V99 VALUE ZERO.
       01  ws-client-facture PIC X(30).
       01  ws-numero-client-facture PIC 9(6) VALUE ZERO.
       01  ws-type-facture PIC X(7).
       01  ws-date-facture PIC 9(8) VALUE ZERO.
       01  ws-total-regle PIC 9(9)V99 VALUE ZERO.
       01  ws-total-61-90 PIC 9(9)V99 VALUE ZERO.
       01  ws-total-plus-90 PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-ouvertes PIC 9(4) VALUE ZERO.
       01  ws-sequence-saisie PIC 9(9).
       01  ws-suspens-trouve PIC X VALUE 'N'.
       01  ws-su-date PIC 9(8).
       01  ws-su-montant PIC 9(7)V99.
       01  ws-su-disponible PIC 9(7)V99.
       01  ws-su-libelle PIC X(30).
       01  ws-su-facture PIC 9(6).
       01  ws-su-motif PIC X(30).

       PROCEDURE DIVISION.
      *>    Reglements des factures de jardin : chaque encaissement
           DISPLAY "Enregistrer un reglement : 1"
           DISPLAY "Situation d'une facture : 2"
           DISPLAY "Balance agee et relances : 3"
           DISPLAY "Affecter un virement en suspens : 4"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM SITUATION-FACTURE
               WHEN '3'
                   PERFORM BALANCE-AGEE
               WHEN '4'
                   PERFORM AFFECTER-VIREMENT-SUSPENS
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
                               MOVE 'O' TO ws-creance-trouvee
                               MOVE cr-montant TO ws-montant-facture
                               MOVE cr-client TO ws-client-facture
                               MOVE cr-numero-client
                                   TO ws-numero-client-facture
                               MOVE cr-type TO ws-type-facture
                               MOVE cr-date TO ws-date-facture
                           END-IF
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client
                                   = ws-numero-client-facture
                                   AND trav-facture
                                   AND ws-travail-marque = 'N' THEN
                               SET trav-paye TO TRUE
           STRING "Facture " DELIMITED BY SIZE
                   cr-numero-facture DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cr-numero-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cr-client DELIMITED BY SIZE
                   " reste " DELIMITED BY SIZE
                   ws-reste-du DELIMITED BY SIZE
                   INTO ligne-balance
               WRITE ligne-balance
           END-IF.

       AFFECTER-VIREMENT-SUSPENS.
      *>    Virements que le rapprochement automatique n'a pas pu
      *>    solder seul (virements_jardin) : la personne qui les
      *>    reprend choisit la facture et le montant a y porter ; un
      *>    meme credit peut se repartir sur plusieurs factures
      *>    jusqu'a epuisement.
           PERFORM LISTER-SUSPENS
           IF ws-nombre-ouvertes = ZERO THEN
               DISPLAY "Aucun virement en suspens"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sequence du virement a affecter :"
           ACCEPT ws-sequence-saisie
           PERFORM RETROUVER-LE-SUSPENS
           IF ws-suspens-trouve = 'N' THEN
               DISPLAY "/!\ Virement en suspens inconnu ou deja",
                           " affecte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Virement de ", ws-su-montant, " € (",
                       ws-su-libelle, ") reste a affecter ",
                       ws-su-disponible, " €"
           IF ws-su-facture NOT = ZERO THEN
               DISPLAY "Facture designee par la reference : ",
                           ws-su-facture, " (", ws-su-motif, ")"
           END-IF
           DISPLAY "Numero de la facture a regler :"
           ACCEPT ws-numero-saisi
           PERFORM RETROUVER-LA-CREANCE
           IF ws-creance-trouvee = 'N' THEN
               DISPLAY "/!\ Facture inconnue du registre des",
                           " creances"
               EXIT PARAGRAPH
           END-IF
           PERFORM CUMULER-REGLEMENTS-FACTURE
           COMPUTE ws-reste-du = ws-montant-facture - ws-total-regle
           DISPLAY "Facture ", ws-numero-saisi, " ", ws-client-facture,
                       " reste du ", ws-reste-du, " €"
           DISPLAY "Montant a affecter a cette facture :"
           ACCEPT ws-montant-saisi
           IF ws-montant-saisi = ZERO
                   OR ws-montant-saisi > ws-su-disponible THEN
               DISPLAY "/!\ Montant nul ou superieur au reste du",
                           " virement"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND reglements_jardin
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_jardin
           END-IF
           MOVE ws-numero-saisi TO rg-numero-facture
           MOVE ws-su-date TO rg-date
           MOVE ws-montant-saisi TO rg-montant
           SET rg-virement TO TRUE
           WRITE reglement-record
           END-WRITE
           CLOSE reglements_jardin
           PERFORM IMPUTER-AU-SUSPENS
           ADD ws-montant-saisi TO ws-total-regle
           COMPUTE ws-reste-du = ws-montant-facture - ws-total-regle
           SUBTRACT ws-montant-saisi FROM ws-su-disponible
           DISPLAY "--> Reglement enregistre, reste du : ",
                       ws-reste-du, " €, reste du virement a",
                       " affecter : ", ws-su-disponible, " €"
           IF ws-reste-du <= ZERO
                   AND ws-type-facture = "SOLDE  " THEN
               PERFORM MARQUER-CHANTIER-PAYE
           END-IF.

       LISTER-SUSPENS.
           MOVE ZERO TO ws-nombre-ouvertes
           MOVE 'N' TO fin_suspens
           OPEN INPUT suspens_jardin
           IF ws-file-status-suspens = '00' THEN
               PERFORM UNTIL fin_suspens = 'Y'
                   READ suspens_jardin
                       AT END
                           MOVE 'Y' TO fin_suspens
                       NOT AT END
                           IF su-a-affecter THEN
                               ADD 1 TO ws-nombre-ouvertes
                               COMPUTE ws-su-disponible =
                                   su-montant - su-montant-affecte
                               DISPLAY su-sequence, " ", su-date,
                                   " ", ws-su-disponible, " € ",
                                   su-libelle, " ", su-motif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suspens_jardin
           END-IF.

       RETROUVER-LE-SUSPENS.
           MOVE 'N' TO ws-suspens-trouve
           MOVE 'N' TO fin_suspens
           OPEN INPUT suspens_jardin
           IF ws-file-status-suspens = '00' THEN
               PERFORM UNTIL fin_suspens = 'Y'
                   READ suspens_jardin
                       AT END
                           MOVE 'Y' TO fin_suspens
                       NOT AT END
                           IF su-sequence = ws-sequence-saisie
                                   AND su-a-affecter THEN
                               MOVE 'O' TO ws-suspens-trouve
                               MOVE su-date TO ws-su-date
                               MOVE su-montant TO ws-su-montant
                               COMPUTE ws-su-disponible =
                                   su-montant - su-montant-affecte
                               MOVE su-libelle TO ws-su-libelle
                               MOVE su-numero-facture
                                   TO ws-su-facture
                               MOVE su-motif TO ws-su-motif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suspens_jardin
           END-IF.

       IMPUTER-AU-SUSPENS.
      *>    Le montant affecte s'ajoute sur la ligne de suspens ; le
      *>    virement entierement reparti sort de la liste.
           MOVE 'N' TO fin_suspens
           OPEN I-O suspens_jardin
           IF ws-file-status-suspens = '00' THEN
               PERFORM UNTIL fin_suspens = 'Y'
                   READ suspens_jardin
                       AT END
                           MOVE 'Y' TO fin_suspens
                       NOT AT END
                           IF su-sequence = ws-sequence-saisie
                                   AND su-a-affecter THEN
                               ADD ws-montant-saisi
                                   TO su-montant-affecte
                               IF su-montant-affecte >= su-montant
                                       THEN
                                   SET su-affecte TO TRUE
                               END-IF
                               REWRITE suspens-jardin-record
                               MOVE 'Y' TO fin_suspens
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suspens_jardin
           END-IF.
       END PROGRAM reglements_jardin.

           SELECT echeancier_prets ASSIGN TO 'echeancier_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-echeancier.
           SELECT prets ASSIGN TO 'prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prets.
           SELECT comptes_terme ASSIGN TO 'comptes_terme'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-terme.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           COPY cpimpayepret.
       FD echeancier_prets.
           COPY cpecheancier.
       FD prets.
           COPY cppret.
       FD comptes_terme.
           COPY cpterme.
       FD comptes.
           COPY cpcompte.

       01  ws-id-superviseur PIC X(8).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-echeance PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-debit-fait PIC X VALUE 'N'.
       01  ws-nombre-regularises PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-file-status-terme PIC XX.
       01  fin_terme PIC X VALUE 'N'.
       01  ws-depot-nanti PIC X VALUE 'N'.
       01  ws-compte-nanti PIC 9(6) VALUE ZERO.
       01  ws-depot-epuise PIC X VALUE 'N'.
       01  ws-file-status-prets PIC XX.
       01  fin_prets PIC X VALUE 'N'.
       01  ws-pret-solde PIC X VALUE 'N'.
       01  ws-part-capital PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Revue au matin, par le superviseur, des echeances de prets
               imp-compte, " echeance ", imp-numero-echeance,
               " de ", imp-montant, " € (due le ",
               imp-date-echeance, ")"
           PERFORM RECHERCHER-DEPOT-NANTI
           IF ws-depot-nanti = 'O' THEN
               DISPLAY "Pret garanti par le depot a terme du compte ",
                   ws-compte-nanti
               DISPLAY "Re-presenter au debit (R), appeler le depot",
                   " nanti (N), passer (X) ?"
           ELSE
               DISPLAY "Re-presenter au debit (R), passer (X) ?"
           END-IF
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'R' WHEN 'r'
                   PERFORM REPRESENTER-AU-DEBIT
               WHEN 'N' WHEN 'n'
                   IF ws-depot-nanti = 'O' THEN
                       PERFORM APPELER-DEPOT-NANTI
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECHERCHER-DEPOT-NANTI.
           MOVE 'N' TO ws-depot-nanti
           MOVE 'N' TO fin_terme
           OPEN INPUT comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-nantissement-actif
                                   AND cat-pret-nanti = imp-compte THEN
                               MOVE 'O' TO ws-depot-nanti
                               MOVE cat-compte TO ws-compte-nanti
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       APPELER-DEPOT-NANTI.
      *>    Realisation de la garantie : l'echeance impayee est
      *>    prelevee sur le compte du depot nanti et non sur le compte
      *>    du pret, avec l'accord du superviseur. Le capital du depot
      *>    est reduit d'autant ; un depot vide est realise et cesse
      *>    de garantir le pret.
           MOVE imp-montant TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "APPEL NANTI ",
               imp-compte, ws-montant-autorisation,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, impaye conserve"
               EXIT PARAGRAPH
           END-IF
           PERFORM DEBITER-DEPOT-NANTI
           IF ws-debit-fait = 'O' THEN
               SET imp-regularise TO TRUE
               MOVE ws-date-du-jour TO imp-date-resolution
               REWRITE impaye-pret
               ADD 1 TO ws-nombre-regularises
               PERFORM REDUIRE-DEPOT-NANTI
               PERFORM REGLER-ECHEANCE-IMPAYEE
               DISPLAY "--> Echeance reglee par le depot nanti"
           END-IF.

       DEBITER-DEPOT-NANTI.
           MOVE 'N' TO ws-debit-fait
           MOVE 'N' TO ws-depot-epuise
           OPEN I-O comptes
           MOVE ws-compte-nanti TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", ws-compte-nanti, " inconnu"
               NOT INVALID KEY
                   IF compte-solde < imp-montant THEN
                       DISPLAY "/!\ Depot nanti insuffisant pour",
                                   " cette echeance"
                   ELSE
                       MOVE compte-solde TO ws-image-ancien-solde
                       COMPUTE compte-solde =
                               compte-solde - imp-montant
                       REWRITE compte-record
                       MOVE compte-solde TO ws-image-nouveau-solde
                       CALL 'journal_comptes' USING "revueimpaye ",
                           ws-id-superviseur, compte-numero,
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           compte-statut, compte-statut
                       MOVE compte-solde TO ws-solde-debite
                       MOVE imp-montant TO ws-montant-echeance
                       CALL 'transaction' USING "M", ws-compte-nanti,
                           ws-montant-echeance, ws-solde-debite,
                           SPACES, "Appel nantissement",
                           ws-id-superviseur
                       IF compte-solde = ZERO THEN
                           MOVE 'O' TO ws-depot-epuise
                       END-IF
                       MOVE 'O' TO ws-debit-fait
                   END-IF
           END-READ
           CLOSE comptes.

       REDUIRE-DEPOT-NANTI.
           MOVE 'N' TO fin_terme
           OPEN I-O comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-nantissement-actif
                                   AND cat-pret-nanti = imp-compte THEN
                               IF cat-capital > imp-montant THEN
                                   SUBTRACT imp-montant
                                       FROM cat-capital
                               ELSE
                                   MOVE ZERO TO cat-capital
                               END-IF
                               IF ws-depot-epuise = 'O' THEN
                                   SET cat-nantissement-realise
                                       TO TRUE
                                   MOVE ws-date-du-jour
                                       TO cat-date-levee
                               END-IF
                               REWRITE compte-terme-record
                               MOVE 'Y' TO fin_terme
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       REPRESENTER-AU-DEBIT.

       REGLER-ECHEANCE-IMPAYEE.
      *>    L'echeancier reprend sa marche normale : la ligne impayee
      *>    passe reglee avec sa date de reglement reelle, et sa part
      *>    de capital amortit le pret comme a la collecte de nuit.
           MOVE ZERO TO ws-part-capital
           MOVE 'N' TO fin_echeancier
           OPEN I-O echeancier_prets
           IF ws-file-status-echeancier = '00' THEN
                               MOVE ws-date-du-jour
                                   TO ech-date-reglement
                               REWRITE echeance-record
                               MOVE ech-part-capital
                                   TO ws-part-capital
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echeancier_prets
           END-IF
           IF ws-part-capital > ZERO THEN
               PERFORM AMORTIR-LE-PRET
           END-IF.

       AMORTIR-LE-PRET.
      *>    Meme amortissement que collecte_prets : le capital restant
      *>    baisse de la part de capital reglee, le pret sort de
      *>    l'impaye, et la derniere echeance solde le pret et leve
      *>    le nantissement du depot qui le garantissait.
           MOVE 'N' TO ws-pret-solde
           MOVE 'N' TO fin_prets
           OPEN I-O prets
           IF ws-file-status-prets = '00' THEN
               PERFORM UNTIL fin_prets = 'Y'
                   READ prets
                       AT END
                           MOVE 'Y' TO fin_prets
                       NOT AT END
                           IF pret-compte = imp-compte
                                   AND NOT pret-solde THEN
                               IF pret-capital-restant
                                       > ws-part-capital THEN
                                   SUBTRACT ws-part-capital
                                       FROM pret-capital-restant
                               ELSE
                                   MOVE ZERO TO pret-capital-restant
                               END-IF
                               IF pret-capital-restant = ZERO THEN
                                   SET pret-solde TO TRUE
                                   MOVE 'O' TO ws-pret-solde
                               ELSE
                                   SET pret-en-cours TO TRUE
                               END-IF
                               REWRITE pret-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prets
           END-IF
           IF ws-pret-solde = 'O' THEN
               PERFORM LEVER-NANTISSEMENT
           END-IF.

       LEVER-NANTISSEMENT.
           MOVE 'N' TO fin_terme
           OPEN I-O comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-nantissement-actif
                                   AND cat-pret-nanti = imp-compte THEN
                               SET cat-nantissement-leve TO TRUE
                               MOVE ws-date-du-jour TO cat-date-levee
                               REWRITE compte-terme-record
                               DISPLAY "--> Pret solde : nantissement",
                                           " du depot ", cat-compte,
                                           " leve"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.
       END PROGRAM revue_impayes_prets.

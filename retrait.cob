           SELECT mode_formation ASSIGN TO 'mode_formation'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-formation.
           SELECT precommandes_especes ASSIGN TO 'precommandes_especes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-precommandes.
           SELECT blocages_fonds ASSIGN TO 'blocages_fonds'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-blocages.
       *> -m pour le subprogram et pas -x
       DATA DIVISION.
       FILE SECTION.
           COPY cpsolde.
       FD historique.
           COPY cphist.
       FD precommandes_especes.
           COPY cpprecommande.
       FD blocages_fonds.
           COPY cpblocage.
       WORKING-STORAGE SECTION.
       01  ws-file-status pic XX.
       01  fin_historique PIC X VALUE 'N'.
       01  plafond-retrait-general PIC 9(4)V99 VALUE 1000.00.
       01  plafond-retrait-jour PIC 9(4)V99 VALUE 1000.00.
       01  ws-total-retrait-jour PIC 9(6)V99 VALUE ZERO.
       01  montant-minimum-retrait PIC 9V99 VALUE 0.01.
       01  ws-fichier-le-solde PIC X(30) VALUE "le_solde".
       01  ws-fichier-historique PIC X(30) VALUE "historique".
       01  ws-date-aujourdhui PIC 9(8).
      *>    Precommande d'especes servie par ce retrait : son montant
      *>    remplace la saisie, son blocage est leve une fois le
      *>    retrait passe.
       01  ws-file-status-precommandes PIC XX.
       01  ws-file-status-blocages PIC XX.
       01  fin_precommandes PIC X VALUE 'N'.
       01  fin_blocages PIC X VALUE 'N'.
       01  ws-precommande-servie PIC X VALUE 'N'.
       01  ws-numero-precommande PIC 9(6) VALUE ZERO.
       01  ws-montant-precommande PIC 9(7)V99 VALUE ZERO.
       01  ws-reponse-precommande PIC X.
       01  ws-memo-retrait PIC X(30).
       01  ws-retrait-effectue PIC X VALUE 'N'.
       01  solde_b PIC S9(7)V99 VALUE 200 .
       01  compte_x PIC 9(6) VALUE 000545.
       01  montant_depot PIC 9(7)V99 COMP VALUE ZERO.
       01  montant_retrait PIC 9(7)V99 COMP.
       01  ls_operation PIC X.
       01  ls_MONTANT_RETRAIT PIC 9(7)V99 COMP.
       01  compte_b PIC 9(6).
       01  solde PIC S9(7)V99.
       01  ls_decouvert PIC 9(7)V99.
       01  ls_operateur PIC X(8).
      *>    Plafond journalier propre au compte (compte de mineur) ;
      *>    zero garde le plafond general.
       01  ls_plafond_jour PIC 9(4)V99.

       PROCEDURE DIVISION USING ls_operation, ls_MONTANT_RETRAIT,
               compte_b, solde, ls_decouvert, ls_operateur,
               ls_plafond_jour.
           PERFORM APPLIQUER-MODE-FORMATION
           MOVE plafond-retrait-general TO plafond-retrait-jour
           IF ls_plafond_jour > ZERO THEN
               MOVE ls_plafond_jour TO plafond-retrait-jour
           END-IF
           EVALUATE ls_operation
           WHEN "R" PERFORM RETRAIT
           END-EVALUATE.
           DISPLAY tiret_menu.
           DISPLAY "-->  Retrait :"
           DISPLAY tiret_menu.
           MOVE 'N' TO ws-retrait-effectue
           MOVE SPACES TO ws-memo-retrait
           PERFORM CALCULER-RETRAITS-JOUR
           CALL 'calculer_blocages' USING compte_b, ws-total-blocages
           PERFORM RECHERCHER-PRECOMMANDE
           IF ws-precommande-servie = 'O' THEN
               PERFORM RETIRER-PRECOMMANDE
               EXIT PARAGRAPH
           END-IF
           ACCEPT montant_retrait
           CALL 'valider_montant' USING montant_retrait,
               montant-minimum-retrait, montant-maximum-retrait,

           DISPLAY "Gate retrait".

       RECHERCHER-PRECOMMANDE.
      *>    Un gros retrait reserve a l'avance se sert le jour dit,
      *>    ou dans le delai de grace qui suit tant que la
      *>    precommande n'a pas ete annulee ; le guichetier confirme
      *>    avec le client avant de sortir les billets prepares. Les
      *>    sessions de formation ne touchent pas aux precommandes.
           MOVE 'N' TO ws-precommande-servie
           IF ws-mode-formation = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_precommandes
           OPEN INPUT precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-compte = compte_b AND pco-reservee
                                   AND pco-date-retrait
                                       <= ws-date-aujourdhui THEN
                               MOVE 'Y' TO fin_precommandes
                               MOVE 'O' TO ws-precommande-servie
                               MOVE pco-numero
                                   TO ws-numero-precommande
                               MOVE pco-montant
                                   TO ws-montant-precommande
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF
           IF ws-precommande-servie = 'O' THEN
               DISPLAY "Precommande ", ws-numero-precommande, " de ",
                           ws-montant-precommande,
                           " € prevue pour ce compte. La servir ?",
                           " (O/N)"
               ACCEPT ws-reponse-precommande
               IF ws-reponse-precommande NOT = 'O'
                       AND ws-reponse-precommande NOT = 'o' THEN
                   MOVE 'N' TO ws-precommande-servie
               END-IF
           END-IF.

       RETIRER-PRECOMMANDE.
      *>    Le montant bloque a la reservation est justement celui
      *>    qui sort : il ne compte donc pas dans les blocages qui
      *>    reduisent le disponible. Une precommande qui ne passe
      *>    plus reste reservee, avec son blocage.
           MOVE ws-montant-precommande TO montant_retrait
           IF ws-total-blocages >= ws-montant-precommande THEN
               SUBTRACT ws-montant-precommande FROM ws-total-blocages
           ELSE
               MOVE ZERO TO ws-total-blocages
           END-IF
           IF montant_retrait > solde + ls_decouvert
                   - ws-total-blocages THEN
               DISPLAY "/!\ Solde disponible insuffisant pour servir",
                           " la precommande ", ws-numero-precommande
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-memo-retrait
           STRING "PRECOMMANDE " DELIMITED BY SIZE
                   ws-numero-precommande DELIMITED BY SIZE
               INTO ws-memo-retrait
           PERFORM EFFECTUER-RETRAIT
           IF ws-retrait-effectue = 'O' THEN
               DISPLAY "--> Precommande ", ws-numero-precommande,
                           " servie, blocage leve"
           END-IF.

       CLORE-PRECOMMANDE.
           MOVE 'N' TO fin_precommandes
           OPEN I-O precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-numero = ws-numero-precommande THEN
                               SET pco-servie TO TRUE
                               MOVE ws-date-aujourdhui
                                   TO pco-date-cloture
                               REWRITE precommande-record
                               MOVE 'Y' TO fin_precommandes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF.

       LEVER-BLOCAGE-PRECOMMANDE.
           MOVE 'N' TO fin_blocages
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-compte = compte_b AND blo-actif
                                   AND blo-motif = ws-memo-retrait THEN
                               SET blo-leve TO TRUE
                               REWRITE blocage-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF.

       PROPOSER-MONTANT-MAXIMUM.
      *>    Plutot que de simplement refuser, propose au client de
      *>    retirer le solde disponible au lieu du montant initialement
           END-IF.

       EFFECTUER-RETRAIT.
      *>    Une precommande a ete reservee et bloquee a l'avance par
      *>    le guichet : elle echappe au plafond journalier, fait
      *>    pour les retraits imprevus.
           IF ws-total-retrait-jour + montant_retrait
                   > plafond-retrait-jour
                   AND ws-precommande-servie NOT = 'O' THEN
               DISPLAY "/!\ Plafond de retrait journalier atteint"
               DISPLAY "Plafond : ", plafond-retrait-jour,
                           " € - deja retire : ",
               DISPLAY "Le RETRAIT est ", montant_retrait, " â‚¬"
               PERFORM APPLIQUER-FRAIS-TRANSACTION
               CALL 'transaction' USING "R", compte_b,
                   montant_retrait, solde, ws-memo-retrait, SPACES,
                   ls_operateur
               MOVE 'O' TO ws-retrait-effectue
      *>        La precommande servie libere son blocage avant
      *>        l'affichage du solde disponible.
               IF ws-precommande-servie = 'O' THEN
                   PERFORM CLORE-PRECOMMANDE
                   PERFORM LEVER-BLOCAGE-PRECOMMANDE
               END-IF
               CALL 'mon_solde' USING 'S', compte_b, solde
           END-IF.

      *>    Fait la somme des retraits deja effectues aujourd'hui pour
      *>    ce compte, afin que le plafond journalier s'applique sur
      *>    l'ensemble des appels et pas seulement sur le montant saisi.
      *>    Les precommandes servies n'entament pas ce plafond.
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage-jour
           MOVE ws-horodatage-jour(1:8) TO ws-date-aujourdhui
           MOVE ZERO TO ws-total-retrait-jour
                       NOT AT END
                           IF action_transaction = "Retrait :"
                               AND hist-compte = compte_b
                               AND hist-date = ws-date-aujourdhui
                               AND memo_transaction(1:12)
                                   NOT = "PRECOMMANDE " THEN
                               ADD montant_transaction
                                   TO ws-total-retrait-jour
                           END-IF

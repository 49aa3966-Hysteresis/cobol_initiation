       IDENTIFICATION DIVISION.
       PROGRAM-ID. capitalisation_livrets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT quinzaines_livrets ASSIGN TO 'quinzaines_livrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lq-compte
           FILE STATUS IS ws-file-status-quinzaines.
           SELECT produits ASSIGN TO 'produits'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-produits.
           SELECT historique_taux ASSIGN TO 'historique_taux'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-histaux.

       DATA DIVISION.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD quinzaines_livrets.
           COPY cpquinzaine.
       FD produits.
           COPY cpproduit.
       FD historique_taux.
           COPY cptauxhist.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-quinzaines PIC XX.
       01  ws-file-status-produits PIC XX.
       01  ws-file-status-histaux PIC XX.
       01  fin_quinzaines PIC X VALUE 'N'.
       01  fin_produits PIC X VALUE 'N'.
       01  fin_histaux PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
      *>    Derniere quinzaine de l'annee (16 decembre), close ici
      *>    avant de capitaliser puisque la passe du soir ne la
      *>    fermera qu'en janvier.
       01  ws-derniere-quinzaine PIC 9(8).
       01  ws-quinzaine-suivante PIC 9(8).
       01  ws-quinzaine-decomposee REDEFINES ws-quinzaine-suivante.
           05  ws-qs-annee PIC 9(4).
           05  ws-qs-mois PIC 9(2).
           05  ws-qs-jour PIC 9(2).
       01  table-livrets.
           05  tl-entry OCCURS 20 TIMES INDEXED BY tl-i.
               10  tl-code            PIC X(4).
               10  tl-taux            PIC 9V9999.
       01  tl-nombre PIC 9(2) VALUE ZERO.
       01  table-revisions.
           05  tr-entry OCCURS 200 TIMES INDEXED BY tr-i.
               10  tr-code            PIC X(4).
               10  tr-date-effet      PIC 9(8).
               10  tr-taux-crediteur  PIC 9V9999.
       01  tr-nombre PIC 9(3) VALUE ZERO.
       01  ws-date-effet-retenue PIC 9(8) VALUE ZERO.
       01  ws-produit-en-cours PIC X(4).
       01  ws-taux-quinzaine PIC 9V9999 VALUE ZERO.
       01  ws-base-quinzaine PIC S9(7)V99 VALUE ZERO.
       01  ws-interet-quinzaine PIC 9(7)V9(4) VALUE ZERO.
       01  ws-interets-capitalises PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-capitalisation PIC X(30).
       01  ws-nombre-capitalises PIC 9(6) VALUE ZERO.
       01  ws-total-capitalise PIC 9(9)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Capitalisation annuelle des livrets reglementes, le
      *>    dernier jour ouvre de decembre apres le suivi du soir
      *>    (quinzaines_livrets) : la quinzaine du 16 decembre est
      *>    close, puis les interets acquis de l'annee sont arrondis
      *>    au centime et portes au solde. Ce credit est le seul qui
      *>    puisse faire passer le livret au-dela de son plafond ; il
      *>    porte interet des la premiere quinzaine de janvier. Un
      *>    livret deja capitalise dans l'annee est passe (relance).
           DISPLAY "Capitalisation des interets des livrets"
           CALL 'journal_batch' USING "capitalisation_livre", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-derniere-quinzaine
           MOVE '1216' TO ws-derniere-quinzaine(5:4)
           PERFORM CHARGER-TABLE-LIVRETS
           PERFORM CHARGER-TABLE-REVISIONS

           MOVE 'N' TO fin_quinzaines
           OPEN I-O quinzaines_livrets
           IF ws-file-status-quinzaines = '00' THEN
               OPEN I-O comptes
               PERFORM UNTIL fin_quinzaines = 'Y'
                   READ quinzaines_livrets NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_quinzaines
                       NOT AT END
                           IF lq-date-capitalisation(1:4)
                                   NOT = ws-date-du-jour(1:4) THEN
                               PERFORM CAPITALISER-UN-LIVRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
               CLOSE quinzaines_livrets
           ELSE
               DISPLAY "Aucun livret suivi, rien a capitaliser"
           END-IF

           DISPLAY "Livrets capitalises : ", ws-nombre-capitalises,
                       "  total : ", ws-total-capitalise, " €"
           MOVE ws-nombre-capitalises TO ws-compteur-journal
           CALL 'journal_batch' USING "capitalisation_livre", 'F',
               ws-compteur-journal
           GOBACK.

       CHARGER-TABLE-LIVRETS.
           MOVE 'N' TO fin_produits
           OPEN INPUT produits
           IF ws-file-status-produits = '00' THEN
               PERFORM UNTIL fin_produits = 'Y'
                   READ produits
                       AT END
                           MOVE 'Y' TO fin_produits
                       NOT AT END
                           IF prod-livret AND tl-nombre < 20 THEN
                               ADD 1 TO tl-nombre
                               MOVE prod-code TO tl-code(tl-nombre)
                               MOVE prod-taux-crediteur
                                   TO tl-taux(tl-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits
           END-IF.

       CHARGER-TABLE-REVISIONS.
           MOVE 'N' TO fin_histaux
           OPEN INPUT historique_taux
           IF ws-file-status-histaux = '00' THEN
               PERFORM UNTIL fin_histaux = 'Y'
                   READ historique_taux
                       AT END
                           MOVE 'Y' TO fin_histaux
                       NOT AT END
                           IF tr-nombre < 200 THEN
                               ADD 1 TO tr-nombre
                               MOVE th-prod-code
                                   TO tr-code(tr-nombre)
                               MOVE th-date-effet
                                   TO tr-date-effet(tr-nombre)
                               MOVE th-taux-crediteur
                                   TO tr-taux-crediteur(tr-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique_taux
           END-IF.

       CAPITALISER-UN-LIVRET.
           MOVE lq-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Livret ", lq-compte, " inconnu"
                   EXIT PARAGRAPH
           END-READ
           IF compte-ferme THEN
               DISPLAY "/!\ Livret ", lq-compte, " clos, ",
                           lq-interets-acquis, " € d'interets a",
                           " regler a part"
               EXIT PARAGRAPH
           END-IF
           MOVE compte-produit TO ws-produit-en-cours
           IF lq-debut-quinzaine = ws-derniere-quinzaine THEN
               PERFORM CLORE-UNE-QUINZAINE
           END-IF
           COMPUTE ws-interets-capitalises ROUNDED = lq-interets-acquis
           IF ws-interets-capitalises > ZERO THEN
               MOVE compte-solde TO ws-image-ancien-solde
               COMPUTE compte-solde =
                       compte-solde + ws-interets-capitalises
               REWRITE compte-record
               MOVE compte-solde TO ws-image-nouveau-solde
               CALL 'journal_comptes' USING "capitalisat ",
                   "LIVRET  ", compte-numero,
                   ws-image-ancien-solde, ws-image-nouveau-solde,
                   compte-statut, compte-statut
               MOVE compte-solde TO ws-solde-compte
               MOVE SPACES TO ws-memo-capitalisation
               STRING "INTERETS LIVRET " DELIMITED BY SIZE
                       ws-date-du-jour(1:4) DELIMITED BY SIZE
                   INTO ws-memo-capitalisation
               CALL 'transaction' USING "I", compte-numero,
                   ws-interets-capitalises, ws-solde-compte,
                   ws-memo-capitalisation, "Interets capitalises",
                   "LIVRET  "
      *>        Le credit porte interet des janvier : il entre au
      *>        solde d'ouverture de la premiere quinzaine.
               ADD ws-interets-capitalises TO lq-solde-ouverture
               ADD ws-interets-capitalises TO lq-solde-connu
               ADD 1 TO ws-nombre-capitalises
               ADD ws-interets-capitalises TO ws-total-capitalise
           END-IF
           MOVE ZERO TO lq-interets-acquis
           MOVE ws-date-du-jour TO lq-date-capitalisation
           REWRITE quinzaine-livret-record
           END-REWRITE.

       CLORE-UNE-QUINZAINE.
           PERFORM RECHERCHER-TAUX-QUINZAINE
           COMPUTE ws-base-quinzaine =
                   lq-solde-ouverture - lq-retraits-quinzaine
           IF ws-base-quinzaine > ZERO THEN
               COMPUTE ws-interet-quinzaine ROUNDED =
                       ws-base-quinzaine * ws-taux-quinzaine / 24
               ADD ws-interet-quinzaine TO lq-interets-acquis
           END-IF
           MOVE lq-debut-quinzaine TO ws-quinzaine-suivante
           MOVE 01 TO ws-qs-jour
           MOVE 01 TO ws-qs-mois
           ADD 1 TO ws-qs-annee
           MOVE ws-quinzaine-suivante TO lq-debut-quinzaine
           MOVE lq-solde-connu TO lq-solde-ouverture
           MOVE ZERO TO lq-retraits-quinzaine.

       RECHERCHER-TAUX-QUINZAINE.
           MOVE ZERO TO ws-taux-quinzaine
           PERFORM VARYING tl-i FROM 1 BY 1 UNTIL tl-i > tl-nombre
               IF tl-code(tl-i) = ws-produit-en-cours THEN
                   MOVE tl-taux(tl-i) TO ws-taux-quinzaine
               END-IF
           END-PERFORM
           MOVE ZERO TO ws-date-effet-retenue
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > tr-nombre
               IF tr-code(tr-i) = ws-produit-en-cours
                       AND tr-date-effet(tr-i) <= lq-debut-quinzaine
                       AND tr-date-effet(tr-i)
                           >= ws-date-effet-retenue THEN
                   MOVE tr-date-effet(tr-i) TO ws-date-effet-retenue
                   MOVE tr-taux-crediteur(tr-i) TO ws-taux-quinzaine
               END-IF
           END-PERFORM.
       END PROGRAM capitalisation_livrets.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. quinzaines_livrets.

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
           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-jour.
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
       FD mouvements_jour.
           COPY cphist.
       FD produits.
           COPY cpproduit.
       FD historique_taux.
           COPY cptauxhist.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-quinzaines PIC XX.
       01  ws-file-status-jour PIC XX.
       01  ws-file-status-produits PIC XX.
       01  ws-file-status-histaux PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_jour PIC X VALUE 'N'.
       01  fin_produits PIC X VALUE 'N'.
       01  fin_histaux PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
      *>    Premier jour de la quinzaine de la journee traitee : le 1er
      *>    ou le 16 du mois.
       01  ws-debut-du-jour PIC 9(8).
       01  ws-quinzaine-suivante PIC 9(8).
       01  ws-quinzaine-decomposee REDEFINES ws-quinzaine-suivante.
           05  ws-qs-annee PIC 9(4).
           05  ws-qs-mois PIC 9(2).
           05  ws-qs-jour PIC 9(2).
      *>    Produits livret du catalogue, taux crediteur annuel.
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
      *>    Comptes livret non clos, avec leur solde du soir pour
      *>    recaler le suivi en fin de passe.
       01  table-comptes-livret.
           05  ta-entry OCCURS 2000 TIMES INDEXED BY ta-i.
               10  ta-compte          PIC 9(6).
               10  ta-produit         PIC X(4).
               10  ta-solde           PIC S9(7)V99.
       01  ta-nombre PIC 9(4) VALUE ZERO.
       01  ws-produit-en-cours PIC X(4).
       01  ws-taux-quinzaine PIC 9V9999 VALUE ZERO.
       01  ws-base-quinzaine PIC S9(7)V99 VALUE ZERO.
       01  ws-interet-quinzaine PIC 9(7)V9(4) VALUE ZERO.
       01  ws-ecart-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-quinzaines PIC 9(6) VALUE ZERO.
       01  ws-nombre-mouvements PIC 9(6) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Suivi par quinzaine des livrets reglementes, chaque soir :
      *>    les quinzaines ecoulees depuis la derniere passe sont
      *>    closes (interet acquis sur le solde d'ouverture diminue
      *>    des retraits de la quinzaine, au taux annuel divise par
      *>    24), puis les mouvements du jour sont releves. Un
      *>    versement n'entame jamais la quinzaine en cours : il
      *>    n'entre qu'au solde d'ouverture de la suivante. Les
      *>    interets restent acquis jusqu'a capitalisation_livrets.
           DISPLAY "Suivi des quinzaines des livrets"
           CALL 'journal_batch' USING "quinzaines_livrets  ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-debut-du-jour
           IF ws-date-du-jour(7:2) < '16' THEN
               MOVE '01' TO ws-debut-du-jour(7:2)
           ELSE
               MOVE '16' TO ws-debut-du-jour(7:2)
           END-IF
           PERFORM CHARGER-TABLE-LIVRETS
           IF tl-nombre = ZERO THEN
               DISPLAY "Aucun produit livret au catalogue"
               CALL 'journal_batch' USING "quinzaines_livrets  ", 'F',
                   ws-compteur-journal
               GOBACK
           END-IF
           PERFORM CHARGER-TABLE-REVISIONS

           OPEN I-O quinzaines_livrets
           IF ws-file-status-quinzaines = '35' THEN
               OPEN OUTPUT quinzaines_livrets
               CLOSE quinzaines_livrets
               OPEN I-O quinzaines_livrets
           END-IF
           PERFORM CHARGER-COMPTES-LIVRET
           PERFORM RELEVER-MOUVEMENTS-JOUR
           PERFORM RECALER-SOLDES-CONNUS
           CLOSE quinzaines_livrets

           DISPLAY "Livrets suivis : ", ta-nombre,
                       "  quinzaines closes : ", ws-nombre-quinzaines,
                       "  mouvements : ", ws-nombre-mouvements
           MOVE ta-nombre TO ws-compteur-journal
           CALL 'journal_batch' USING "quinzaines_livrets  ", 'F',
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

       CHARGER-COMPTES-LIVRET.
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF NOT compte-ferme THEN
                               PERFORM RETENIR-COMPTE-LIVRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           ELSE
               DISPLAY "/!\ Fichier comptes introuvable"
           END-IF.

       RETENIR-COMPTE-LIVRET.
           SET tl-i TO 1
           SEARCH tl-entry
               AT END
                   EXIT PARAGRAPH
               WHEN tl-i > tl-nombre
                   EXIT PARAGRAPH
               WHEN tl-code(tl-i) = compte-produit
                   CONTINUE
           END-SEARCH
           IF ta-nombre >= 2000 THEN
               DISPLAY "/!\ Table des livrets pleine, compte ",
                           compte-numero, " non suivi"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ta-nombre
           MOVE compte-numero TO ta-compte(ta-nombre)
           MOVE compte-produit TO ta-produit(ta-nombre)
           MOVE compte-solde TO ta-solde(ta-nombre)
           MOVE compte-produit TO ws-produit-en-cours
           MOVE compte-numero TO lq-compte
           READ quinzaines_livrets KEY IS lq-compte
               INVALID KEY
                   PERFORM OUVRIR-SUIVI-LIVRET
               NOT INVALID KEY
                   PERFORM UNTIL lq-debut-quinzaine >= ws-debut-du-jour
                       PERFORM CLORE-UNE-QUINZAINE
                   END-PERFORM
                   REWRITE quinzaine-livret-record
                   END-REWRITE
           END-READ.

       OUVRIR-SUIVI-LIVRET.
      *>    Premier soir du livret : rien ne porte encore interet, le
      *>    depot d'ouverture comme les versements du jour n'entrent
      *>    qu'a la quinzaine suivante.
           MOVE compte-numero TO lq-compte
           MOVE ws-debut-du-jour TO lq-debut-quinzaine
           MOVE ZERO TO lq-solde-ouverture
           MOVE ZERO TO lq-retraits-quinzaine
           MOVE ZERO TO lq-solde-connu
           MOVE ZERO TO lq-derniere-sequence
           MOVE ZERO TO lq-interets-acquis
           MOVE ZERO TO lq-date-capitalisation
           WRITE quinzaine-livret-record
           END-WRITE.

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
           IF ws-qs-jour = 01 THEN
               MOVE 16 TO ws-qs-jour
           ELSE
               MOVE 01 TO ws-qs-jour
               IF ws-qs-mois = 12 THEN
                   MOVE 01 TO ws-qs-mois
                   ADD 1 TO ws-qs-annee
               ELSE
                   ADD 1 TO ws-qs-mois
               END-IF
           END-IF
           MOVE ws-quinzaine-suivante TO lq-debut-quinzaine
           MOVE lq-solde-connu TO lq-solde-ouverture
           MOVE ZERO TO lq-retraits-quinzaine
           ADD 1 TO ws-nombre-quinzaines.

       RECHERCHER-TAUX-QUINZAINE.
      *>    Taux en vigueur au premier jour de la quinzaine close :
      *>    catalogue, remplace par la revision datee la plus recente
      *>    (historique_taux) comme pour les interets de nuit.
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

       RELEVER-MOUVEMENTS-JOUR.
      *>    Chaque ligne de l'extrait se lit par difference avec le
      *>    solde connu : une baisse est un retrait de la quinzaine,
      *>    une hausse un versement qui attendra la suivante. Le
      *>    numero de sequence evite de relire une ligne deja vue
      *>    (relance, ou ligne gardee a l'extrait pour le lendemain).
           MOVE 'N' TO fin_jour
           OPEN INPUT mouvements_jour
           IF ws-file-status-jour = '00' THEN
               PERFORM UNTIL fin_jour = 'Y'
                   READ mouvements_jour
                       AT END
                           MOVE 'Y' TO fin_jour
                       NOT AT END
                           PERFORM RELEVER-UN-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE mouvements_jour
           END-IF.

       RELEVER-UN-MOUVEMENT.
           SET ta-i TO 1
           SEARCH ta-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ta-i > ta-nombre
                   EXIT PARAGRAPH
               WHEN ta-compte(ta-i) = hist-compte
                   CONTINUE
           END-SEARCH
           MOVE hist-compte TO lq-compte
           READ quinzaines_livrets KEY IS lq-compte
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF transaction-sequence <= lq-derniere-sequence THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-ecart-solde = hist-solde-apres - lq-solde-connu
           IF ws-ecart-solde < ZERO THEN
               COMPUTE lq-retraits-quinzaine =
                       lq-retraits-quinzaine - ws-ecart-solde
           END-IF
           MOVE hist-solde-apres TO lq-solde-connu
           MOVE transaction-sequence TO lq-derniere-sequence
           REWRITE quinzaine-livret-record
           END-REWRITE
           ADD 1 TO ws-nombre-mouvements.

       RECALER-SOLDES-CONNUS.
      *>    Le solde du fichier maitre fait foi en fin de passe : un
      *>    mouvement passe sans ligne d'historique (depot
      *>    d'ouverture) est recale ici, une baisse comptant comme
      *>    un retrait.
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > ta-nombre
               MOVE ta-compte(ta-i) TO lq-compte
               READ quinzaines_livrets KEY IS lq-compte
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ta-solde(ta-i) NOT = lq-solde-connu THEN
                           COMPUTE ws-ecart-solde =
                                   ta-solde(ta-i) - lq-solde-connu
                           IF ws-ecart-solde < ZERO THEN
                               COMPUTE lq-retraits-quinzaine =
                                       lq-retraits-quinzaine
                                       - ws-ecart-solde
                           END-IF
                           MOVE ta-solde(ta-i) TO lq-solde-connu
                           REWRITE quinzaine-livret-record
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM quinzaines_livrets.

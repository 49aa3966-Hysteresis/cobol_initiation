       IDENTIFICATION DIVISION.
       PROGRAM-ID. vue_unique_garantie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.
           SELECT mandats ASSIGN TO 'mandats'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mandats.
           SELECT comptes_terme ASSIGN TO 'comptes_terme'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-terme.
           SELECT taux_change ASSIGN TO 'taux_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-taux.
           SELECT saisies ASSIGN TO 'saisies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-saisies.
           SELECT successions ASSIGN TO 'successions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-successions.
           SELECT parametre_garantie ASSIGN TO 'parametre_garantie'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
           SELECT fichier_vue_unique ASSIGN TO 'vue_unique_garantie'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-vue.
           SELECT rapport_vue_unique ASSIGN TO 'rapport_vue_unique'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD clients.
           COPY cpclient.
       FD mandats.
           COPY cpmandat.
       FD comptes_terme.
           COPY cpterme.
       FD taux_change.
           COPY cptauxchange.
       FD saisies.
           COPY cpsaisie.
       FD successions.
           COPY cpsuccession.
       FD parametre_garantie.
      *>    Une seule ligne : le plafond garanti par deposant, en
      *>    euros (100 000 a defaut de fichier).
       01  parametre-garantie-record.
           05  pg-plafond PIC 9(7)V99.
       FD fichier_vue_unique.
       01  ligne-vue-unique PIC X(200).
       FD rapport_vue_unique.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-mandats PIC XX.
       01  ws-file-status-terme PIC XX.
       01  ws-file-status-taux PIC XX.
       01  ws-file-status-saisies PIC XX.
       01  ws-file-status-successions PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-vue PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_clients PIC X VALUE 'N'.
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  code-etablissement PIC X(8) VALUE "BQLOCALE".
       01  ws-plafond-garantie PIC 9(7)V99 VALUE 100000.00.
      *>    Cours du jour en euros d'une unite de chaque devise.
       01  table-cours.
           05  tx-entry OCCURS 50 TIMES INDEXED BY tx-i.
               10  tx-devise          PIC X(3).
               10  tx-taux            PIC 9(3)V9(6).
       01  tx-nombre PIC 9(2) VALUE ZERO.
      *>    Mandats actifs de co-titulaire, avec leur quote-part.
       01  table-co-titulaires.
           05  tm-entry OCCURS 3000 TIMES INDEXED BY tm-i.
               10  tm-compte          PIC 9(6).
               10  tm-client          PIC 9(6).
               10  tm-quote-part      PIC 9(3).
       01  tm-nombre PIC 9(4) VALUE ZERO.
      *>    Comptes qui portent un depot a terme en cours : leur solde
      *>    est le capital du depot, compte a part dans la vue.
       01  table-comptes-terme.
           05  tt-compte OCCURS 2000 TIMES INDEXED BY tt-i PIC 9(6).
       01  tt-nombre PIC 9(4) VALUE ZERO.
      *>    Clients sous saisie en cours et successions ouvertes.
       01  table-saisis.
           05  ts-client OCCURS 500 TIMES INDEXED BY ts-i PIC 9(6).
       01  ts-nombre PIC 9(3) VALUE ZERO.
       01  table-successions.
           05  tu-client OCCURS 500 TIMES INDEXED BY tu-i PIC 9(6).
       01  tu-nombre PIC 9(3) VALUE ZERO.
      *>    Titulaires du compte en cours de repartition.
       01  table-titulaires.
           05  th-entry OCCURS 10 TIMES INDEXED BY th-i.
               10  th-client          PIC 9(6).
               10  th-quote-part      PIC 9(3).
       01  th-nombre PIC 9(2) VALUE ZERO.
       01  ws-somme-quotes PIC 9(4) VALUE ZERO.
       01  ws-nombre-sans-quote PIC 9(2) VALUE ZERO.
      *>    Vue par deposant, cumulee compte par compte.
       01  table-deposants.
           05  td-entry OCCURS 5000 TIMES INDEXED BY td-i.
               10  td-client          PIC 9(6).
               10  td-nombre-comptes  PIC 9(3).
               10  td-total-vue       PIC 9(9)V99.
               10  td-total-terme     PIC 9(9)V99.
               10  td-ecrit           PIC X(1).
       01  td-nombre PIC 9(4) VALUE ZERO.
       01  ws-montant-compte PIC S9(9)V99 VALUE ZERO.
       01  ws-part-titulaire PIC S9(9)V99 VALUE ZERO.
       01  ws-montant-reparti PIC S9(9)V99 VALUE ZERO.
       01  ws-compte-a-terme PIC X.
       01  ws-client-part PIC 9(6).
       01  ws-total-deposant PIC 9(9)V99 VALUE ZERO.
       01  ws-montant-couvert PIC 9(9)V99 VALUE ZERO.
       01  ws-excedent PIC 9(9)V99 VALUE ZERO.
       01  ws-indic-succession PIC X.
       01  ws-indic-saisie PIC X.
      *>    Totaux du rapport de controle.
       01  ws-nombre-comptes-lus PIC 9(6) VALUE ZERO.
       01  ws-nombre-comptes-debiteurs PIC 9(6) VALUE ZERO.
       01  ws-nombre-comptes-joints PIC 9(6) VALUE ZERO.
       01  ws-nombre-comptes-devise PIC 9(6) VALUE ZERO.
       01  ws-nombre-anomalies PIC 9(6) VALUE ZERO.
       01  ws-nombre-deposants PIC 9(6) VALUE ZERO.
       01  ws-nombre-au-dessus PIC 9(6) VALUE ZERO.
       01  ws-nombre-successions PIC 9(6) VALUE ZERO.
       01  ws-nombre-saisis PIC 9(6) VALUE ZERO.
       01  ws-cumul-vue PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-terme PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-depots PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-couvert PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-excedent PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-successions PIC 9(11)V99 VALUE ZERO.
       01  ws-cumul-saisis PIC 9(11)V99 VALUE ZERO.
      *>    Format fixe du fonds de garantie : en-tete, une ligne par
      *>    deposant, pied avec le nombre et les totaux.
       01  vue-entete.
           05  ve-type             PIC X(1) VALUE 'E'.
           05  ve-etablissement    PIC X(8).
           05  ve-date             PIC 9(8).
           05  ve-plafond          PIC 9(7)V99.
           05  FILLER              PIC X(174) VALUE SPACES.
       01  vue-deposant.
           05  vd-type             PIC X(1) VALUE 'D'.
           05  vd-etablissement    PIC X(8).
           05  vd-client           PIC 9(6).
           05  vd-nom              PIC X(20).
           05  vd-prenom           PIC X(20).
           05  vd-date-naissance   PIC 9(8).
           05  vd-adresse          PIC X(30).
           05  vd-code-postal      PIC X(5).
           05  vd-ville            PIC X(20).
           05  vd-nombre-comptes   PIC 9(3).
           05  vd-total-vue        PIC 9(9)V99.
           05  vd-total-terme      PIC 9(9)V99.
           05  vd-total-depots     PIC 9(9)V99.
           05  vd-montant-couvert  PIC 9(9)V99.
           05  vd-excedent         PIC 9(9)V99.
           05  vd-indic-excedent   PIC X(1).
           05  vd-indic-succession PIC X(1).
           05  vd-indic-saisie     PIC X(1).
           05  FILLER              PIC X(21) VALUE SPACES.
       01  vue-pied.
           05  vp-type             PIC X(1) VALUE 'F'.
           05  vp-nombre           PIC 9(6).
           05  vp-total-depots     PIC 9(11)V99.
           05  vp-total-couvert    PIC 9(11)V99.
           05  FILLER              PIC X(167) VALUE SPACES.

       PROCEDURE DIVISION.
      *>    Vue unique par deposant pour le fonds de garantie des
      *>    depots, a la demande : tous les comptes non clos et les
      *>    depots a terme du client, plus sa part des comptes joints
      *>    (mandats de co-titulaire, a parts egales sauf quote-part
      *>    precisee), convertis en euros au cours du jour. La part
      *>    au-dela du plafond garanti est isolee ; les clients en
      *>    succession ou sous saisie restent dans la vue mais sont
      *>    signales, pour que le fonds decide de leur sort. Seuls
      *>    les soldes crediteurs comptent. Le fichier au format du
      *>    fonds s'accompagne d'un rapport de controle lisible.
           DISPLAY "Vue unique des deposants (garantie des depots)"
           CALL 'journal_batch' USING "vue_unique_garantie ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-PARAMETRE-GARANTIE
           PERFORM CHARGER-COURS
           PERFORM CHARGER-CO-TITULAIRES
           PERFORM CHARGER-COMPTES-TERME
           PERFORM CHARGER-SAISIES
           PERFORM CHARGER-SUCCESSIONS

           OPEN OUTPUT rapport_vue_unique
           MOVE SPACES TO ligne-rapport
           STRING "VUE UNIQUE DES DEPOSANTS AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " - PLAFOND GARANTI " DELIMITED BY SIZE
                   ws-plafond-garantie DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE "---- Anomalies ----" TO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF NOT compte-ferme THEN
                               PERFORM REPARTIR-UN-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           ELSE
               DISPLAY "/!\ Fichier comptes introuvable"
           END-IF

           MOVE "---- Deposants signales ----" TO ligne-rapport
           WRITE ligne-rapport
           PERFORM PRODUIRE-FICHIER-FONDS
           PERFORM ECRIRE-TOTAUX-CONTROLE
           CLOSE rapport_vue_unique

           DISPLAY "Deposants : ", ws-nombre-deposants,
                       "  au-dessus du plafond : ",
                       ws-nombre-au-dessus,
                       "  anomalies : ", ws-nombre-anomalies
           DISPLAY "Fichier ecrit dans vue_unique_garantie,",
                       " controle dans rapport_vue_unique"
           MOVE ws-nombre-deposants TO ws-compteur-journal
           CALL 'journal_batch' USING "vue_unique_garantie ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-PARAMETRE-GARANTIE.
           OPEN INPUT parametre_garantie
           IF ws-file-status-parametre = '00' THEN
               READ parametre_garantie
                   AT END
                       CONTINUE
                   NOT AT END
                       IF pg-plafond > ZERO THEN
                           MOVE pg-plafond TO ws-plafond-garantie
                       END-IF
               END-READ
               CLOSE parametre_garantie
           END-IF.

       CHARGER-COURS.
           MOVE ZERO TO tx-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT taux_change
           IF ws-file-status-taux = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ taux_change
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF tx-nombre < 50 THEN
                               ADD 1 TO tx-nombre
                               MOVE tch-devise TO tx-devise(tx-nombre)
                               MOVE tch-taux TO tx-taux(tx-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE taux_change
           END-IF.

       CHARGER-CO-TITULAIRES.
           MOVE ZERO TO tm-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT mandats
           IF ws-file-status-mandats = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ mandats
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF man-actif AND man-est-co-titulaire
                                   AND tm-nombre < 3000 THEN
                               ADD 1 TO tm-nombre
                               MOVE man-compte TO tm-compte(tm-nombre)
                               MOVE man-client TO tm-client(tm-nombre)
                               MOVE man-quote-part
                                   TO tm-quote-part(tm-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats
           END-IF.

       CHARGER-COMPTES-TERME.
           MOVE ZERO TO tt-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF cat-actif AND tt-nombre < 2000 THEN
                               ADD 1 TO tt-nombre
                               MOVE cat-compte TO tt-compte(tt-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       CHARGER-SAISIES.
           MOVE ZERO TO ts-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF (sai-recue OR sai-gelee OR sai-contestee)
                                   AND ts-nombre < 500 THEN
                               ADD 1 TO ts-nombre
                               MOVE sai-client TO ts-client(ts-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saisies
           END-IF.

       CHARGER-SUCCESSIONS.
           MOVE ZERO TO tu-nombre
           MOVE 'N' TO fin_fichier
           OPEN INPUT successions
           IF ws-file-status-successions = '00' THEN
               PERFORM UNTIL fin_fichier = 'Y'
                   READ successions
                       AT END
                           MOVE 'Y' TO fin_fichier
                       NOT AT END
                           IF su-ouverte AND tu-nombre < 500 THEN
                               ADD 1 TO tu-nombre
                               MOVE su-client TO tu-client(tu-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE successions
           END-IF.

       REPARTIR-UN-COMPTE.
           ADD 1 TO ws-nombre-comptes-lus
           PERFORM CONVERTIR-EN-EUROS
           IF ws-montant-compte <= ZERO THEN
               IF ws-montant-compte < ZERO THEN
                   ADD 1 TO ws-nombre-comptes-debiteurs
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-compte-a-terme
           SET tt-i TO 1
           SEARCH tt-compte
               AT END
                   CONTINUE
               WHEN tt-i > tt-nombre
                   CONTINUE
               WHEN tt-compte(tt-i) = compte-numero
                   MOVE 'O' TO ws-compte-a-terme
           END-SEARCH
           PERFORM RETENIR-TITULAIRES
           IF th-nombre > 1 THEN
               ADD 1 TO ws-nombre-comptes-joints
           END-IF
           MOVE ZERO TO ws-montant-reparti
           PERFORM VARYING th-i FROM 1 BY 1 UNTIL th-i > th-nombre
               EVALUATE TRUE
                   WHEN th-i = th-nombre
                       COMPUTE ws-part-titulaire =
                               ws-montant-compte - ws-montant-reparti
                   WHEN th-quote-part(th-i) > ZERO
                       COMPUTE ws-part-titulaire ROUNDED =
                               ws-montant-compte
                               * th-quote-part(th-i) / 100
                   WHEN OTHER
                       COMPUTE ws-part-titulaire ROUNDED =
                               ws-montant-compte
                               * (100 - ws-somme-quotes)
                               / (100 * ws-nombre-sans-quote)
               END-EVALUATE
               ADD ws-part-titulaire TO ws-montant-reparti
               MOVE th-client(th-i) TO ws-client-part
               PERFORM CUMULER-PART-DEPOSANT
           END-PERFORM.

       CONVERTIR-EN-EUROS.
      *>    Un compte en devise sans cours du jour ne peut entrer
      *>    dans la vue : il est signale au rapport pour reprise.
           MOVE compte-solde TO ws-montant-compte
           IF compte-devise = "EUR" OR compte-devise = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           SET tx-i TO 1
           SEARCH tx-entry
               AT END
                   MOVE ZERO TO ws-montant-compte
                   ADD 1 TO ws-nombre-anomalies
                   MOVE SPACES TO ligne-rapport
                   STRING "Compte " DELIMITED BY SIZE
                           compte-numero DELIMITED BY SIZE
                           " : pas de cours pour la devise "
                           DELIMITED BY SIZE
                           compte-devise DELIMITED BY SIZE
                           ", compte ecarte" DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
               WHEN tx-devise(tx-i) = compte-devise
                   COMPUTE ws-montant-compte ROUNDED =
                           compte-solde * tx-taux(tx-i)
                   ADD 1 TO ws-nombre-comptes-devise
           END-SEARCH.

       RETENIR-TITULAIRES.
      *>    Le titulaire du compte d'abord, puis ses co-titulaires ;
      *>    la quote-part posee sur le mandat du titulaire lui-meme
      *>    s'applique a lui. Des quotes-parts incoherentes (plus de
      *>    100 %, ou toutes precisees sans faire 100 %) sont
      *>    ignorees au profit de parts egales, et signalees.
           MOVE 1 TO th-nombre
           MOVE compte-client TO th-client(1)
           MOVE ZERO TO th-quote-part(1)
           PERFORM VARYING tm-i FROM 1 BY 1 UNTIL tm-i > tm-nombre
               IF tm-compte(tm-i) = compte-numero THEN
                   PERFORM AJOUTER-CO-TITULAIRE
               END-IF
           END-PERFORM
           MOVE ZERO TO ws-somme-quotes
           MOVE ZERO TO ws-nombre-sans-quote
           PERFORM VARYING th-i FROM 1 BY 1 UNTIL th-i > th-nombre
               ADD th-quote-part(th-i) TO ws-somme-quotes
               IF th-quote-part(th-i) = ZERO THEN
                   ADD 1 TO ws-nombre-sans-quote
               END-IF
           END-PERFORM
           IF ws-somme-quotes > 100
                   OR (ws-nombre-sans-quote = ZERO
                       AND ws-somme-quotes NOT = 100) THEN
               ADD 1 TO ws-nombre-anomalies
               MOVE SPACES TO ligne-rapport
               STRING "Compte " DELIMITED BY SIZE
                       compte-numero DELIMITED BY SIZE
                       " : quotes-parts incoherentes ("
                       DELIMITED BY SIZE
                       ws-somme-quotes DELIMITED BY SIZE
                       " %), parts egales appliquees" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               PERFORM VARYING th-i FROM 1 BY 1
                       UNTIL th-i > th-nombre
                   MOVE ZERO TO th-quote-part(th-i)
               END-PERFORM
               MOVE ZERO TO ws-somme-quotes
               MOVE th-nombre TO ws-nombre-sans-quote
           END-IF.

       AJOUTER-CO-TITULAIRE.
           SET th-i TO 1
           SEARCH th-entry
               AT END
                   EXIT PARAGRAPH
               WHEN th-i > th-nombre
                   ADD 1 TO th-nombre
                   MOVE tm-client(tm-i) TO th-client(th-i)
                   MOVE tm-quote-part(tm-i) TO th-quote-part(th-i)
               WHEN th-client(th-i) = tm-client(tm-i)
                   MOVE tm-quote-part(tm-i) TO th-quote-part(th-i)
           END-SEARCH.

       CUMULER-PART-DEPOSANT.
           SET td-i TO 1
           SEARCH td-entry
               AT END
                   ADD 1 TO ws-nombre-anomalies
                   DISPLAY "/!\ Table des deposants pleine, client ",
                               ws-client-part, " ecarte"
                   EXIT PARAGRAPH
               WHEN td-i > td-nombre
                   ADD 1 TO td-nombre
                   MOVE ws-client-part TO td-client(td-i)
                   MOVE ZERO TO td-nombre-comptes(td-i)
                   MOVE ZERO TO td-total-vue(td-i)
                   MOVE ZERO TO td-total-terme(td-i)
                   MOVE 'N' TO td-ecrit(td-i)
               WHEN td-client(td-i) = ws-client-part
                   CONTINUE
           END-SEARCH
           ADD 1 TO td-nombre-comptes(td-i)
           IF ws-compte-a-terme = 'O' THEN
               ADD ws-part-titulaire TO td-total-terme(td-i)
           ELSE
               ADD ws-part-titulaire TO td-total-vue(td-i)
           END-IF.

       PRODUIRE-FICHIER-FONDS.
      *>    Les deposants sortent dans l'ordre des numeros de client,
      *>    avec l'etat civil et l'adresse de la fiche ; un deposant
      *>    absent du fichier clients sort quand meme, identite a
      *>    blanc, et est signale.
           OPEN OUTPUT fichier_vue_unique
           MOVE code-etablissement TO ve-etablissement
           MOVE ws-date-du-jour TO ve-date
           MOVE ws-plafond-garantie TO ve-plafond
           MOVE vue-entete TO ligne-vue-unique
           WRITE ligne-vue-unique

           MOVE 'N' TO fin_clients
           OPEN INPUT clients
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           PERFORM ECRIRE-CLIENT-SI-DEPOSANT
                   END-READ
               END-PERFORM
               CLOSE clients
           END-IF
           PERFORM VARYING td-i FROM 1 BY 1 UNTIL td-i > td-nombre
               IF td-ecrit(td-i) = 'N' THEN
                   INITIALIZE client-record
                   MOVE td-client(td-i) TO client-numero
                   ADD 1 TO ws-nombre-anomalies
                   MOVE SPACES TO ligne-rapport
                   STRING "Client " DELIMITED BY SIZE
                           td-client(td-i) DELIMITED BY SIZE
                           " : absent du fichier clients"
                           DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
                   PERFORM ECRIRE-UN-DEPOSANT
               END-IF
           END-PERFORM

           MOVE ws-nombre-deposants TO vp-nombre
           MOVE ws-cumul-depots TO vp-total-depots
           MOVE ws-cumul-couvert TO vp-total-couvert
           MOVE vue-pied TO ligne-vue-unique
           WRITE ligne-vue-unique
           CLOSE fichier_vue_unique.

       ECRIRE-CLIENT-SI-DEPOSANT.
           SET td-i TO 1
           SEARCH td-entry
               AT END
                   EXIT PARAGRAPH
               WHEN td-i > td-nombre
                   EXIT PARAGRAPH
               WHEN td-client(td-i) = client-numero
                   CONTINUE
           END-SEARCH
           PERFORM ECRIRE-UN-DEPOSANT.

       ECRIRE-UN-DEPOSANT.
           MOVE 'O' TO td-ecrit(td-i)
           COMPUTE ws-total-deposant =
                   td-total-vue(td-i) + td-total-terme(td-i)
           IF ws-total-deposant > ws-plafond-garantie THEN
               MOVE ws-plafond-garantie TO ws-montant-couvert
           ELSE
               MOVE ws-total-deposant TO ws-montant-couvert
           END-IF
           COMPUTE ws-excedent = ws-total-deposant - ws-montant-couvert
           MOVE 'N' TO ws-indic-succession
           IF client-decede THEN
               MOVE 'O' TO ws-indic-succession
           END-IF
           SET tu-i TO 1
           SEARCH tu-client
               AT END
                   CONTINUE
               WHEN tu-i > tu-nombre
                   CONTINUE
               WHEN tu-client(tu-i) = td-client(td-i)
                   MOVE 'O' TO ws-indic-succession
           END-SEARCH
           MOVE 'N' TO ws-indic-saisie
           SET ts-i TO 1
           SEARCH ts-client
               AT END
                   CONTINUE
               WHEN ts-i > ts-nombre
                   CONTINUE
               WHEN ts-client(ts-i) = td-client(td-i)
                   MOVE 'O' TO ws-indic-saisie
           END-SEARCH

           MOVE code-etablissement TO vd-etablissement
           MOVE td-client(td-i) TO vd-client
           MOVE client-nom TO vd-nom
           MOVE client-prenom TO vd-prenom
           MOVE client-date-naissance TO vd-date-naissance
           MOVE client-adresse-1 TO vd-adresse
           MOVE client-code-postal TO vd-code-postal
           MOVE client-ville TO vd-ville
           MOVE td-nombre-comptes(td-i) TO vd-nombre-comptes
           MOVE td-total-vue(td-i) TO vd-total-vue
           MOVE td-total-terme(td-i) TO vd-total-terme
           MOVE ws-total-deposant TO vd-total-depots
           MOVE ws-montant-couvert TO vd-montant-couvert
           MOVE ws-excedent TO vd-excedent
           MOVE 'N' TO vd-indic-excedent
           IF ws-excedent > ZERO THEN
               MOVE 'O' TO vd-indic-excedent
           END-IF
           MOVE ws-indic-succession TO vd-indic-succession
           MOVE ws-indic-saisie TO vd-indic-saisie
           MOVE vue-deposant TO ligne-vue-unique
           WRITE ligne-vue-unique

           ADD 1 TO ws-nombre-deposants
           ADD td-total-vue(td-i) TO ws-cumul-vue
           ADD td-total-terme(td-i) TO ws-cumul-terme
           ADD ws-total-deposant TO ws-cumul-depots
           ADD ws-montant-couvert TO ws-cumul-couvert
           ADD ws-excedent TO ws-cumul-excedent
           IF ws-excedent > ZERO THEN
               ADD 1 TO ws-nombre-au-dessus
           END-IF
           IF ws-indic-succession = 'O' THEN
               ADD 1 TO ws-nombre-successions
               ADD ws-total-deposant TO ws-cumul-successions
           END-IF
           IF ws-indic-saisie = 'O' THEN
               ADD 1 TO ws-nombre-saisis
               ADD ws-total-deposant TO ws-cumul-saisis
           END-IF
           IF ws-excedent > ZERO OR ws-indic-succession = 'O'
                   OR ws-indic-saisie = 'O' THEN
               MOVE SPACES TO ligne-rapport
               STRING "Client " DELIMITED BY SIZE
                       td-client(td-i) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       client-nom DELIMITED BY SIZE
                       " depots " DELIMITED BY SIZE
                       ws-total-deposant DELIMITED BY SIZE
                       " excedent " DELIMITED BY SIZE
                       ws-excedent DELIMITED BY SIZE
                       " succession " DELIMITED BY SIZE
                       ws-indic-succession DELIMITED BY SIZE
                       " saisie " DELIMITED BY SIZE
                       ws-indic-saisie DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-IF.

       ECRIRE-TOTAUX-CONTROLE.
           MOVE "---- Totaux de controle ----" TO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Comptes lus            : " DELIMITED BY SIZE
                   ws-nombre-comptes-lus DELIMITED BY SIZE
                   "  debiteurs ecartes : " DELIMITED BY SIZE
                   ws-nombre-comptes-debiteurs DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Comptes joints         : " DELIMITED BY SIZE
                   ws-nombre-comptes-joints DELIMITED BY SIZE
                   "  en devise convertis : " DELIMITED BY SIZE
                   ws-nombre-comptes-devise DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Deposants              : " DELIMITED BY SIZE
                   ws-nombre-deposants DELIMITED BY SIZE
                   "  au-dessus du plafond : " DELIMITED BY SIZE
                   ws-nombre-au-dessus DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Depots a vue           : " DELIMITED BY SIZE
                   ws-cumul-vue DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Depots a terme         : " DELIMITED BY SIZE
                   ws-cumul-terme DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Total des depots       : " DELIMITED BY SIZE
                   ws-cumul-depots DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Montant couvert        : " DELIMITED BY SIZE
                   ws-cumul-couvert DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Au-dela du plafond     : " DELIMITED BY SIZE
                   ws-cumul-excedent DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Successions signalees  : " DELIMITED BY SIZE
                   ws-nombre-successions DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-cumul-successions DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Saisies signalees      : " DELIMITED BY SIZE
                   ws-nombre-saisis DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-cumul-saisis DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Anomalies              : " DELIMITED BY SIZE
                   ws-nombre-anomalies DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.
       END PROGRAM vue_unique_garantie.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impasse_liquidite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes_terme ASSIGN TO 'comptes_terme'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-terme.
           SELECT echeancier_prets ASSIGN TO 'echeancier_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-echeancier.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT rapport_impasse ASSIGN TO 'rapport_impasse_liquidite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD comptes_terme.
           COPY cpterme.
       FD echeancier_prets.
           COPY cpecheancier.
       FD comptes.
           COPY cpcompte.
       FD rapport_impasse.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-terme PIC XX.
       01  ws-file-status-echeancier PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_terme PIC X VALUE 'N'.
       01  fin_echeancier PIC X VALUE 'N'.
       01  fin_comptes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
      *>    Tranches de maturite : chaque flux tombe dans la premiere
      *>    tranche dont la borne (exclue) depasse sa date ; un flux
      *>    deja echu et non regle va dans la premiere.
       01  table-tranches.
           05  tr-entry OCCURS 5 TIMES INDEXED BY tr-i.
               10  tr-libelle          PIC X(14).
               10  tr-mois             PIC 9(3).
               10  tr-borne            PIC 9(8).
               10  tr-actifs           PIC 9(11)V99.
               10  tr-passifs          PIC 9(11)V99.
       01  ws-date-borne.
           05  ws-borne-annee PIC 9(4).
           05  ws-borne-mois PIC 9(2).
           05  ws-borne-jour PIC 9(2).
       01  ws-date-borne-num REDEFINES ws-date-borne PIC 9(8).
       01  ws-mois-a-ajouter PIC 9(3).
       01  ws-date-flux PIC 9(8).
      *>    Depots a terme actifs, pour ne pas compter deux fois leur
      *>    capital dans le solde a vue du compte qui les porte.
       01  table-termes.
           05  tt-entry OCCURS 2000 TIMES INDEXED BY tt-i.
               10  tt-compte           PIC 9(6).
               10  tt-capital          PIC 9(7)V99.
       01  tt-nombre PIC 9(4) VALUE ZERO.
       01  ws-solde-compte PIC S9(9)V99 VALUE ZERO.
       01  ws-depots-a-vue PIC 9(11)V99 VALUE ZERO.
       01  ws-decouverts PIC 9(11)V99 VALUE ZERO.
       01  ws-impasse PIC S9(11)V99 VALUE ZERO.
       01  ws-impasse-cumulee PIC S9(11)V99 VALUE ZERO.
       01  ws-total-actifs PIC 9(11)V99 VALUE ZERO.
       01  ws-total-passifs PIC 9(11)V99 VALUE ZERO.
       01  ws-montant-edite PIC Z(10)9.99.
       01  ws-actifs-edite PIC Z(10)9.99.
       01  ws-passifs-edite PIC Z(10)9.99.
       01  ws-impasse-edite PIC -(11)9.99.
       01  ws-cumul-edite PIC -(11)9.99.
       01  ws-nombre-flux PIC 9(7) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Impasse de liquidite par tranche d'echeance, pour la
      *>    direction : a l'actif, les mensualites de pret encore dues
      *>    (echeancier_prets, prevues ou impayees) a leur date
      *>    d'echeance ; au passif, le capital des depots a terme
      *>    actifs (comptes_terme) a leur date d'echeance. Pour
      *>    chaque tranche, l'impasse nette (actif - passif) et
      *>    l'impasse cumulee. Les depots a vue du fichier comptes,
      *>    sans echeance contractuelle, sont donnes a part, hors
      *>    tranches, de meme que les decouverts.
           DISPLAY "Impasse de liquidite par echeance"
           CALL 'journal_batch' USING "impasse_liquidite   ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM PREPARER-TRANCHES
           PERFORM CUMULER-DEPOTS-A-TERME
           PERFORM CUMULER-ECHEANCES-PRETS
           PERFORM CUMULER-DEPOTS-A-VUE
           PERFORM ECRIRE-RAPPORT
           DISPLAY "Flux repartis : ", ws-nombre-flux
           MOVE ws-nombre-flux TO ws-compteur-journal
           CALL 'journal_batch' USING "impasse_liquidite   ", 'F',
               ws-compteur-journal
           GOBACK.

       PREPARER-TRANCHES.
           MOVE "moins d'1 mois" TO tr-libelle(1)
           MOVE 1 TO tr-mois(1)
           MOVE "1 a 3 mois" TO tr-libelle(2)
           MOVE 3 TO tr-mois(2)
           MOVE "3 a 12 mois" TO tr-libelle(3)
           MOVE 12 TO tr-mois(3)
           MOVE "1 a 5 ans" TO tr-libelle(4)
           MOVE 60 TO tr-mois(4)
           MOVE "plus de 5 ans" TO tr-libelle(5)
           MOVE ZERO TO tr-mois(5)
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > 5
               MOVE ZERO TO tr-actifs(tr-i)
               MOVE ZERO TO tr-passifs(tr-i)
               IF tr-mois(tr-i) = ZERO THEN
                   MOVE 99999999 TO tr-borne(tr-i)
               ELSE
                   MOVE tr-mois(tr-i) TO ws-mois-a-ajouter
                   PERFORM CALCULER-BORNE
                   MOVE ws-date-borne-num TO tr-borne(tr-i)
               END-IF
           END-PERFORM.

       CALCULER-BORNE.
      *>    Meme quantieme n mois plus tard, ramene au dernier jour du
      *>    mois quand il n'existe pas.
           MOVE ws-date-du-jour TO ws-date-borne-num
           COMPUTE ws-borne-annee = ws-borne-annee
                   + (ws-borne-mois + ws-mois-a-ajouter - 1) / 12
           COMPUTE ws-borne-mois = FUNCTION MOD(
                   ws-borne-mois + ws-mois-a-ajouter - 1, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                   ws-date-borne-num) = ZERO
               SUBTRACT 1 FROM ws-borne-jour
           END-PERFORM.

       TROUVER-TRANCHE.
           SET tr-i TO 1
           SEARCH tr-entry
               AT END
                   SET tr-i TO 5
               WHEN ws-date-flux < tr-borne(tr-i)
                   CONTINUE
           END-SEARCH.

       CUMULER-DEPOTS-A-TERME.
           MOVE ZERO TO tt-nombre
           MOVE 'N' TO fin_terme
           OPEN INPUT comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-actif THEN
                               PERFORM REPARTIR-DEPOT-A-TERME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       REPARTIR-DEPOT-A-TERME.
           MOVE cat-date-echeance TO ws-date-flux
           PERFORM TROUVER-TRANCHE
           ADD cat-capital TO tr-passifs(tr-i)
           ADD 1 TO ws-nombre-flux
           IF tt-nombre < 2000 THEN
               ADD 1 TO tt-nombre
               MOVE cat-compte TO tt-compte(tt-nombre)
               MOVE cat-capital TO tt-capital(tt-nombre)
           END-IF.

       CUMULER-ECHEANCES-PRETS.
           MOVE 'N' TO fin_echeancier
           OPEN INPUT echeancier_prets
           IF ws-file-status-echeancier = '00' THEN
               PERFORM UNTIL fin_echeancier = 'Y'
                   READ echeancier_prets
                       AT END
                           MOVE 'Y' TO fin_echeancier
                       NOT AT END
                           IF ech-prevue OR ech-impayee THEN
                               MOVE ech-date-echeance TO ws-date-flux
                               PERFORM TROUVER-TRANCHE
                               ADD ech-mensualite TO tr-actifs(tr-i)
                               ADD 1 TO ws-nombre-flux
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echeancier_prets
           END-IF.

       CUMULER-DEPOTS-A-VUE.
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF NOT compte-ferme THEN
                               PERFORM REPARTIR-SOLDE-A-VUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           END-IF.

       REPARTIR-SOLDE-A-VUE.
           MOVE compte-solde TO ws-solde-compte
           PERFORM VARYING tt-i FROM 1 BY 1 UNTIL tt-i > tt-nombre
               IF tt-compte(tt-i) = compte-numero THEN
                   SUBTRACT tt-capital(tt-i) FROM ws-solde-compte
               END-IF
           END-PERFORM
           IF ws-solde-compte > ZERO THEN
               ADD ws-solde-compte TO ws-depots-a-vue
           ELSE
               SUBTRACT ws-solde-compte FROM ws-decouverts
           END-IF.

       ECRIRE-RAPPORT.
           OPEN OUTPUT rapport_impasse
           MOVE SPACES TO ligne-rapport
           STRING "IMPASSE DE LIQUIDITE AU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "TRANCHE        " DELIMITED BY SIZE
                   "   ACTIF (PRETS)" DELIMITED BY SIZE
                   " PASSIF (TERME)" DELIMITED BY SIZE
                   "        IMPASSE" DELIMITED BY SIZE
                   "  IMPASSE CUMULEE" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE ZERO TO ws-impasse-cumulee
           PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > 5
               PERFORM ECRIRE-LIGNE-TRANCHE
           END-PERFORM
           MOVE ws-total-actifs TO ws-actifs-edite
           MOVE ws-total-passifs TO ws-passifs-edite
           MOVE ws-impasse-cumulee TO ws-impasse-edite
           MOVE SPACES TO ligne-rapport
           STRING "TOTAL          " DELIMITED BY SIZE
                   ws-actifs-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-passifs-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-impasse-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE ws-depots-a-vue TO ws-montant-edite
           MOVE SPACES TO ligne-rapport
           STRING "DEPOTS A VUE (sans echeance, hors tranches) : "
                   DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE ws-decouverts TO ws-montant-edite
           MOVE SPACES TO ligne-rapport
           STRING "DECOUVERTS (sans echeance, hors tranches)   : "
                   DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_impasse.

       ECRIRE-LIGNE-TRANCHE.
           COMPUTE ws-impasse = tr-actifs(tr-i) - tr-passifs(tr-i)
           ADD ws-impasse TO ws-impasse-cumulee
           ADD tr-actifs(tr-i) TO ws-total-actifs
           ADD tr-passifs(tr-i) TO ws-total-passifs
           MOVE tr-actifs(tr-i) TO ws-actifs-edite
           MOVE tr-passifs(tr-i) TO ws-passifs-edite
           MOVE ws-impasse TO ws-impasse-edite
           MOVE ws-impasse-cumulee TO ws-cumul-edite
           MOVE SPACES TO ligne-rapport
           STRING tr-libelle(tr-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-actifs-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-passifs-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-impasse-edite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-cumul-edite DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM impasse_liquidite.

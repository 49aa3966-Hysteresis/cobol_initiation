           SELECT balance_mensuelle ASSIGN TO 'balance_mensuelle'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-balance.
           SELECT exercices_clos ASSIGN TO 'exercices_clos'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-exercices.
           SELECT compte_report_a_nouveau
           ASSIGN TO 'compte_report_a_nouveau'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-report.
           SELECT ecritures_cloture ASSIGN TO ws-nom-ecritures
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ecritures.

       DATA DIVISION.
       FILE SECTION.
           COPY cpcontrole.
       FD balance_mensuelle.
       01  ligne-balance PIC X(100).
       FD exercices_clos.
           COPY cpexclos.
       FD compte_report_a_nouveau.
      *>    Fichier parametre d'une ligne : le compte du plan qui
      *>    recoit le resultat de l'exercice a la cloture annuelle.
       01  compte-report-record.
           05  crn-compte PIC X(6).
       FD ecritures_cloture.
       01  ligne-ecriture PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-extraction PIC XX.
       01  ws-total-clotures PIC S9(13)V99
                             SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-file-status-exercices PIC XX.
       01  ws-file-status-report PIC XX.
       01  ws-file-status-ecritures PIC XX.
       01  fin_exercices PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-exercice-clos PIC X VALUE 'N'.
       01  ws-annee-cloture PIC 9(4).
       01  ws-operateur PIC X(8).
       01  ws-nom-ecritures PIC X(30).
      *>    Compte de report a nouveau par defaut, remplace par le
      *>    fichier compte_report_a_nouveau quand il existe.
       01  ws-compte-report PIC X(6) VALUE "110000".
      *>    Comptes de gestion (classes 6 charges et 7 produits) : le
      *>    dernier solde de chacun a la fin de l'exercice, solde a
      *>    la cloture contre le report a nouveau.
       01  table-gestion.
           05  tg-entry OCCURS 500 TIMES INDEXED BY tg-i.
               10  tg-compte          PIC X(6).
               10  tg-mois-retenu     PIC 9(6).
               10  tg-solde           PIC S9(13)V99.
               10  tg-decembre-vu     PIC X.
       01  tg-nombre PIC 9(3) VALUE ZERO.
       01  ws-resultat PIC S9(13)V99 VALUE ZERO.
       01  ws-report-decembre-vu PIC X VALUE 'N'.
       01  ws-montant-ecriture PIC 9(13)V99 VALUE ZERO.
       01  ws-montant-edite PIC Z(12)9.99.
       01  ws-resultat-edite PIC -(13)9.99.
       01  ws-sens-ecriture PIC X(6).
       01  ws-ligne-modifiee PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      *>    Teneur de soldes du grand livre : le mode report (R) lit
      *>    reportee. Le mode balance (B) imprime la balance du mois
      *>    demande - ouverture, mouvements, cloture par compte -
      *>    rapprochee de la ligne historique des totaux de controle.
      *>    Le mode cloture (C) solde les comptes de gestion d'une
      *>    annee dans le report a nouveau et verrouille l'exercice.
           DISPLAY "Grand livre : report d'une journee (R),",
                       " balance mensuelle (B) ou cloture annuelle",
                       " (C) ?"
           ACCEPT ws-mode
           EVALUATE ws-mode
               WHEN 'R' WHEN 'r'
                   PERFORM REPORTER-UNE-JOURNEE
               WHEN 'B' WHEN 'b'
                   PERFORM IMPRIMER-LA-BALANCE
               WHEN 'C' WHEN 'c'
                   PERFORM CLOTURER-EXERCICE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           DISPLAY "Date de l'extraction a reporter (AAAAMMJJ) :"
           ACCEPT ws-date-reportee
           MOVE ws-date-reportee(1:6) TO ws-mois-reporte
      *>    Une journee d'un exercice clos ne rouvre pas ses mois :
      *>    elle se reporte sur la periode courante, et la date
      *>    d'origine reste portee par jours_gl_passes.
           CALL 'exercice_clos' USING ws-date-reportee,
               ws-exercice-clos
           IF ws-exercice-clos = 'O' THEN
               CALL 'date_metier' USING ws-date-du-jour
               MOVE ws-date-du-jour(1:6) TO ws-mois-reporte
               DISPLAY "/!\ Journee ", ws-date-reportee,
                           " d'un exercice clos : reportee sur la",
                           " periode courante ", ws-mois-reporte
           END-IF
           PERFORM CONTROLER-JOUR-DEJA-PASSE
           IF ws-jour-deja-passe = 'O' THEN
               DISPLAY "/!\ Journee deja reportee au grand livre,",
               END-PERFORM
               CLOSE totaux_controle
           END-IF.
       CLOTURER-EXERCICE.
      *>    Cloture annuelle : le dernier solde de l'annee de chaque
      *>    compte de gestion (classes 6 et 7) est vire au compte de
      *>    report a nouveau par une ecriture de cloture portee sur
      *>    le mois de decembre ; les ouvertures des mois suivants
      *>    deja reportes en sont corrigees, si bien que la nouvelle
      *>    annee ouvre ses comptes de gestion a zero. Les ecritures
      *>    sont imprimees pour le visa du comptable et l'exercice
      *>    est verrouille dans exercices_clos.
           CALL 'journal_batch' USING "grand_livre         ", 'D',
               ws-compteur-journal
           DISPLAY "Identifiant operateur :"
           ACCEPT ws-operateur
           DISPLAY "Annee a cloturer (AAAA) :"
           ACCEPT ws-annee-cloture
           CALL 'date_metier' USING ws-date-du-jour
           IF ws-annee-cloture >= ws-date-du-jour(1:4) THEN
               DISPLAY "/!\ L'exercice ", ws-annee-cloture,
                           " n'est pas termine"
               CALL 'journal_batch' USING "grand_livre         ", 'E',
                   ws-compteur-journal
               GOBACK
           END-IF
           MOVE ws-annee-cloture TO ws-date-reportee(1:4)
           MOVE "1231" TO ws-date-reportee(5:4)
           CALL 'exercice_clos' USING ws-date-reportee,
               ws-exercice-clos
           IF ws-exercice-clos = 'O' THEN
               DISPLAY "/!\ L'exercice ", ws-annee-cloture,
                           " est deja clos"
               CALL 'journal_batch' USING "grand_livre         ", 'E',
                   ws-compteur-journal
               GOBACK
           END-IF
           MOVE ws-date-reportee(1:6) TO ws-mois-reporte
           PERFORM LIRE-COMPTE-REPORT
           PERFORM RELEVER-COMPTES-GESTION
           IF tg-nombre = ZERO THEN
               DISPLAY "/!\ Aucun compte de gestion a solder pour ",
                           ws-annee-cloture
               CALL 'journal_batch' USING "grand_livre         ", 'E',
                   ws-compteur-journal
               GOBACK
           END-IF
           PERFORM ECRIRE-ECRITURES-CLOTURE
           PERFORM PASSER-ECRITURES-CLOTURE
           PERFORM VERROUILLER-EXERCICE
           DISPLAY "--> Exercice ", ws-annee-cloture, " clos, ",
                       tg-nombre, " compte(s) de gestion soldes ;",
                       " ecritures dans ", ws-nom-ecritures
           MOVE tg-nombre TO ws-compteur-journal
           CALL 'journal_batch' USING "grand_livre         ", 'F',
               ws-compteur-journal.

       LIRE-COMPTE-REPORT.
           OPEN INPUT compte_report_a_nouveau
           IF ws-file-status-report = '00' THEN
               READ compte_report_a_nouveau
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE crn-compte TO ws-compte-report
               END-READ
               CLOSE compte_report_a_nouveau
           END-IF.

       RELEVER-COMPTES-GESTION.
           MOVE ZERO TO tg-nombre
           MOVE ZERO TO ws-resultat
           MOVE 'N' TO fin_soldes
           OPEN INPUT soldes_gl
           IF ws-file-status-soldes = '00' THEN
               PERFORM UNTIL fin_soldes = 'Y'
                   READ soldes_gl
                       AT END
                           MOVE 'Y' TO fin_soldes
                       NOT AT END
                           IF (gl-compte(1:1) = '6'
                                   OR gl-compte(1:1) = '7')
                                   AND gl-mois <= ws-mois-reporte THEN
                               PERFORM RETENIR-COMPTE-GESTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE soldes_gl
           END-IF
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               ADD tg-solde(tg-i) TO ws-resultat
           END-PERFORM.

       RETENIR-COMPTE-GESTION.
           SET tg-i TO 1
           SEARCH tg-entry
               AT END
                   DISPLAY "/!\ Plus de 500 comptes de gestion, ",
                               gl-compte, " ignore"
                   EXIT PARAGRAPH
               WHEN tg-i > tg-nombre
                   CONTINUE
               WHEN tg-compte(tg-i) = gl-compte
                   CONTINUE
           END-SEARCH
           IF tg-i > tg-nombre THEN
               ADD 1 TO tg-nombre
               SET tg-i TO tg-nombre
               MOVE gl-compte TO tg-compte(tg-i)
               MOVE ZERO TO tg-mois-retenu(tg-i)
               MOVE 'N' TO tg-decembre-vu(tg-i)
           END-IF
           IF gl-mois > tg-mois-retenu(tg-i) THEN
               MOVE gl-mois TO tg-mois-retenu(tg-i)
               COMPUTE tg-solde(tg-i) = gl-solde-ouverture
                       + gl-total-debits - gl-total-credits
           END-IF.

       ECRIRE-ECRITURES-CLOTURE.
      *>    Un solde debiteur (charges) se solde par un credit du
      *>    compte, un solde crediteur (produits) par un debit ; la
      *>    contrepartie de l'ensemble est le resultat, au report a
      *>    nouveau.
           MOVE SPACES TO ws-nom-ecritures
           STRING "ecritures_cloture_" DELIMITED BY SIZE
                   ws-annee-cloture DELIMITED BY SIZE
               INTO ws-nom-ecritures
           OPEN OUTPUT ecritures_cloture
           MOVE SPACES TO ligne-ecriture
           STRING "ECRITURES DE CLOTURE DE L'EXERCICE "
                   DELIMITED BY SIZE
                   ws-annee-cloture DELIMITED BY SIZE
                   " - passees au " DELIMITED BY SIZE
                   ws-date-reportee DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   ws-operateur DELIMITED BY SIZE
               INTO ligne-ecriture
           WRITE ligne-ecriture
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               IF tg-solde(tg-i) > ZERO THEN
                   MOVE "CREDIT" TO ws-sens-ecriture
                   MOVE tg-solde(tg-i) TO ws-montant-ecriture
               ELSE
                   MOVE "DEBIT " TO ws-sens-ecriture
                   COMPUTE ws-montant-ecriture = 0 - tg-solde(tg-i)
               END-IF
               IF ws-montant-ecriture > ZERO THEN
                   MOVE tg-compte(tg-i) TO ws-compte-ligne
                   PERFORM ECRIRE-LIGNE-CLOTURE
               END-IF
           END-PERFORM
           IF ws-resultat > ZERO THEN
               MOVE "DEBIT " TO ws-sens-ecriture
               MOVE ws-resultat TO ws-montant-ecriture
           ELSE
               MOVE "CREDIT" TO ws-sens-ecriture
               COMPUTE ws-montant-ecriture = 0 - ws-resultat
           END-IF
           MOVE ws-compte-report TO ws-compte-ligne
           PERFORM ECRIRE-LIGNE-CLOTURE
      *>    Le resultat est en convention debit : negatif, c'est un
      *>    benefice.
           COMPUTE ws-resultat-edite = 0 - ws-resultat
           MOVE SPACES TO ligne-ecriture
           STRING "RESULTAT DE L'EXERCICE (benefice +, perte -) : "
                   DELIMITED BY SIZE
                   ws-resultat-edite DELIMITED BY SIZE
               INTO ligne-ecriture
           WRITE ligne-ecriture
           MOVE SPACES TO ligne-ecriture
           WRITE ligne-ecriture
           MOVE "Vise par le comptable (nom, date, signature) :"
               TO ligne-ecriture
           WRITE ligne-ecriture
           CLOSE ecritures_cloture.

       ECRIRE-LIGNE-CLOTURE.
           MOVE ws-montant-ecriture TO ws-montant-edite
           MOVE SPACES TO ligne-ecriture
           STRING "COMPTE " DELIMITED BY SIZE
                   ws-compte-ligne DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-sens-ecriture DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " cloture " DELIMITED BY SIZE
                   ws-annee-cloture DELIMITED BY SIZE
               INTO ligne-ecriture
           WRITE ligne-ecriture
           END-WRITE.

       PASSER-ECRITURES-CLOTURE.
      *>    L'ouverture du report a nouveau en decembre est reprise
      *>    avant toute mise a jour, au cas ou il faudrait lui creer
      *>    sa ligne du mois.
           MOVE ws-compte-report TO ws-compte-ligne
           PERFORM REPRENDRE-OUVERTURE
           MOVE 'N' TO ws-report-decembre-vu
           MOVE 'N' TO fin_soldes
           OPEN I-O soldes_gl
           IF ws-file-status-soldes = '00' THEN
               PERFORM UNTIL fin_soldes = 'Y'
                   READ soldes_gl
                       AT END
                           MOVE 'Y' TO fin_soldes
                       NOT AT END
                           PERFORM CORRIGER-LIGNE-SOLDE
                   END-READ
               END-PERFORM
               CLOSE soldes_gl
           END-IF
           OPEN EXTEND soldes_gl
           IF ws-file-status-soldes = '35' THEN
               OPEN OUTPUT soldes_gl
           END-IF
           PERFORM VARYING tg-i FROM 1 BY 1 UNTIL tg-i > tg-nombre
               IF tg-decembre-vu(tg-i) = 'N'
                       AND tg-solde(tg-i) NOT = ZERO THEN
                   MOVE tg-compte(tg-i) TO gl-compte
                   MOVE ws-mois-reporte TO gl-mois
                   MOVE tg-solde(tg-i) TO gl-solde-ouverture
                   MOVE ZERO TO gl-total-debits
                   MOVE ZERO TO gl-total-credits
                   PERFORM SOLDER-LIGNE-GESTION
                   WRITE solde-gl-record
                   END-WRITE
               END-IF
           END-PERFORM
           IF ws-report-decembre-vu = 'N' THEN
               MOVE ws-compte-report TO gl-compte
               MOVE ws-mois-reporte TO gl-mois
               MOVE ws-ouverture-reprise TO gl-solde-ouverture
               MOVE ZERO TO gl-total-debits
               MOVE ZERO TO gl-total-credits
               PERFORM IMPUTER-RESULTAT
               WRITE solde-gl-record
               END-WRITE
           END-IF
           CLOSE soldes_gl.

       CORRIGER-LIGNE-SOLDE.
           MOVE 'N' TO ws-ligne-modifiee
           IF gl-compte = ws-compte-report THEN
               IF gl-mois = ws-mois-reporte THEN
                   MOVE 'O' TO ws-report-decembre-vu
                   PERFORM IMPUTER-RESULTAT
                   MOVE 'O' TO ws-ligne-modifiee
               END-IF
               IF gl-mois > ws-mois-reporte THEN
                   ADD ws-resultat TO gl-solde-ouverture
                   MOVE 'O' TO ws-ligne-modifiee
               END-IF
           ELSE
               SET tg-i TO 1
               SEARCH tg-entry
                   AT END
                       CONTINUE
                   WHEN tg-i > tg-nombre
                       CONTINUE
                   WHEN tg-compte(tg-i) = gl-compte
                       IF gl-mois = ws-mois-reporte THEN
                           MOVE 'O' TO tg-decembre-vu(tg-i)
                           PERFORM SOLDER-LIGNE-GESTION
                           MOVE 'O' TO ws-ligne-modifiee
                       END-IF
                       IF gl-mois > ws-mois-reporte THEN
                           SUBTRACT tg-solde(tg-i)
                               FROM gl-solde-ouverture
                           MOVE 'O' TO ws-ligne-modifiee
                       END-IF
               END-SEARCH
           END-IF
           IF ws-ligne-modifiee = 'O' THEN
               REWRITE solde-gl-record
           END-IF.

       SOLDER-LIGNE-GESTION.
           IF tg-solde(tg-i) > ZERO THEN
               ADD tg-solde(tg-i) TO gl-total-credits
           ELSE
               SUBTRACT tg-solde(tg-i) FROM gl-total-debits
           END-IF.

       IMPUTER-RESULTAT.
           IF ws-resultat > ZERO THEN
               ADD ws-resultat TO gl-total-debits
           ELSE
               SUBTRACT ws-resultat FROM gl-total-credits
           END-IF.

       VERROUILLER-EXERCICE.
           OPEN EXTEND exercices_clos
           IF ws-file-status-exercices = '35' THEN
               OPEN OUTPUT exercices_clos
           END-IF
           MOVE ws-annee-cloture TO exc-annee
           MOVE ws-date-du-jour TO exc-date-cloture
           MOVE ws-operateur TO exc-operateur
           MOVE ws-compte-report TO exc-compte-report
           MOVE ws-resultat TO exc-resultat
           WRITE exercice-clos-record
           END-WRITE
           CLOSE exercices_clos.
       END PROGRAM grand_livre.

           SELECT tarif_amendes ASSIGN TO 'tarif_amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tarif.
           SELECT membres ASSIGN TO 'membres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-membres.

       DATA DIVISION.
       FILE SECTION.
           COPY cpamende.
       FD tarif_amendes.
           COPY cptarifamende.
       FD membres.
           COPY cpmembre.

       WORKING-STORAGE SECTION.
       01  ws-file-status-emprunts PIC XX.
       01  ws-file-status-amendes PIC XX.
       01  ws-file-status-tarif PIC XX.
       01  ws-file-status-membres PIC XX.
       01  fin_emprunts PIC X VALUE 'N'.
       01  fin_membres PIC X VALUE 'N'.
       01  fin_amendes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-par-jour PIC 9(2)V99 VALUE 0.20.
       01  ws-montant-amende PIC 9(3)V99 VALUE ZERO.
       01  ws-amende-trouvee PIC X VALUE 'N'.
       01  ws-nombre-calculees PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
      *>    Cartes de groupe que leur convention exempte d'amendes.
       01  table-exemptes.
           05  ex-carte OCCURS 500 TIMES INDEXED BY ex-i PIC 9(6).
       01  ex-nombre PIC 9(3) VALUE ZERO.
       01  ws-carte-exempte PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      *>    Accumulation quotidienne des amendes : pour chaque pret
      *>    ligne d'amende du membre est recalculee au tarif du jour
      *>    (par jour de retard, plafonnee par ouvrage). Le retard ne
      *>    coute plus rien a constater mais quelque chose a vivre.
      *>    Les prets d'une carte de groupe exemptee par sa
      *>    convention ne generent pas d'amende.
           DISPLAY "Calcul des amendes de retard"
           CALL 'journal_batch' USING "calcul_amendes      ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-TARIF-AMENDES
           PERFORM CHARGER-GROUPES-EXEMPTES
           MOVE 'N' TO fin_emprunts
           OPEN INPUT emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
                           IF emp-en-cours AND
                                   emp-date-retour-prevue
                                   < ws-date-du-jour THEN
                               PERFORM CONTROLER-CARTE-EXEMPTE
                               IF ws-carte-exempte = 'N' THEN
                                   PERFORM CALCULER-UNE-AMENDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           END-IF
           DISPLAY "Amendes calculees : ", ws-nombre-calculees
           MOVE ws-nombre-calculees TO ws-compteur-journal
           CALL 'journal_batch' USING "calcul_amendes      ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-TARIF-AMENDES.
               CLOSE tarif_amendes
           END-IF.

       CHARGER-GROUPES-EXEMPTES.
           MOVE ZERO TO ex-nombre
           MOVE 'N' TO fin_membres
           OPEN INPUT membres
           IF ws-file-status-membres = '00' THEN
               PERFORM UNTIL fin_membres = 'Y'
                   READ membres
                       AT END
                           MOVE 'Y' TO fin_membres
                       NOT AT END
                           IF mem-groupe AND mem-sans-amendes
                                   AND ex-nombre < 500 THEN
                               ADD 1 TO ex-nombre
                               MOVE mem-carte TO ex-carte(ex-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE membres
           END-IF.

       CONTROLER-CARTE-EXEMPTE.
           MOVE 'N' TO ws-carte-exempte
           PERFORM VARYING ex-i FROM 1 BY 1 UNTIL ex-i > ex-nombre
               IF ex-carte(ex-i) = emp-carte-membre THEN
                   MOVE 'O' TO ws-carte-exempte
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CALCULER-UNE-AMENDE.
           COMPUTE ws-jours-retard =
               FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-due AND am-retard
                                   AND am-carte = emp-carte-membre
                                   AND am-titre = emp-titre
                                   AND am-copie = emp-numero-copie
           MOVE ws-date-du-jour TO am-date-calcul
           MOVE ws-montant-amende TO am-montant
           SET am-due TO TRUE
           SET am-retard TO TRUE
           MOVE emp-identifiant-copie TO am-identifiant-copie
           MOVE ZERO TO am-date-paiement
           WRITE ligne-amende
           END-WRITE
           CLOSE amendes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport_prets_groupes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT membres ASSIGN TO 'membres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-membres.
           SELECT emprunts_livres ASSIGN TO 'emprunts_livres'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-emprunts.
           SELECT rapport_prets_groupes
           ASSIGN TO 'rapport_prets_groupes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD membres.
           COPY cpmembre.
       FD emprunts_livres.
           COPY cpemprunt.
       FD rapport_prets_groupes.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status-membres PIC XX.
       01  ws-file-status-emprunts PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_membres PIC X VALUE 'N'.
       01  fin_emprunts PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-vacances PIC 9(8) VALUE ZERO.
      *>    Une entree par carte de groupe dont le terme s'acheve
      *>    avant les vacances choisies.
       01  table-groupes.
           05  gr-entry OCCURS 200 TIMES INDEXED BY gr-i.
               10  gr-carte           PIC 9(6).
               10  gr-ecole           PIC X(30).
               10  gr-classe          PIC X(10).
               10  gr-responsable     PIC X(30).
               10  gr-telephone       PIC X(12).
               10  gr-fin-terme       PIC 9(8).
       01  gr-nombre PIC 9(3) VALUE ZERO.
       01  ws-prets-groupe PIC 9(3) VALUE ZERO.
       01  ws-nb-groupes-dus PIC 9(3) VALUE ZERO.
       01  ws-nb-prets-dus PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rapport de fin de terme des groupes scolaires : avant les
      *>    vacances, chaque classe dont le terme s'acheve doit avoir
      *>    rendu ses livres. Pour chaque carte de groupe, l'ecole,
      *>    la classe et l'adulte responsable sont suivis de tous ses
      *>    prets encore en cours (titre, exemplaire, date de retour
      *>    prevue), a remettre a l'enseignant avant la sortie. Une
      *>    date de debut des vacances vide vaut aujourd'hui : seuls
      *>    les groupes dont le terme finit au plus tard ce jour-la
      *>    sont repris.
           DISPLAY "Rapport de fin de terme des groupes scolaires"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Debut des vacances (AAAAMMJJ, vide = aujourd'hui) :"
           ACCEPT ws-date-vacances
           IF ws-date-vacances = ZERO THEN
               MOVE ws-date-du-jour TO ws-date-vacances
           END-IF

           PERFORM CHARGER-LES-GROUPES

           OPEN OUTPUT rapport_prets_groupes
           MOVE SPACES TO ligne-rapport
           STRING "PRETS DES GROUPES SCOLAIRES AVANT LES VACANCES DU "
                   DELIMITED BY SIZE
                   ws-date-vacances DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING gr-i FROM 1 BY 1 UNTIL gr-i > gr-nombre
               PERFORM LISTER-PRETS-GROUPE
           END-PERFORM
           MOVE SPACES TO ligne-rapport
           STRING "Groupes avec prets en cours " DELIMITED BY SIZE
                   ws-nb-groupes-dus DELIMITED BY SIZE
                   "  Prets a rendre " DELIMITED BY SIZE
                   ws-nb-prets-dus DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_prets_groupes
           DISPLAY "Rapport ecrit dans rapport_prets_groupes"
           STOP RUN.

       CHARGER-LES-GROUPES.
           MOVE 'N' TO fin_membres
           OPEN INPUT membres
           IF ws-file-status-membres = '00' THEN
               PERFORM UNTIL fin_membres = 'Y'
                   READ membres
                       AT END
                           MOVE 'Y' TO fin_membres
                       NOT AT END
                           IF mem-groupe
                                   AND mem-fin-terme
                                       <= ws-date-vacances
                                   AND gr-nombre < 200 THEN
                               ADD 1 TO gr-nombre
                               SET gr-i TO gr-nombre
                               MOVE mem-carte TO gr-carte(gr-i)
                               MOVE mem-ecole TO gr-ecole(gr-i)
                               MOVE mem-classe TO gr-classe(gr-i)
                               MOVE mem-responsable
                                   TO gr-responsable(gr-i)
                               MOVE mem-telephone
                                   TO gr-telephone(gr-i)
                               MOVE mem-fin-terme
                                   TO gr-fin-terme(gr-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE membres
           END-IF.

       LISTER-PRETS-GROUPE.
      *>    L'en-tete du groupe n'est ecrit qu'a son premier pret en
      *>    cours : une classe qui a tout rendu n'encombre pas la
      *>    liste.
           MOVE ZERO TO ws-prets-groupe
           MOVE 'N' TO fin_emprunts
           OPEN INPUT emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
               PERFORM UNTIL fin_emprunts = 'Y'
                   READ emprunts_livres
                       AT END
                           MOVE 'Y' TO fin_emprunts
                       NOT AT END
                           IF emp-en-cours
                                   AND emp-carte-membre = gr-carte(gr-i)
                                   THEN
                               IF ws-prets-groupe = ZERO THEN
                                   PERFORM ECRIRE-EN-TETE-GROUPE
                               END-IF
                               ADD 1 TO ws-prets-groupe
                               ADD 1 TO ws-nb-prets-dus
                               MOVE SPACES TO ligne-rapport
                               STRING "    " DELIMITED BY SIZE
                                       emp-titre DELIMITED BY SIZE
                                       " ex. " DELIMITED BY SIZE
                                       emp-identifiant-copie
                                           DELIMITED BY SIZE
                                       "  retour prevu "
                                           DELIMITED BY SIZE
                                       emp-date-retour-prevue
                                           DELIMITED BY SIZE
                                   INTO ligne-rapport
                               WRITE ligne-rapport
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           END-IF
           IF ws-prets-groupe > ZERO THEN
               ADD 1 TO ws-nb-groupes-dus
               MOVE SPACES TO ligne-rapport
               STRING "    Total du groupe : " DELIMITED BY SIZE
                       ws-prets-groupe DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-IF.

       ECRIRE-EN-TETE-GROUPE.
           MOVE SPACES TO ligne-rapport
           STRING "Groupe " DELIMITED BY SIZE
                   gr-carte(gr-i) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   gr-ecole(gr-i) DELIMITED BY SIZE
                   " classe " DELIMITED BY SIZE
                   gr-classe(gr-i) DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "  Responsable " DELIMITED BY SIZE
                   gr-responsable(gr-i) DELIMITED BY SIZE
                   " tel " DELIMITED BY SIZE
                   gr-telephone(gr-i) DELIMITED BY SIZE
                   " fin de terme " DELIMITED BY SIZE
                   gr-fin-terme(gr-i) DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.
       END PROGRAM rapport_prets_groupes.

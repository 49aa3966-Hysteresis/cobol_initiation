           SELECT historique_archive ASSIGN TO ws-nom-archive
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-archive.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-soldes.
           SELECT releve ASSIGN TO 'releve_mensuel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
                         ==hist-operateur== BY ==arch-operateur==
                         ==hist-agence== BY ==arch-agence==
                         ==hist-date-saisie== BY ==arch-date-saisie==.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD releve.
       01  ligne-releve PIC X(80).
       FD comptes.
       01  ws-file-status-clients PIC XX.
       01  ws-adresse-trouvee PIC X VALUE 'N'.
       01  ws-file-status-archive PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  ws-nom-archive PIC X(30).
       01  fin_archive PIC X VALUE 'N'.
       01  ws-premiere-date-vivante PIC 9(8) VALUE 99999999.
       01  ws-date-debut PIC 9(8).
       01  ws-date-fin PIC 9(8).
       01  fin_historique PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  ws-total-depots PIC 9(7)V99 VALUE ZERO.
       01  ws-total-retraits PIC 9(7)V99 VALUE ZERO.
       01  ws-total-virements PIC 9(7)V99 VALUE ZERO.
       01  ws-total-corrections PIC 9(7)V99 VALUE ZERO.
       01  ws-total-prets PIC 9(7)V99 VALUE ZERO.
       01  ws-total-echeances PIC 9(7)V99 VALUE ZERO.
       01  ws-solde-debut PIC S9(7)V99 VALUE ZERO.
       01  ws-dernier-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       77  tiret_menu PIC X(20) VALUE "-------------- ".
           MOVE tiret_menu TO ligne-releve
           WRITE ligne-releve

           PERFORM LIRE-SOLDES-ARRETES
           MOVE SPACES TO ligne-releve
           STRING "Solde en debut de periode : " DELIMITED BY SIZE
                   ws-solde-debut DELIMITED BY SIZE
               INTO ligne-releve
           WRITE ligne-releve
           PERFORM LISTER-TRANSACTIONS-ARCHIVES
           PERFORM LISTER-TRANSACTIONS
           PERFORM ECRIRE-RECAPITULATIF

           CLOSE releve
               END-EVALUATE
           END-IF.

       LIRE-SOLDES-ARRETES.
      *>    Les soldes d'ouverture et de cloture du releve sont les
      *>    soldes arretes du compte dans soldes_fin_journee : le
      *>    dernier arrete avant le debut de la periode, et le
      *>    dernier arrete a la date de fin ou avant.
           MOVE ZERO TO ws-solde-debut
           MOVE ZERO TO ws-dernier-solde
           MOVE ws-compte-recherche TO sfj-compte
           MOVE ZERO TO sfj-date
           MOVE 'N' TO fin_soldes
           OPEN INPUT soldes_fin_journee
           IF ws-file-status-soldes NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           START soldes_fin_journee KEY IS NOT LESS THAN sfj-cle
               INVALID KEY
                   MOVE 'Y' TO fin_soldes
           END-START
           PERFORM UNTIL fin_soldes = 'Y'
               READ soldes_fin_journee NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_soldes
                   NOT AT END
                       IF sfj-compte NOT = ws-compte-recherche
                               OR sfj-date > ws-date-fin THEN
                           MOVE 'Y' TO fin_soldes
                       ELSE
                           IF sfj-date < ws-date-debut THEN
                               MOVE sfj-solde-comptable
                                   TO ws-solde-debut
                           END-IF
                           MOVE sfj-solde-comptable
                               TO ws-dernier-solde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE soldes_fin_journee.

       ECRIRE-RECAPITULATIF.
           MOVE tiret_menu TO ligne-releve

           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-soldes.
           SELECT parametre_exces ASSIGN TO 'parametre_exces'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD parametre_exces.
      *>    Fichier parametre d'une seule ligne : le nombre de jours
      *>    consecutifs en depassement au-dela duquel la poursuite

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-viser PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  fin_viser PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-seuil-jours PIC 9(3) VALUE 5.
       01  ws-limite-compte PIC S9(9)V99 VALUE ZERO.
       01  ws-compte-en-cours PIC 9(6).
       01  ws-decouvert-compte PIC 9(7)V99 VALUE ZERO.
      *>    Soldes arretes des soirs precedents du compte, lus dans
      *>    soldes_fin_journee, chacun avec la limite autorisee ce
      *>    soir-la.
       01  table-journees.
           05  tj-entry OCCURS 100 TIMES.
               10  tj-date            PIC 9(8).
               10  tj-solde-fin       PIC S9(7)V99.
               10  tj-limite          PIC S9(9)V99.
       01  tj-nombre PIC 9(3) VALUE ZERO.
       01  tj-i PIC 9(3).
       01  ws-jours-en-exces PIC 9(3) VALUE ZERO.
      *>    Surveillance quotidienne des depassements de decouvert :
      *>    tout compte dont le solde est au-dela de son decouvert
      *>    autorise est liste avec le nombre de journees d'activite
      *>    consecutives passees en depassement (soldes arretes des
      *>    soirs precedents dans soldes_fin_journee) et son
      *>    point le plus bas sur la serie. Au-dela du seuil de jours
      *>    parametre, la ligne part aussi dans exces_a_viser : la
      *>    poursuite doit etre visee par un superviseur
           END-IF.

       RECONSTITUER-JOURNEES.
      *>    Parcourt les arretes du compte anterieurs a la journee en
      *>    cours (la chaine arrete les soldes apres cette etape). La
      *>    table glisse quand elle est pleine, seules les journees
      *>    les plus recentes comptent.
           MOVE ZERO TO tj-nombre
           MOVE ws-compte-en-cours TO sfj-compte
           MOVE ZERO TO sfj-date
           OPEN INPUT soldes_fin_journee
           IF ws-file-status-soldes = '00' THEN
               START soldes_fin_journee KEY IS NOT LESS THAN sfj-cle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LIRE-ARRETES-COMPTE
               END-START
               CLOSE soldes_fin_journee
           END-IF.

       LIRE-ARRETES-COMPTE.
           MOVE 'N' TO fin_soldes
           PERFORM UNTIL fin_soldes = 'Y'
               READ soldes_fin_journee NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_soldes
                   NOT AT END
                       IF sfj-compte NOT = ws-compte-en-cours
                               OR sfj-date >= ws-date-du-jour THEN
                           MOVE 'Y' TO fin_soldes
                       ELSE
                           PERFORM RETENIR-SOLDE-JOURNEE
                       END-IF
           END-PERFORM.

       RETENIR-SOLDE-JOURNEE.
           IF tj-nombre = 100 THEN
               PERFORM VARYING tj-i FROM 1 BY 1
                       UNTIL tj-i > 99
                   MOVE tj-entry(tj-i + 1) TO tj-entry(tj-i)
               END-PERFORM
               SUBTRACT 1 FROM tj-nombre
           END-IF
           ADD 1 TO tj-nombre
           MOVE sfj-date TO tj-date(tj-nombre)
           MOVE sfj-solde-comptable TO tj-solde-fin(tj-nombre)
           COMPUTE tj-limite(tj-nombre) =
                   ZERO - sfj-decouvert-autorise.

       COMPTER-JOURS-EN-EXCES.
      *>    La journee en cours compte pour une ; on remonte ensuite
      *>    les soirs precedents depuis le plus recent, la serie
      *>    s'arretant au premier soir repasse dans la limite
      *>    autorisee ce soir-la.
           MOVE 1 TO ws-jours-en-exces
           MOVE compte-solde TO ws-point-bas
           PERFORM VARYING tj-i FROM tj-nombre BY -1
                   UNTIL tj-i < 1
                      OR tj-solde-fin(tj-i) >= tj-limite(tj-i)
               ADD 1 TO ws-jours-en-exces
               IF tj-solde-fin(tj-i) < ws-point-bas THEN
                   MOVE tj-solde-fin(tj-i) TO ws-point-bas
               END-IF
           END-PERFORM.

       DEPOSER-A-VISER.
      *>    Une seule ligne a viser par compte : un depassement deja

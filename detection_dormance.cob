           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-soldes.
           SELECT dernier_arrete_soldes ASSIGN TO
               'dernier_arrete_soldes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-arrete.
           SELECT parametre_dormance ASSIGN TO 'parametre_dormance'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD dernier_arrete_soldes.
       01  dernier-arrete-record.
           05  da-date PIC 9(8).
       FD parametre_dormance.
      *>    Fichier parametre d'une seule ligne : le nombre de mois
      *>    sans mouvement client au-dela duquel un compte est

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  ws-file-status-arrete PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  ws-date-dernier-arrete PIC 9(8) VALUE ZERO.
       01  ws-arrete-trouve PIC X VALUE 'N'.
       01  ws-nombre-sans-arrete PIC 9(5) VALUE ZERO.
       01  ws-mois-dormance PIC 9(3) VALUE 24.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-limite PIC 9(8).
      *>    l'initiative du client (depot, retrait, virement) depuis
      *>    la periode parametree, les marque dormants dans le fichier
      *>    maitre et les liste dans le rapport de dormance. La
      *>    derniere activite est celle que porte le dernier arrete
      *>    du compte dans soldes_fin_journee, sans relire les
      *>    mouvements.
           DISPLAY "Detection des comptes dormants"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM LIRE-PARAMETRE-DORMANCE
           PERFORM CALCULER-DATE-LIMITE
           PERFORM LIRE-DERNIER-ARRETE
           DISPLAY "Dormant si aucun mouvement client depuis le ",
                       ws-date-limite


           CLOSE rapport_dormance
           DISPLAY "Comptes passes dormants : ", ws-nombre-dormants
           IF ws-nombre-sans-arrete > ZERO THEN
               DISPLAY "/!\ Comptes sans solde arrete, non examines : ",
                           ws-nombre-sans-arrete
           END-IF
           GOBACK.

       LIRE-PARAMETRE-DORMANCE.

       EXAMINER-UN-COMPTE.
      *>    Un compte ouvert apres la date limite ne peut pas etre
      *>    dormant, inutile de consulter ses arretes. Un compte sans
      *>    aucun arrete n'est jamais declare dormant a l'aveugle.
           IF compte-date-ouverture >= ws-date-limite THEN
               CONTINUE
           ELSE
               MOVE compte-numero TO ws-compte-en-cours
               PERFORM RECHERCHER-DERNIERE-ACTIVITE
               IF ws-arrete-trouve = 'N' THEN
                   ADD 1 TO ws-nombre-sans-arrete
               END-IF
               IF ws-arrete-trouve = 'O'
                       AND ws-derniere-activite < ws-date-limite THEN
                   MOVE compte-solde TO ws-image-solde
                   MOVE compte-statut TO ws-image-ancien-statut
                   SET compte-dormant TO TRUE
               END-IF
           END-IF.

       LIRE-DERNIER-ARRETE.
           MOVE ZERO TO ws-date-dernier-arrete
           OPEN INPUT dernier_arrete_soldes
           IF ws-file-status-arrete = '00' THEN
               READ dernier_arrete_soldes
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE da-date TO ws-date-dernier-arrete
               END-READ
               CLOSE dernier_arrete_soldes
           END-IF.

       RECHERCHER-DERNIERE-ACTIVITE.
      *>    L'arrete ne retient que les mouvements a l'initiative du
      *>    client : les interets ou frais passes par les batchs ne
      *>    reveillent pas un compte. Lecture directe de l'arrete du
      *>    dernier soir, sinon le plus recent des arretes du compte.
           MOVE ZERO TO ws-derniere-activite
           MOVE 'N' TO ws-arrete-trouve
           OPEN INPUT soldes_fin_journee
           IF ws-file-status-soldes NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-compte-en-cours TO sfj-compte
           MOVE ws-date-dernier-arrete TO sfj-date
           READ soldes_fin_journee KEY IS sfj-cle
               INVALID KEY
                   PERFORM PARCOURIR-ARRETES-COMPTE
               NOT INVALID KEY
                   MOVE 'O' TO ws-arrete-trouve
                   MOVE sfj-derniere-activite TO ws-derniere-activite
           END-READ
           CLOSE soldes_fin_journee.

       PARCOURIR-ARRETES-COMPTE.
           MOVE ws-compte-en-cours TO sfj-compte
           MOVE ZERO TO sfj-date
           MOVE 'N' TO fin_soldes
           START soldes_fin_journee KEY IS NOT LESS THAN sfj-cle
               INVALID KEY
                   MOVE 'Y' TO fin_soldes
           END-START
           PERFORM UNTIL fin_soldes = 'Y'
               READ soldes_fin_journee NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_soldes
                   NOT AT END
                       IF sfj-compte NOT = ws-compte-en-cours THEN
                           MOVE 'Y' TO fin_soldes
                       ELSE
                           MOVE 'O' TO ws-arrete-trouve
                           IF sfj-derniere-activite
                                   > ws-derniere-activite THEN
                               MOVE sfj-derniere-activite
                                   TO ws-derniere-activite
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ECRIRE-LIGNE-DORMANCE.
           MOVE SPACES TO ligne-rapport

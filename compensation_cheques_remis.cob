       IDENTIFICATION DIVISION.
       PROGRAM-ID. compensation_cheques_remis.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT cheques_remis ASSIGN TO 'cheques_remis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-remis.
           SELECT impayes_recus ASSIGN TO 'impayes_cheques_remis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-impayes.
           SELECT impayes_traites ASSIGN TO 'impayes_cheques_traites'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-traites.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT blocages_fonds ASSIGN TO 'blocages_fonds'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-blocages.
           SELECT fichier_compensation ASSIGN TO ws-nom-compensation
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compensation.
           SELECT rapport_compensation ASSIGN TO
               'rapport_compensation_cheques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD cheques_remis.
           COPY cpchqremis.
       FD impayes_recus.
      *>    Fichier remis par les banques tirees : une ligne par
      *>    cheque que nous leur avions presente et qu'elles rejettent
      *>    (provision insuffisante, opposition, signature...),
      *>    identifie par la banque, le numero et le montant.
       01  ligne-impaye.
           05  imp-banque-tiree    PIC X(8).
           05  imp-numero-cheque   PIC 9(7).
           05  imp-montant         PIC 9(7)V99.
           05  imp-motif           PIC X(20).
       FD impayes_traites.
      *>    Impayes deja traites, avec leur date de traitement : le
      *>    fichier recu est vide une fois lu, pour qu'un impaye ne
      *>    revienne pas au passage suivant.
       01  ligne-impaye-traite.
           05  it-date-traitement  PIC 9(8).
           05  it-impaye           PIC X(44).
       FD comptes.
           COPY cpcompte.
       FD blocages_fonds.
           COPY cpblocage.
       FD fichier_compensation.
       01  ligne-compensation PIC X(100).
       FD rapport_compensation.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-remis PIC XX.
       01  ws-file-status-impayes PIC XX.
       01  ws-file-status-traites PIC XX.
       01  ws-file-status-blocages PIC XX.
       01  ws-file-status-compensation PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_remis PIC X VALUE 'N'.
       01  fin_impayes PIC X VALUE 'N'.
       01  fin_blocages PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-nom-compensation PIC X(40).
       01  code-banque-emettrice PIC X(8) VALUE "BQLOCALE".
       01  banques-tirees.
           05  bt-entry OCCURS 50 TIMES INDEXED BY bt-i.
               10  bt-banque PIC X(8).
       01  bt-nombre PIC 9(2) VALUE ZERO.
       01  bt-trouvee PIC X.
       01  ws-banque-en-cours PIC X(8).
       01  ws-cheque-trouve PIC X.
       01  ws-motif-remise PIC X(21).
       01  ws-reste-a-lever PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-impaye PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-fichier PIC 9(5) VALUE ZERO.
       01  ws-total-fichier PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-envoyes PIC 9(5) VALUE ZERO.
       01  ws-total-envoye PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-impayes PIC 9(5) VALUE ZERO.
       01  ws-total-impaye PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-inconnus PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Compensation de nuit des cheques remis au guichet et tires
      *>    sur d'autres banques, en deux temps :
      *>     - les impayes renvoyes par les banques tirees sont traites
      *>       d'abord : le credit du cheque est contre-passe sur le
      *>       compte du remettant (meme s'il passe a decouvert), le
      *>       blocage de sa remise est diminue d'autant, et le cheque
      *>       passe impaye pour que l'avis parte au client ; le
      *>       fichier recu est ensuite archive et vide ;
      *>     - les cheques remis dans la journee partent ensuite a
      *>       leur banque tiree, un fichier par banque (en-tete avec
      *>       notre code banque et la date, une ligne par cheque, pied
      *>       avec compte et total), comme les remises de virements.
      *>    Un cheque n'est marque envoye qu'une fois ecrit dans le
      *>    fichier de sa banque.
           DISPLAY "Compensation des cheques remis"
           CALL 'journal_batch' USING "compensation_cheques", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           OPEN OUTPUT rapport_compensation
           MOVE SPACES TO ligne-rapport
           STRING "COMPENSATION DES CHEQUES REMIS DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_impayes
           OPEN INPUT impayes_recus
           IF ws-file-status-impayes = '00' THEN
               OPEN EXTEND impayes_traites
               IF ws-file-status-traites = '35' THEN
                   OPEN OUTPUT impayes_traites
               END-IF
               PERFORM UNTIL fin_impayes = 'Y'
                   READ impayes_recus
                       AT END
                           MOVE 'Y' TO fin_impayes
                       NOT AT END
                           PERFORM TRAITER-UN-IMPAYE
                           MOVE ws-date-du-jour TO it-date-traitement
                           MOVE ligne-impaye TO it-impaye
                           WRITE ligne-impaye-traite
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE impayes_traites
               CLOSE impayes_recus
               OPEN OUTPUT impayes_recus
               CLOSE impayes_recus
           ELSE
               DISPLAY "Aucun impaye recu"
           END-IF

           PERFORM RECENSER-BANQUES-TIREES
           IF bt-nombre = ZERO THEN
               DISPLAY "Aucun cheque remis a envoyer"
           ELSE
               PERFORM VARYING bt-i FROM 1 BY 1
                       UNTIL bt-i > bt-nombre
                   MOVE bt-banque(bt-i) TO ws-banque-en-cours
                   PERFORM PRODUIRE-FICHIER-BANQUE
               END-PERFORM
           END-IF

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE rapport_compensation
           DISPLAY "Cheques envoyes : ", ws-nombre-envoyes,
                       "  impayes : ", ws-nombre-impayes,
                       "  impayes inconnus : ", ws-nombre-inconnus
           COMPUTE ws-compteur-journal =
                   ws-nombre-envoyes + ws-nombre-impayes
           CALL 'journal_batch' USING "compensation_cheques", 'F',
               ws-compteur-journal
           GOBACK.

       TRAITER-UN-IMPAYE.
           MOVE 'N' TO ws-cheque-trouve
           MOVE 'N' TO fin_remis
           OPEN I-O cheques_remis
           IF ws-file-status-remis = '00' THEN
               PERFORM UNTIL fin_remis = 'Y'
                   READ cheques_remis
                       AT END
                           MOVE 'Y' TO fin_remis
                       NOT AT END
                           IF (rc-envoye OR rc-remis)
                                   AND rc-banque-tiree
                                       = imp-banque-tiree
                                   AND rc-numero-cheque
                                       = imp-numero-cheque
                                   AND rc-montant = imp-montant THEN
                               MOVE 'O' TO ws-cheque-trouve
                               MOVE 'Y' TO fin_remis
                               PERFORM CONTREPASSER-CHEQUE
                               SET rc-impaye TO TRUE
                               MOVE ws-date-du-jour TO rc-date-impaye
                               MOVE imp-motif TO rc-motif-impaye
                               REWRITE cheque-remis
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_remis
           END-IF
           IF ws-cheque-trouve = 'N' THEN
               ADD 1 TO ws-nombre-inconnus
               MOVE SPACES TO ligne-rapport
               STRING "IMPAYE INCONNU banque " DELIMITED BY SIZE
                       imp-banque-tiree DELIMITED BY SIZE
                       " cheque " DELIMITED BY SIZE
                       imp-numero-cheque DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       imp-montant DELIMITED BY SIZE
                       " € " DELIMITED BY SIZE
                       imp-motif DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               END-WRITE
           END-IF.

       CONTREPASSER-CHEQUE.
           MOVE rc-compte TO compte-numero
           OPEN I-O comptes
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", rc-compte, " introuvable",
                               " pour le cheque ", rc-numero-cheque
                   CLOSE comptes
                   EXIT PARAGRAPH
           END-READ
           MOVE compte-solde TO ws-image-ancien-solde
           COMPUTE compte-solde = compte-solde - rc-montant
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "compens chq ",
               "COMPCHQ ", compte-numero,
               ws-image-ancien-solde, ws-image-nouveau-solde,
               compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-apres
           CLOSE comptes
           MOVE rc-montant TO ws-montant-mouvement
           MOVE SPACES TO ws-memo-impaye
           STRING "IMPAYE " DELIMITED BY SIZE
                   rc-banque-tiree DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   rc-numero-cheque DELIMITED BY SIZE
               INTO ws-memo-impaye
           CALL 'transaction' USING "Q", rc-compte,
               ws-montant-mouvement, ws-solde-apres,
               ws-memo-impaye, "Cheque remis impaye", "COMPCHQ "
           PERFORM REDUIRE-BLOCAGE-REMISE
           ADD 1 TO ws-nombre-impayes
           ADD rc-montant TO ws-total-impaye
           MOVE SPACES TO ligne-rapport
           STRING "IMPAYE remise " DELIMITED BY SIZE
                   rc-numero-remise DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   rc-compte DELIMITED BY SIZE
                   " banque " DELIMITED BY SIZE
                   rc-banque-tiree DELIMITED BY SIZE
                   " cheque " DELIMITED BY SIZE
                   rc-numero-cheque DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rc-montant DELIMITED BY SIZE
                   " € " DELIMITED BY SIZE
                   imp-motif DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       REDUIRE-BLOCAGE-REMISE.
      *>    Le blocage couvre toute la remise : il ne retient plus que
      *>    les cheques encore en cours, et tombe quand il ne reste
      *>    rien. S'il a deja expire, le credit etait devenu
      *>    disponible et la contre-passation suffit.
           MOVE SPACES TO ws-motif-remise
           STRING "REMISE CHEQUES " DELIMITED BY SIZE
                   rc-numero-remise DELIMITED BY SIZE
               INTO ws-motif-remise
           MOVE rc-montant TO ws-reste-a-lever
           MOVE 'N' TO fin_blocages
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-actif AND blo-compte = rc-compte
                                   AND blo-motif(1:21)
                                       = ws-motif-remise THEN
                               MOVE 'Y' TO fin_blocages
                               IF blo-montant > ws-reste-a-lever THEN
                                   SUBTRACT ws-reste-a-lever
                                       FROM blo-montant
                               ELSE
                                   SET blo-leve TO TRUE
                               END-IF
                               REWRITE blocage-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF.

       RECENSER-BANQUES-TIREES.
           MOVE 'N' TO fin_remis
           OPEN INPUT cheques_remis
           IF ws-file-status-remis = '00' THEN
               PERFORM UNTIL fin_remis = 'Y'
                   READ cheques_remis
                       AT END
                           MOVE 'Y' TO fin_remis
                       NOT AT END
                           IF rc-remis THEN
                               PERFORM RETENIR-BANQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_remis
           END-IF.

       RETENIR-BANQUE.
           MOVE 'N' TO bt-trouvee
           PERFORM VARYING bt-i FROM 1 BY 1 UNTIL bt-i > bt-nombre
               IF bt-banque(bt-i) = rc-banque-tiree THEN
                   MOVE 'O' TO bt-trouvee
               END-IF
           END-PERFORM
           IF bt-trouvee = 'N' AND bt-nombre < 50 THEN
               ADD 1 TO bt-nombre
               MOVE rc-banque-tiree TO bt-banque(bt-nombre)
           END-IF.

       PRODUIRE-FICHIER-BANQUE.
           MOVE SPACES TO ws-nom-compensation
           STRING "compensation_" DELIMITED BY SIZE
                   ws-banque-en-cours DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ws-nom-compensation
           MOVE ZERO TO ws-nombre-fichier
           MOVE ZERO TO ws-total-fichier
           OPEN OUTPUT fichier_compensation
           MOVE SPACES TO ligne-compensation
           STRING "ENTETE " DELIMITED BY SIZE
                   code-banque-emettrice DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-banque-en-cours DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-compensation
           WRITE ligne-compensation

           MOVE 'N' TO fin_remis
           OPEN I-O cheques_remis
           IF ws-file-status-remis = '00' THEN
               PERFORM UNTIL fin_remis = 'Y'
                   READ cheques_remis
                       AT END
                           MOVE 'Y' TO fin_remis
                       NOT AT END
                           IF rc-remis AND rc-banque-tiree =
                                   ws-banque-en-cours THEN
                               PERFORM ENVOYER-UN-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_remis
           END-IF

           MOVE SPACES TO ligne-compensation
           STRING "PIED " DELIMITED BY SIZE
                   ws-nombre-fichier DELIMITED BY SIZE
                   " CHEQUE(S) TOTAL " DELIMITED BY SIZE
                   ws-total-fichier DELIMITED BY SIZE
               INTO ligne-compensation
           WRITE ligne-compensation
           CLOSE fichier_compensation
           MOVE SPACES TO ligne-rapport
           STRING "ENVOI " DELIMITED BY SIZE
                   ws-nom-compensation DELIMITED BY SPACE
                   " : " DELIMITED BY SIZE
                   ws-nombre-fichier DELIMITED BY SIZE
                   " cheque(s) pour " DELIMITED BY SIZE
                   ws-total-fichier DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           DISPLAY "Fichier de compensation ecrit : ",
                       ws-nom-compensation.

       ENVOYER-UN-CHEQUE.
           MOVE SPACES TO ligne-compensation
           STRING "DETAIL " DELIMITED BY SIZE
                   rc-numero-cheque DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rc-montant DELIMITED BY SIZE
                   " REMISE " DELIMITED BY SIZE
                   rc-numero-remise DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   rc-rang DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   rc-date-remise DELIMITED BY SIZE
               INTO ligne-compensation
           WRITE ligne-compensation
           ADD 1 TO ws-nombre-fichier
           ADD rc-montant TO ws-total-fichier
           SET rc-envoye TO TRUE
           MOVE ws-date-du-jour TO rc-date-envoi
           REWRITE cheque-remis
           ADD 1 TO ws-nombre-envoyes
           ADD rc-montant TO ws-total-envoye.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "Cheques envoyes : " DELIMITED BY SIZE
                   ws-nombre-envoyes DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-envoye DELIMITED BY SIZE
                   " € - impayes : " DELIMITED BY SIZE
                   ws-nombre-impayes DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-impaye DELIMITED BY SIZE
                   " € - inconnus : " DELIMITED BY SIZE
                   ws-nombre-inconnus DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM compensation_cheques_remis.

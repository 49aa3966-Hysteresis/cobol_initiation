               'rejets_prelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rejets.
           SELECT prelevements_postes ASSIGN TO
               'prelevements_postes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-postes.
           SELECT rapport_prelevements ASSIGN TO
               'rapport_prelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           05  rj-reference        PIC X(30).
           05  rj-code-motif       PIC X(3).
           05  rj-date-rejet       PIC 9(8).
       FD prelevements_postes.
      *>    Pendant du fichier des rejets pour les tirages postes :
      *>    un creancier de la maison (la boutique) y retrouve par
      *>    sa reference le prelevement effectivement debite.
       01  ligne-poste.
           05  pp-compte           PIC 9(6).
           05  pp-creancier        PIC X(13).
           05  pp-montant          PIC 9(7)V99.
           05  pp-reference        PIC X(30).
           05  pp-date-debit       PIC 9(8).
       FD rapport_prelevements.
       01  ligne-rapport PIC X(100).

       01  ws-file-status-mandats PIC XX.
       01  ws-file-status-rejets PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  ws-file-status-postes PIC XX.
       01  fin_recus PIC X VALUE 'N'.
       01  fin_mandats PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-mandat-actif PIC X VALUE 'N'.
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-prelevement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-debite PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-postes PIC 9(5) VALUE ZERO.
       01  ws-total-postes PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-rejets PIC 9(5) VALUE ZERO.
      *>    suffisante (decouvert autorise compris, blocages deduits
      *>    par calculer_blocages). Tout le reste part au fichier des
      *>    rejets avec son code motif, rendu tel quel a la banque
      *>    presentatrice ; les tirages postes sont notes au fichier
      *>    prelevements_postes, et le rapport du matin recapitule
      *>    les deux lots.
           DISPLAY "Traitement des prelevements entrants"
           CALL 'journal_batch' USING "prelevements_entrant", 'D',
               ws-compteur-journal
           IF ws-code-motif = SPACES THEN
               ADD 1 TO ws-nombre-postes
               ADD pe-montant TO ws-total-postes
               PERFORM ECRIRE-POSTE
           ELSE
               PERFORM ECRIRE-REJET
           END-IF.
           WRITE ligne-rapport
           END-WRITE.

       ECRIRE-POSTE.
           OPEN EXTEND prelevements_postes
           IF ws-file-status-postes = '35' THEN
               OPEN OUTPUT prelevements_postes
           END-IF
           MOVE pe-compte TO pp-compte
           MOVE pe-creancier TO pp-creancier
           MOVE pe-montant TO pp-montant
           MOVE pe-reference TO pp-reference
           MOVE ws-date-du-jour TO pp-date-debit
           WRITE ligne-poste
           END-WRITE
           CLOSE prelevements_postes.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "Postes : " DELIMITED BY SIZE

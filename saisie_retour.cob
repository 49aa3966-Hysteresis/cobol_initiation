           SELECT ventes_jour ASSIGN TO 'ventes_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ventes.
           SELECT reglements_tickets ASSIGN TO 'reglements_tickets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.

       DATA DIVISION.
       FILE SECTION.
       FD ventes_jour.
           COPY cpvente.
       FD reglements_tickets.
           COPY cpregltticket.

       WORKING-STORAGE SECTION.
       01  ws-file-status-ventes PIC XX.
       01  ws-ligne-trouvee PIC X VALUE 'N'.
       01  ws-quantite-negative PIC S9(3) VALUE ZERO.
       01  ws-reponse-suite PIC X.
       01  ws-file-status-reglements PIC XX.
       01  ws-lignes-retour PIC 9(3) VALUE ZERO.
       01  ws-mode-remboursement PIC X.
       01  ws-montant-rembourse PIC 9(6)V99 VALUE ZERO.
       01  ws-caisse-saisie PIC 9(2).
       01  ws-caissier-saisi PIC X(8).

       PROCEDURE DIVISION.
      *>    Saisie d'un retour a la caisse : la ligne de retour
      *>    journalise. Un retour qui depasse la quantite vendue sur
      *>    le ticket est refuse.
           DISPLAY "Saisie d'un retour a la caisse"
           DISPLAY "Numero de la caisse :"
           ACCEPT ws-caisse-saisie
           DISPLAY "Caissier :"
           ACCEPT ws-caissier-saisi
           DISPLAY "Numero du ticket d'origine :"
           ACCEPT ws-ticket-saisi
           MOVE 'O' TO ws-reponse-suite
               DISPLAY "Autre article du meme ticket ? (O/N)"
               ACCEPT ws-reponse-suite
           END-PERFORM
           IF ws-lignes-retour > ZERO THEN
               PERFORM SAISIR-REMBOURSEMENT
           END-IF
           STOP RUN.

       SAISIR-REMBOURSEMENT.
      *>    Le remboursement rendu au client part en negatif dans
      *>    les reglements du ticket, dans le moyen rendu, pour que
      *>    la cloture de caisse retrouve les especes du tiroir et le
      *>    lot du terminal carte.
           MOVE SPACE TO ws-mode-remboursement
           PERFORM UNTIL ws-mode-remboursement = 'E'
                   OR ws-mode-remboursement = 'C'
                   OR ws-mode-remboursement = 'Q'
               DISPLAY "Remboursement en especes (E), sur la carte",
                           " (C) ou par cheque (Q) :"
               ACCEPT ws-mode-remboursement
           END-PERFORM
           DISPLAY "Montant rembourse :"
           ACCEPT ws-montant-rembourse
           OPEN EXTEND reglements_tickets
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_tickets
           END-IF
           MOVE ws-ticket-saisi TO rt-numero-ticket
           MOVE ws-mode-remboursement TO rt-mode
           COMPUTE rt-montant = ZERO - ws-montant-rembourse
           MOVE SPACES TO rt-reference
           MOVE ws-caisse-saisie TO rt-caisse
           MOVE ws-caissier-saisi TO rt-caissier
           WRITE reglement-ticket-record
           END-WRITE
           CLOSE reglements_tickets
           DISPLAY "--> Remboursement de ", ws-montant-rembourse,
               " € enregistre sur le ticket ", ws-ticket-saisi.

       SAISIR-UNE-LIGNE-RETOUR.
           DISPLAY "Code du produit rendu :"
           ACCEPT ws-produit-saisi
           MOVE ws-quantite-negative TO vte-quantite
           MOVE ws-prix-origine TO vte-prix-unitaire
           MOVE ws-client-origine TO vte-client
           MOVE ws-caisse-saisie TO vte-caisse
           MOVE ws-caissier-saisi TO vte-caissier
           MOVE FUNCTION CURRENT-DATE(9:4) TO vte-heure
           WRITE vente-jour-record
           END-WRITE
           CLOSE ventes_jour
           ADD 1 TO ws-lignes-retour
           DISPLAY "--> Retour de ", ws-quantite-saisie, " x ",
               ws-produit-saisi, " enregistre sur le ticket ",
               ws-ticket-saisi.

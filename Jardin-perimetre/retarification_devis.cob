           SELECT parametres_devis ASSIGN TO 'parametres_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametres.
           SELECT evenements_devis ASSIGN TO 'evenements_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-evenements.
           SELECT lettres_reoffre ASSIGN TO 'lettres_reoffre'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-lettres.
           05  pde-taux-tva        PIC 9(2)V99.
           05  FILLER              PIC X(1).
           05  pde-validite-jours  PIC 9(3).
       FD evenements_devis.
           COPY cpevenementdevis.
       FD lettres_reoffre.
       01  ligne-lettre PIC X(80).

       01  ws-file-status-lignes PIC XX.
       01  ws-file-status-parametres PIC XX.
       01  ws-file-status-lettres PIC XX.
       01  ws-file-status-evenements PIC XX.
       01  fin_travaux PIC X VALUE 'N'.
       01  fin_revisions PIC X VALUE 'N'.
       01  fin_prix PIC X VALUE 'N'.
       01  ws-ancien-total PIC 9(9)V99 VALUE ZERO.
       01  ws-nouveau-total PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-retarifes PIC 9(3) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Retarification des devis perimes : tout devis encore au
      *>    repart pour une nouvelle periode de validite : plus de
      *>    vieux devis silencieusement deficitaires.
           DISPLAY "Retarification des devis perimes"
           CALL 'journal_batch' USING "retarification_devis", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-VALIDITE-DEVIS

           MOVE 'N' TO fin_travaux
               DISPLAY "Aucun devis enregistre"
           END-IF
           DISPLAY "Devis retarifes : ", ws-nombre-retarifes
           MOVE ws-nombre-retarifes TO ws-compteur-journal
           CALL 'journal_batch' USING "retarification_devis", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-VALIDITE-DEVIS.
           OPEN INPUT parametres_devis
           MOVE ws-date-du-jour TO trav-date
           REWRITE ligne-travaux
           ADD 1 TO ws-nombre-retarifes
           PERFORM ECRIRE-EVENEMENT-REOFFRE
           PERFORM ECRIRE-LETTRE-REOFFRE.

       ECRIRE-EVENEMENT-REOFFRE.
      *>    La re-offre reste a l'historique des devis : la date du
      *>    devis reestampee ici ne dit plus quand il a ete emis.
           OPEN EXTEND evenements_devis
           IF ws-file-status-evenements = '35' THEN
               OPEN OUTPUT evenements_devis
           END-IF
           MOVE trav-numero-devis TO ed-numero-devis
           MOVE ws-date-du-jour TO ed-date
           SET ed-reoffert TO TRUE
           MOVE ws-nouveau-total TO ed-montant
           MOVE SPACES TO ed-motif-perte
           WRITE evenement-devis-record
           END-WRITE
           CLOSE evenements_devis.

       RETROUVER-PRIX-COURANT.
      *>    Prix de base du tarif, puis la revision datee en vigueur
      *>    aujourd'hui le remplace (meme regle que l'estimateur).

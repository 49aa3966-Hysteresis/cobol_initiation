       IDENTIFICATION DIVISION.
       PROGRAM-ID. reprise_soldes_jour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT historique_archive ASSIGN TO ws-nom-archive
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-archive.
           SELECT historique_index ASSIGN TO 'historique_index'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hi-cle
           FILE STATUS IS ws-file-status-index.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-soldes.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD historique_archive.
           COPY cphist.
       FD historique_index.
           COPY cphistidx.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-archive PIC XX.
       01  ws-file-status-index PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  fin_archive PIC X VALUE 'N'.
       01  fin_index PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  ws-nom-archive PIC X(30).
       01  ws-date-du-jour PIC 9(8).
       01  ws-mois-courant PIC 9(6) VALUE ZERO.
       01  ws-mois-fin PIC 9(6) VALUE ZERO.
       01  ws-mois-eclate.
           05  ws-mois-annee PIC 9(4).
           05  ws-mois-mois  PIC 9(2).
      *>    Mouvement en cours de reprise, quelle que soit sa source
      *>    (archive mensuelle ou index).
       01  ws-mv-compte PIC 9(6).
       01  ws-mv-date PIC 9(8).
       01  ws-mv-action PIC X(10).
       01  ws-mv-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-compte-precedent PIC 9(6) VALUE ZERO.
       01  ws-decouvert-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-activite-reportee PIC 9(8) VALUE ZERO.
       01  ws-a-reecrire PIC X VALUE 'N'.
       01  ws-comptes-ouvert PIC X VALUE 'N'.
       01  ws-nombre-mouvements PIC 9(7) VALUE ZERO.
       01  ws-nombre-crees PIC 9(7) VALUE ZERO.
       01  ws-nombre-completes PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Reprise, a passer une fois, des soldes de fin de journee
      *>    des periodes anterieures a l'arrete du soir : les archives
      *>    mensuelles demandees puis historique_index donnent, par
      *>    compte et par journee d'activite, le dernier solde-apres
      *>    de la journee. Un second passage reporte la date de
      *>    derniere activite client d'un arrete a l'autre et pose le
      *>    decouvert autorise du compte. Les arretes deja ecrits par
      *>    la chaine du soir ne sont jamais remplaces.
           DISPLAY "Reprise des soldes de fin de journee"
           CALL 'date_metier' USING ws-date-du-jour
           DISPLAY "Premier mois d'archives a reprendre (AAAAMM,",
                       " 0 si aucun) :"
           ACCEPT ws-mois-courant
           IF ws-mois-courant > ZERO THEN
               DISPLAY "Dernier mois d'archives a reprendre",
                           " (AAAAMM) :"
               ACCEPT ws-mois-fin
           END-IF

           OPEN I-O soldes_fin_journee
           IF ws-file-status-soldes = '35' THEN
               OPEN OUTPUT soldes_fin_journee
               CLOSE soldes_fin_journee
               OPEN I-O soldes_fin_journee
           END-IF

           PERFORM UNTIL ws-mois-courant = ZERO
                      OR ws-mois-courant > ws-mois-fin
               PERFORM REPRENDRE-UNE-ARCHIVE
               PERFORM AVANCER-MOIS-COURANT
           END-PERFORM
           PERFORM REPRENDRE-INDEX
           PERFORM COMPLETER-ARRETES

           CLOSE soldes_fin_journee
           DISPLAY "Mouvements relus : ", ws-nombre-mouvements
           DISPLAY "Arretes crees    : ", ws-nombre-crees
           DISPLAY "Arretes completes: ", ws-nombre-completes
           STOP RUN.

       REPRENDRE-UNE-ARCHIVE.
           MOVE SPACES TO ws-nom-archive
           STRING "historique_archive_" DELIMITED BY SIZE
                   ws-mois-courant DELIMITED BY SIZE
               INTO ws-nom-archive
           MOVE 'N' TO fin_archive
           OPEN INPUT historique_archive
           IF ws-file-status-archive NOT = '00' THEN
               DISPLAY "/!\ Archive ", ws-nom-archive, " absente"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_archive = 'Y'
               READ historique_archive
                   AT END
                       MOVE 'Y' TO fin_archive
                   NOT AT END
                       MOVE hist-compte TO ws-mv-compte
                       MOVE hist-date TO ws-mv-date
                       MOVE action_transaction TO ws-mv-action
                       MOVE hist-solde-apres TO ws-mv-solde-apres
                       PERFORM REPRENDRE-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE historique_archive.

       AVANCER-MOIS-COURANT.
           MOVE ws-mois-courant TO ws-mois-eclate
           ADD 1 TO ws-mois-mois
           IF ws-mois-mois > 12 THEN
               MOVE 1 TO ws-mois-mois
               ADD 1 TO ws-mois-annee
           END-IF
           MOVE ws-mois-eclate TO ws-mois-courant.

       REPRENDRE-INDEX.
      *>    L'index est lu dans l'ordre compte, date, sequence : le
      *>    dernier mouvement lu d'une journee donne bien son solde
      *>    du soir.
           MOVE 'N' TO fin_index
           OPEN INPUT historique_index
           IF ws-file-status-index NOT = '00' THEN
               DISPLAY "/!\ Fichier historique_index introuvable"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO hi-compte
           MOVE ZERO TO hi-date
           MOVE ZERO TO hi-sequence
           START historique_index KEY IS NOT LESS THAN hi-cle
               INVALID KEY
                   MOVE 'Y' TO fin_index
           END-START
           PERFORM UNTIL fin_index = 'Y'
               READ historique_index NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_index
                   NOT AT END
                       MOVE hi-compte TO ws-mv-compte
                       MOVE hi-date TO ws-mv-date
                       MOVE hi-action TO ws-mv-action
                       MOVE hi-solde-apres TO ws-mv-solde-apres
                       PERFORM REPRENDRE-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE historique_index.

       REPRENDRE-MOUVEMENT.
      *>    La journee en cours et les suivantes sont laissees a
      *>    l'arrete du soir.
           IF ws-mv-date >= ws-date-du-jour THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-nombre-mouvements
           MOVE ws-mv-compte TO sfj-compte
           MOVE ws-mv-date TO sfj-date
           READ soldes_fin_journee KEY IS sfj-cle
               INVALID KEY
                   PERFORM CREER-ARRETE-REPRIS
               NOT INVALID KEY
                   IF sfj-reprise THEN
                       PERFORM METTRE-A-JOUR-ARRETE-REPRIS
                   END-IF
           END-READ.

       CREER-ARRETE-REPRIS.
           MOVE ws-mv-compte TO sfj-compte
           MOVE ws-mv-date TO sfj-date
           MOVE ws-mv-solde-apres TO sfj-solde-comptable
           MOVE ws-mv-solde-apres TO sfj-solde-disponible
           MOVE ZERO TO sfj-decouvert-autorise
           MOVE ZERO TO sfj-derniere-activite
           IF ws-mv-action = "Depot :"
                   OR ws-mv-action = "Retrait :"
                   OR ws-mv-action = "Virement :" THEN
               MOVE ws-mv-date TO sfj-derniere-activite
           END-IF
           SET sfj-reprise TO TRUE
           WRITE solde-jour-record
               INVALID KEY
                   DISPLAY "/!\ Arrete en double pour le compte ",
                               ws-mv-compte, " au ", ws-mv-date
               NOT INVALID KEY
                   ADD 1 TO ws-nombre-crees
           END-WRITE.

       METTRE-A-JOUR-ARRETE-REPRIS.
           MOVE ws-mv-solde-apres TO sfj-solde-comptable
           MOVE ws-mv-solde-apres TO sfj-solde-disponible
           IF ws-mv-action = "Depot :"
                   OR ws-mv-action = "Retrait :"
                   OR ws-mv-action = "Virement :" THEN
               MOVE ws-mv-date TO sfj-derniere-activite
           END-IF
           REWRITE solde-jour-record
           END-REWRITE.

       COMPLETER-ARRETES.
      *>    Parcours de tout le fichier par compte puis par date : la
      *>    derniere activite client se reporte sur chaque arrete
      *>    suivant du compte, y compris sur les arretes du soir ecrits
      *>    avant la reprise, et les arretes repris recoivent le
      *>    decouvert autorise actuel du compte.
           MOVE ZERO TO ws-compte-precedent
           MOVE 'N' TO fin_soldes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE 'O' TO ws-comptes-ouvert
           END-IF
           MOVE ZERO TO sfj-compte
           MOVE ZERO TO sfj-date
           START soldes_fin_journee KEY IS NOT LESS THAN sfj-cle
               INVALID KEY
                   MOVE 'Y' TO fin_soldes
           END-START
           PERFORM UNTIL fin_soldes = 'Y'
               READ soldes_fin_journee NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_soldes
                   NOT AT END
                       PERFORM COMPLETER-UN-ARRETE
               END-READ
           END-PERFORM
           IF ws-comptes-ouvert = 'O' THEN
               CLOSE comptes
           END-IF.

       COMPLETER-UN-ARRETE.
           IF sfj-compte NOT = ws-compte-precedent THEN
               MOVE sfj-compte TO ws-compte-precedent
               MOVE ZERO TO ws-activite-reportee
               PERFORM LIRE-DECOUVERT-COMPTE
           END-IF
           MOVE 'N' TO ws-a-reecrire
           IF sfj-derniere-activite < ws-activite-reportee THEN
               MOVE ws-activite-reportee TO sfj-derniere-activite
               MOVE 'O' TO ws-a-reecrire
           ELSE
               MOVE sfj-derniere-activite TO ws-activite-reportee
           END-IF
           IF sfj-reprise
                   AND sfj-decouvert-autorise
                       NOT = ws-decouvert-compte THEN
               MOVE ws-decouvert-compte TO sfj-decouvert-autorise
               MOVE 'O' TO ws-a-reecrire
           END-IF
           IF ws-a-reecrire = 'O' THEN
               REWRITE solde-jour-record
               END-REWRITE
               ADD 1 TO ws-nombre-completes
           END-IF.

       LIRE-DECOUVERT-COMPTE.
           MOVE ZERO TO ws-decouvert-compte
           IF ws-comptes-ouvert = 'O' THEN
               MOVE ws-compte-precedent TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE compte-decouvert-autorise
                           TO ws-decouvert-compte
               END-READ
           END-IF.
       END PROGRAM reprise_soldes_jour.

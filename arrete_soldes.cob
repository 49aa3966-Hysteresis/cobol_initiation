       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrete_soldes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT soldes_fin_journee ASSIGN TO 'soldes_fin_journee'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sfj-cle
           FILE STATUS IS ws-file-status-soldes.
           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-jour.
           SELECT dernier_arrete_soldes ASSIGN TO
               'dernier_arrete_soldes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-arrete.

       DATA DIVISION.
       FILE SECTION.
       FD comptes.
           COPY cpcompte.
       FD soldes_fin_journee.
           COPY cpsoldejour.
       FD mouvements_jour.
           COPY cphist.
       FD dernier_arrete_soldes.
      *>    Une seule ligne : la journee comptable du dernier arrete
      *>    termine, pour retrouver directement l'arrete de la veille
      *>    de chaque compte.
       01  dernier-arrete-record.
           05  da-date PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  ws-file-status-jour PIC XX.
       01  ws-file-status-arrete PIC XX.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_jour PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-veille PIC 9(8) VALUE ZERO.
       01  ws-compte-en-cours PIC 9(6).
       01  ws-solde-comptable PIC S9(7)V99 VALUE ZERO.
       01  ws-total-blocages PIC 9(7)V99 VALUE ZERO.
       01  ws-derniere-activite PIC 9(8) VALUE ZERO.
      *>    Comptes mouvementes par le client dans la journee, releves
      *>    une fois dans l'extrait du jour plutot que compte par
      *>    compte.
       01  table-actifs-jour.
           05  ta-entry OCCURS 2000 TIMES INDEXED BY ta-i.
               10  ta-compte          PIC 9(6).
       01  ta-nombre PIC 9(4) VALUE ZERO.
       01  ws-nombre-arretes PIC 9(6) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Arrete des soldes du soir : pour chaque compte non clos,
      *>    une ligne de soldes_fin_journee a la journee comptable
      *>    avec le solde comptable, le disponible apres blocages et
      *>    le decouvert autorise du moment. Derniere etape de la
      *>    chaine, quand toutes les ecritures du jour sont passees.
      *>    Relance apres coupure, l'arrete deja ecrit est remplace.
           DISPLAY "Arrete des soldes de fin de journee"
           CALL 'journal_batch' USING "arrete_soldes       ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-DERNIER-ARRETE
           PERFORM CHARGER-ACTIFS-DU-JOUR

           OPEN I-O soldes_fin_journee
           IF ws-file-status-soldes = '35' THEN
               OPEN OUTPUT soldes_fin_journee
               CLOSE soldes_fin_journee
               OPEN I-O soldes_fin_journee
           END-IF

           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF NOT compte-ferme THEN
                               PERFORM ARRETER-UN-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           ELSE
               DISPLAY "/!\ Fichier comptes introuvable"
           END-IF
           CLOSE soldes_fin_journee

           PERFORM ENREGISTRER-DERNIER-ARRETE
           DISPLAY "Soldes arretes au ", ws-date-du-jour, " : ",
                       ws-nombre-arretes, " compte(s)"
           MOVE ws-nombre-arretes TO ws-compteur-journal
           CALL 'journal_batch' USING "arrete_soldes       ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-DERNIER-ARRETE.
           MOVE ZERO TO ws-date-veille
           OPEN INPUT dernier_arrete_soldes
           IF ws-file-status-arrete = '00' THEN
               READ dernier_arrete_soldes
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE da-date TO ws-date-veille
               END-READ
               CLOSE dernier_arrete_soldes
           END-IF.

       ENREGISTRER-DERNIER-ARRETE.
           OPEN OUTPUT dernier_arrete_soldes
           MOVE ws-date-du-jour TO da-date
           WRITE dernier-arrete-record
           END-WRITE
           CLOSE dernier_arrete_soldes.

       CHARGER-ACTIFS-DU-JOUR.
      *>    Memes mouvements a l'initiative du client que ceux
      *>    retenus par la detection de dormance : les interets et
      *>    frais passes par les batchs ne comptent pas.
           MOVE ZERO TO ta-nombre
           MOVE 'N' TO fin_jour
           OPEN INPUT mouvements_jour
           IF ws-file-status-jour = '00' THEN
               PERFORM UNTIL fin_jour = 'Y'
                   READ mouvements_jour
                       AT END
                           MOVE 'Y' TO fin_jour
                       NOT AT END
                           IF hist-date = ws-date-du-jour
                                   AND (action_transaction = "Depot :"
                                   OR action_transaction = "Retrait :"
                                   OR action_transaction
                                       = "Virement :") THEN
                               PERFORM RETENIR-COMPTE-ACTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_jour
           END-IF.

       RETENIR-COMPTE-ACTIF.
           SET ta-i TO 1
           SEARCH ta-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ta-i > ta-nombre
                   CONTINUE
               WHEN ta-compte(ta-i) = hist-compte
                   CONTINUE
           END-SEARCH
           IF ta-i > ta-nombre THEN
               ADD 1 TO ta-nombre
               MOVE hist-compte TO ta-compte(ta-nombre)
           END-IF.

       ARRETER-UN-COMPTE.
           MOVE compte-numero TO ws-compte-en-cours
           MOVE compte-solde TO ws-solde-comptable
           CALL 'calculer_blocages' USING ws-compte-en-cours,
               ws-total-blocages
           PERFORM REPRENDRE-DERNIERE-ACTIVITE
           SET ta-i TO 1
           SEARCH ta-entry
               AT END
                   CONTINUE
               WHEN ta-i > ta-nombre
                   CONTINUE
               WHEN ta-compte(ta-i) = ws-compte-en-cours
                   MOVE ws-date-du-jour TO ws-derniere-activite
           END-SEARCH

           MOVE ws-compte-en-cours TO sfj-compte
           MOVE ws-date-du-jour TO sfj-date
           MOVE ws-solde-comptable TO sfj-solde-comptable
           COMPUTE sfj-solde-disponible =
                   ws-solde-comptable - ws-total-blocages
           MOVE compte-decouvert-autorise TO sfj-decouvert-autorise
           MOVE ws-derniere-activite TO sfj-derniere-activite
           SET sfj-arrete-du-soir TO TRUE
           WRITE solde-jour-record
               INVALID KEY
                   REWRITE solde-jour-record
                   END-REWRITE
           END-WRITE
           ADD 1 TO ws-nombre-arretes.

       REPRENDRE-DERNIERE-ACTIVITE.
      *>    La date de derniere activite se reporte depuis l'arrete
      *>    precedent du compte : en lecture directe a la date du
      *>    dernier arrete, sinon (compte ouvert depuis, ou reprise
      *>    des mois passes) en parcourant les arretes du compte.
           MOVE ZERO TO ws-derniere-activite
           IF ws-date-veille > ZERO THEN
               MOVE ws-compte-en-cours TO sfj-compte
               MOVE ws-date-veille TO sfj-date
               READ soldes_fin_journee KEY IS sfj-cle
                   INVALID KEY
                       PERFORM PARCOURIR-ARRETES-COMPTE
                   NOT INVALID KEY
                       MOVE sfj-derniere-activite
                           TO ws-derniere-activite
               END-READ
           ELSE
               PERFORM PARCOURIR-ARRETES-COMPTE
           END-IF.

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
                       IF sfj-compte NOT = ws-compte-en-cours
                               OR sfj-date >= ws-date-du-jour THEN
                           MOVE 'Y' TO fin_soldes
                       ELSE
                           IF sfj-derniere-activite
                                   > ws-derniere-activite THEN
                               MOVE sfj-derniere-activite
                                   TO ws-derniere-activite
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM arrete_soldes.

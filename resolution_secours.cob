       IDENTIFICATION DIVISION.
       PROGRAM-ID. resolution_secours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT bordereaux_secours ASSIGN TO 'bordereaux_secours'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-secours.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD bordereaux_secours.
           COPY cpsecours.
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-secours PIC XX.
       01  fin_secours PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-decision PIC X.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-operation PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-secours PIC X(30).
       01  ws-motif-secours PIC X(20).
       01  ws-lettre-transaction PIC X.
       01  ws-poste-fait PIC X VALUE 'N'.
       01  ws-nombre-forces PIC 9(5) VALUE ZERO.
       01  ws-nombre-rejetes PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Revue par un superviseur des bordereaux de secours que la
      *>    reprise n'a pas postes : chacun est soit force (poste
      *>    malgre le motif, autorisation superviseur tracee au
      *>    journal des autorisations), soit rejete - depot rendu au
      *>    client, retrait a recouvrer - et garde la decision et son
      *>    auteur. Meme principe que les suspens de la boite de nuit.
           CALL 'date_metier' USING ws-date-du-jour
           MOVE 'N' TO fin_secours
           OPEN I-O bordereaux_secours
           IF ws-file-status-secours = '00' THEN
               PERFORM UNTIL fin_secours = 'Y'
                   READ bordereaux_secours
                       AT END
                           MOVE 'Y' TO fin_secours
                       NOT AT END
                           IF bs-a-revoir THEN
                               PERFORM RESOUDRE-UN-BORDEREAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE bordereaux_secours
           ELSE
               DISPLAY "Aucun bordereau de secours"
           END-IF
           DISPLAY "Forces : ", ws-nombre-forces, "  Rejetes : ",
                       ws-nombre-rejetes
           STOP RUN.

       RESOUDRE-UN-BORDEREAU.
           DISPLAY "------------------------------------------"
           DISPLAY "Bordereau ", bs-numero, " du ", bs-date, " a ",
               bs-heure, " par ", bs-operateur
           DISPLAY "Compte ", bs-compte, " ", bs-type, " ", bs-montant,
               " € motif : ", bs-motif-revue
           DISPLAY "Forcer (F), rejeter (J), passer (X) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'F' WHEN 'f'
                   PERFORM FORCER-BORDEREAU
               WHEN 'J' WHEN 'j'
                   PERFORM REJETER-BORDEREAU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FORCER-BORDEREAU.
           MOVE bs-montant TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "SECOURS     ",
               bs-compte, ws-montant-autorisation,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, bordereau conserve"
               EXIT PARAGRAPH
           END-IF
           PERFORM POSTER-BORDEREAU
           IF ws-poste-fait = 'O' THEN
               SET bs-force TO TRUE
               MOVE ws-id-superviseur TO bs-superviseur
               MOVE ws-date-du-jour TO bs-date-reprise
               REWRITE bordereau-secours
               ADD 1 TO ws-nombre-forces
           END-IF.

       REJETER-BORDEREAU.
           MOVE bs-montant TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "SECOURS REJ ",
               bs-compte, ws-montant-autorisation,
               ws-autorise, ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, bordereau conserve"
               EXIT PARAGRAPH
           END-IF
           SET bs-rejete TO TRUE
           MOVE ws-id-superviseur TO bs-superviseur
           MOVE ws-date-du-jour TO bs-date-reprise
           REWRITE bordereau-secours
           ADD 1 TO ws-nombre-rejetes
           IF bs-depot THEN
               DISPLAY "--> Depot a rendre au client"
           ELSE
               DISPLAY "--> Retrait a recouvrer aupres du client"
           END-IF.

       POSTER-BORDEREAU.
      *>    Un compte inconnu ou ferme ne peut recevoir aucune
      *>    ecriture, meme forcee : le bordereau ne peut qu'etre
      *>    rejete.
           MOVE 'N' TO ws-poste-fait
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible, bordereau",
                           " conserve"
               EXIT PARAGRAPH
           END-IF
           MOVE bs-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", bs-compte, " inconnu"
               NOT INVALID KEY
                   IF compte-ferme THEN
                       DISPLAY "/!\ Compte ferme, a rejeter"
                   ELSE
                       PERFORM PASSER-ECRITURE-FORCEE
                   END-IF
           END-READ
           CLOSE comptes.

       PASSER-ECRITURE-FORCEE.
           MOVE compte-solde TO ws-image-ancien-solde
           IF bs-depot THEN
               COMPUTE compte-solde = compte-solde + bs-montant
               MOVE "D" TO ws-lettre-transaction
               MOVE "Depot de secours" TO ws-motif-secours
           ELSE
               COMPUTE compte-solde = compte-solde - bs-montant
               MOVE "R" TO ws-lettre-transaction
               MOVE "Retrait de secours" TO ws-motif-secours
           END-IF
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "ressecours  ",
               ws-id-superviseur, compte-numero,
               ws-image-ancien-solde, ws-image-nouveau-solde,
               compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-apres
           MOVE SPACES TO ws-memo-secours
           STRING "SECOURS " DELIMITED BY SIZE
                   bs-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bs-heure(1:4) DELIMITED BY SIZE
               INTO ws-memo-secours
           MOVE bs-montant TO ws-montant-operation
           CALL 'transaction' USING ws-lettre-transaction, bs-compte,
               ws-montant-operation, ws-solde-apres, ws-memo-secours,
               ws-motif-secours, bs-operateur
           MOVE 'O' TO ws-poste-fait
           DISPLAY "--> Bordereau ", bs-numero, " poste (force par ",
                       ws-id-superviseur, ")".
       END PROGRAM resolution_secours.

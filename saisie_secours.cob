       IDENTIFICATION DIVISION.
       PROGRAM-ID. saisie_secours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT bordereaux_secours ASSIGN TO 'bordereaux_secours'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-secours.
           SELECT code_agence ASSIGN TO 'code_agence'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-agence.

       DATA DIVISION.
       FILE SECTION.
       FD bordereaux_secours.
           COPY cpsecours.
       FD code_agence.
       01  code-agence-record.
           05  ca-code PIC X(3).

       WORKING-STORAGE SECTION.
       01  ws-file-status-secours PIC XX.
       01  ws-file-status-agence PIC XX.
       01  fin_secours PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-code-agence PIC X(3) VALUE "001".
       01  ws-dernier-numero PIC 9(6) VALUE ZERO.
       01  ws-compte-saisi PIC 9(6).
       01  ws-type-saisi PIC X.
       01  ws-montant-saisi PIC 9(7)V99.
       01  ws-cle-valide PIC X.
       01  ws-confirmation PIC X.
       01  ws-nombre-saisis PIC 9(4) VALUE ZERO.
       01  ws-total-depots PIC 9(9)V99 VALUE ZERO.
       01  ws-total-retraits PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Mode degrade du guichet pendant une panne du serveur :
      *>    chaque depot ou retrait est consigne sur le poste, a
      *>    l'heure reelle et au nom du guichetier, sans ouvrir le
      *>    fichier des comptes - ni solde ni decouvert ne sont donc
      *>    controles ici, seule la cle du numero l'est. Le bordereau
      *>    remplace la fiche papier ressaisie apres coup ; la
      *>    reprise (reprise_secours) les postera dans l'ordre.
           DISPLAY "*** MODE DEGRADE - SAISIE DE SECOURS ***"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           PERFORM LIRE-CODE-AGENCE
           PERFORM RETROUVER-DERNIER-NUMERO
           MOVE 999999 TO ws-compte-saisi
           PERFORM UNTIL ws-compte-saisi = ZERO
               DISPLAY "------------------------------------------"
               DISPLAY "Numero de compte (0 pour terminer) :"
               ACCEPT ws-compte-saisi
               IF ws-compte-saisi NOT = ZERO THEN
                   PERFORM SAISIR-UN-BORDEREAU
               END-IF
           END-PERFORM
           DISPLAY "Bordereaux saisis : ", ws-nombre-saisis
           DISPLAY "Depots : ", ws-total-depots, " €  Retraits : ",
                       ws-total-retraits, " €"
           STOP RUN.

       LIRE-CODE-AGENCE.
           OPEN INPUT code_agence
           IF ws-file-status-agence = '00' THEN
               READ code_agence
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ca-code TO ws-code-agence
               END-READ
               CLOSE code_agence
           END-IF.

       RETROUVER-DERNIER-NUMERO.
           MOVE ZERO TO ws-dernier-numero
           MOVE 'N' TO fin_secours
           OPEN INPUT bordereaux_secours
           IF ws-file-status-secours = '00' THEN
               PERFORM UNTIL fin_secours = 'Y'
                   READ bordereaux_secours
                       AT END
                           MOVE 'Y' TO fin_secours
                       NOT AT END
                           IF bs-numero > ws-dernier-numero THEN
                               MOVE bs-numero TO ws-dernier-numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE bordereaux_secours
           END-IF.

       SAISIR-UN-BORDEREAU.
           CALL 'cle_compte' USING 'V', ws-compte-saisi, ws-cle-valide
           IF ws-cle-valide = 'N' THEN
               DISPLAY "/!\ Cle du numero de compte invalide, saisie",
                           " refusee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Depot (D) ou retrait (R) :"
           ACCEPT ws-type-saisi
           IF ws-type-saisi = 'd' THEN
               MOVE 'D' TO ws-type-saisi
           END-IF
           IF ws-type-saisi = 'r' THEN
               MOVE 'R' TO ws-type-saisi
           END-IF
           IF ws-type-saisi NOT = 'D' AND ws-type-saisi NOT = 'R'
                   THEN
               DISPLAY "/!\ Type d'operation non reconnu"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Montant :"
           ACCEPT ws-montant-saisi
           IF ws-montant-saisi = ZERO THEN
               DISPLAY "/!\ Montant nul, saisie refusee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirmer ", ws-type-saisi, " de ",
                       ws-montant-saisi, " € sur le compte ",
                       ws-compte-saisi, " (O/N) ?"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O' AND ws-confirmation NOT = 'o'
                   THEN
               DISPLAY "Saisie abandonnee"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-dernier-numero
           MOVE ws-dernier-numero TO bs-numero
           MOVE FUNCTION CURRENT-DATE(1:8) TO bs-date
           MOVE FUNCTION CURRENT-DATE(9:6) TO bs-heure
           MOVE ws-operateur TO bs-operateur
           MOVE ws-code-agence TO bs-agence
           MOVE ws-compte-saisi TO bs-compte
           MOVE ws-type-saisi TO bs-type
           MOVE ws-montant-saisi TO bs-montant
           MOVE 'S' TO bs-statut
           MOVE SPACES TO bs-motif-revue
           MOVE ZERO TO bs-date-reprise
           MOVE SPACES TO bs-superviseur
           OPEN EXTEND bordereaux_secours
           IF ws-file-status-secours = '35' THEN
               OPEN OUTPUT bordereaux_secours
           END-IF
           WRITE bordereau-secours
           END-WRITE
           CLOSE bordereaux_secours
           ADD 1 TO ws-nombre-saisis
           IF bs-depot THEN
               ADD bs-montant TO ws-total-depots
           ELSE
               ADD bs-montant TO ws-total-retraits
           END-IF
           DISPLAY "--> Bordereau ", bs-numero, " du ", bs-date, " a ",
                       bs-heure, " a remettre au client".
       END PROGRAM saisie_secours.

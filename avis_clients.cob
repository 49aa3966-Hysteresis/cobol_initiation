           SELECT journal_avis ASSIGN TO 'journal_avis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.
           SELECT saisies ASSIGN TO 'saisies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-saisies.
           SELECT cheques_remis ASSIGN TO 'cheques_remis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-remis.
           SELECT passages_majorite ASSIGN TO 'passages_majorite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-passages.

       DATA DIVISION.
       FILE SECTION.
           05  ja-client           PIC 9(6).
           05  ja-type             PIC X(12).
           05  ja-canal            PIC X(1).
       FD saisies.
           COPY cpsaisie.
       FD cheques_remis.
           COPY cpchqremis.
       FD passages_majorite.
           COPY cpmajorite.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-courrier PIC XX.
       01  ws-file-status-courriel PIC XX.
       01  ws-file-status-journal PIC XX.
       01  ws-file-status-saisies PIC XX.
       01  fin_saisies PIC X VALUE 'N'.
       01  ws-file-status-remis PIC XX.
       01  fin_remis PIC X VALUE 'N'.
       01  ws-file-status-passages PIC XX.
       01  fin_passages PIC X VALUE 'N'.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_journal PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-type-avis PIC X(12).
       01  ws-texte-avis PIC X(60).
       01  ws-texte-avis-suite PIC X(60).
       01  ws-compte-avis PIC 9(6).
       01  ws-client-avis PIC 9(6).
       01  ws-deja-emis PIC X VALUE 'N'.
      *>    Generateur d'avis de la nuit : balaie les situations que
      *>    le client doit connaitre - compte passe dormant, compte
      *>    bloque apres echecs de PIN, solde entame sur le decouvert
      *>    autorise, passage a la majorite - et produit une lettre
      *>    par evenement avec le bloc adresse du client, ventilee
      *>    selon son canal prefere (spool postal avis_courrier,
      *>    extrait avis_courriel pour la messagerie). Chaque avis
      *>    emis part au journal des avis : la date de notification
      *>    se prouve, et le meme avis n'est pas renvoye chaque nuit
      *>    (un par type, par compte et par mois).
           DISPLAY "Generation des avis clients"
           CALL 'journal_batch' USING "avis_clients        ", 'D',
               ws-compteur-journal
           ELSE
               DISPLAY "/!\ Fichier comptes introuvable"
           END-IF
           PERFORM AVISER-SAISIES
           PERFORM AVISER-CHEQUES-IMPAYES
           PERFORM AVISER-PASSAGES-MAJORITE

           DISPLAY "Avis postaux : ", ws-nombre-courriers,
                       "  courriels : ", ws-nombre-courriels

       EXAMINER-UN-COMPTE.
           MOVE SPACES TO ws-type-avis
           MOVE SPACES TO ws-texte-avis-suite
           EVALUATE TRUE
               WHEN compte-dormant
                   MOVE "DORMANCE    " TO ws-type-avis
               END-IF
           END-IF.

       AVISER-SAISIES.
      *>    Denonciation au debiteur de chaque saisie gelee par
      *>    traitement_saisies : un avis par acte, quel que soit le
      *>    mois, avec le montant gele et la date limite pour
      *>    contester. La date d'envoi est reportee sur la saisie,
      *>    qui n'est plus avisee ensuite.
           MOVE 'N' TO fin_saisies
           OPEN I-O saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_saisies = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_saisies
                       NOT AT END
                           IF sai-date-avis = ZERO
                                   AND sai-date-gel NOT = ZERO THEN
                               PERFORM AVISER-UNE-SAISIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saisies
           END-IF.

       AVISER-UNE-SAISIE.
           MOVE "SAISIE      " TO ws-type-avis
           MOVE SPACES TO ws-texte-avis
           STRING "Saisie " DELIMITED BY SIZE
                   sai-reference DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   sai-montant-gele DELIMITED BY SIZE
                   " € geles" DELIMITED BY SIZE
               INTO ws-texte-avis
           MOVE SPACES TO ws-texte-avis-suite
           STRING "Creancier " DELIMITED BY SIZE
                   sai-creancier DELIMITED BY SIZE
                   " contestation avant le " DELIMITED BY SIZE
                   sai-date-fin-contestation DELIMITED BY SIZE
               INTO ws-texte-avis-suite
           MOVE sai-compte-avis TO ws-compte-avis
           MOVE sai-client TO ws-client-avis
           PERFORM EMETTRE-UN-AVIS
           IF ws-client-trouve = 'O' THEN
               MOVE ws-date-du-jour TO sai-date-avis
               REWRITE saisie-record
           END-IF.

       AVISER-CHEQUES-IMPAYES.
      *>    Un avis par cheque remis revenu impaye de la banque tiree
      *>    (compensation_cheques_remis), avec le motif du rejet : le
      *>    client doit savoir que son compte a ete debite et
      *>    recuperer le cheque aupres du tireur. Comme pour les
      *>    saisies, la date d'envoi est reportee sur le cheque.
           MOVE 'N' TO fin_remis
           OPEN I-O cheques_remis
           IF ws-file-status-remis = '00' THEN
               OPEN INPUT comptes
               PERFORM UNTIL fin_remis = 'Y'
                   READ cheques_remis
                       AT END
                           MOVE 'Y' TO fin_remis
                       NOT AT END
                           IF rc-impaye AND rc-date-avis = ZERO THEN
                               PERFORM AVISER-UN-CHEQUE-IMPAYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
               CLOSE cheques_remis
           END-IF.

       AVISER-UN-CHEQUE-IMPAYE.
           MOVE rc-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "CHEQUE IMPAY" TO ws-type-avis
           MOVE SPACES TO ws-texte-avis
           STRING "Cheque " DELIMITED BY SIZE
                   rc-numero-cheque DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   rc-montant DELIMITED BY SIZE
                   " € impaye, debite" DELIMITED BY SIZE
               INTO ws-texte-avis
           MOVE SPACES TO ws-texte-avis-suite
           STRING "Banque " DELIMITED BY SIZE
                   rc-banque-tiree DELIMITED BY SIZE
                   " remise " DELIMITED BY SIZE
                   rc-numero-remise DELIMITED BY SIZE
                   " motif " DELIMITED BY SIZE
                   rc-motif-impaye DELIMITED BY SIZE
               INTO ws-texte-avis-suite
           MOVE rc-compte TO ws-compte-avis
           MOVE compte-client TO ws-client-avis
           PERFORM EMETTRE-UN-AVIS
           IF ws-client-trouve = 'O' THEN
               MOVE ws-date-du-jour TO rc-date-avis
               REWRITE cheque-remis
           END-IF.

       AVISER-PASSAGES-MAJORITE.
      *>    Lettre au titulaire devenu majeur (passage_majorite) : son
      *>    compte est passe sur le produit adulte et les mandats de
      *>    ses representants legaux sont clos. Comme pour les
      *>    saisies, la date d'envoi est reportee sur le passage.
           MOVE 'N' TO fin_passages
           OPEN I-O passages_majorite
           IF ws-file-status-passages = '00' THEN
               PERFORM UNTIL fin_passages = 'Y'
                   READ passages_majorite
                       AT END
                           MOVE 'Y' TO fin_passages
                       NOT AT END
                           IF pm-date-avis = ZERO THEN
                               PERFORM AVISER-UN-PASSAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE passages_majorite
           END-IF.

       AVISER-UN-PASSAGE.
           MOVE "MAJORITE    " TO ws-type-avis
           MOVE SPACES TO ws-texte-avis
           STRING "Devenu majeur, votre compte passe du produit "
                       DELIMITED BY SIZE
                   pm-ancien-produit DELIMITED BY SIZE
                   " au " DELIMITED BY SIZE
                   pm-nouveau-produit DELIMITED BY SIZE
               INTO ws-texte-avis
           MOVE "Les mandats de vos representants legaux sont clos."
               TO ws-texte-avis-suite
           MOVE pm-compte TO ws-compte-avis
           MOVE pm-client TO ws-client-avis
           PERFORM EMETTRE-UN-AVIS
           IF ws-client-trouve = 'O' THEN
               MOVE ws-date-du-jour TO pm-date-avis
               REWRITE passage-majorite-record
           END-IF.

       CONTROLER-AVIS-DU-MOIS.
           MOVE 'N' TO ws-deja-emis
           MOVE 'N' TO fin_journal
           WRITE ligne-courrier
           MOVE ws-texte-avis TO ligne-courrier
           WRITE ligne-courrier
           IF ws-texte-avis-suite NOT = SPACES THEN
               MOVE ws-texte-avis-suite TO ligne-courrier
               WRITE ligne-courrier
           END-IF
           MOVE "Votre agence se tient a votre disposition."
               TO ligne-courrier
           WRITE ligne-courrier

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mobilite_bancaire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT mobilite_entrante ASSIGN TO 'mobilite_entrante'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-entrante.
           SELECT mobilite_confirmations ASSIGN TO
               'mobilite_confirmations'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-confirmations.
           SELECT mobilite_sortante ASSIGN TO 'mobilite_sortante'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-sortante.
           SELECT ordres_permanents ASSIGN TO 'ordres_permanents'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ordres.
           SELECT mandats_prelevement ASSIGN TO 'mandats_prelevement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mandats.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD mobilite_entrante.
           COPY cpmobilite.
       FD mobilite_confirmations.
      *>    La ligne recue, renvoyee a l'ancienne banque avec la
      *>    suite donnee (statut et date de traitement).
       01  ligne-confirmation PIC X(136).
       FD mobilite_sortante.
           COPY cpmobsort.
       FD ordres_permanents.
           COPY cpordre.
       FD mandats_prelevement.
           COPY cpmandprel.
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-entrante PIC XX.
       01  ws-file-status-confirmations PIC XX.
       01  ws-file-status-sortante PIC XX.
       01  ws-file-status-ordres PIC XX.
       01  ws-file-status-mandats PIC XX.
       01  fin_entrante PIC X VALUE 'N'.
       01  fin_sortante PIC X VALUE 'N'.
       01  fin_mandats PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-reponse PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-reference-saisie PIC X(12).
       01  ws-compte-saisi PIC 9(6).
       01  ws-compte-valide PIC X VALUE 'N'.
       01  ws-mandat-existant PIC X VALUE 'N'.
       01  ws-demande-existante PIC X VALUE 'N'.
       01  ws-nombre-reprises PIC 9(5) VALUE ZERO.
       01  ws-nombre-refusees PIC 9(5) VALUE ZERO.
       01  ws-nombre-demandes PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Service de mobilite bancaire impose par la loi : a
      *>    l'arrivee d'un client, la banque reprend pour lui sur son
      *>    nouveau compte les virements permanents et les mandats de
      *>    prelevement de l'ancienne banque, ligne par ligne apres
      *>    confirmation du guichetier, et renvoie la suite donnee a
      *>    chaque ligne ; au depart d'un client, la demande de sa
      *>    nouvelle banque est enregistree ici et executee le jour
      *>    dit par la fermeture du compte au guichet (banque,
      *>    FERMER-COMPTE).
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "-------------- "
           DISPLAY "     Mobilite bancaire"
           DISPLAY "-------------- "
           DISPLAY "Reprendre une mobilite entrante : 1"
           DISPLAY "Enregistrer une mobilite sortante : 2"
           DISPLAY "Lister les mobilites sortantes en attente : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM REPRENDRE-MOBILITE-ENTRANTE
               WHEN '2'
                   PERFORM ENREGISTRER-MOBILITE-SORTANTE
               WHEN '3'
                   PERFORM LISTER-MOBILITES-SORTANTES
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       REPRENDRE-MOBILITE-ENTRANTE.
      *>    Les lignes du dossier choisi encore en attente sont
      *>    presentees une a une ; la ligne traitee est marquee dans
      *>    mobilite_entrante et part a mobilite_confirmations.
           DISPLAY "Reference du dossier de mobilite :"
           ACCEPT ws-reference-saisie
           MOVE 'N' TO fin_entrante
           OPEN I-O mobilite_entrante
           IF ws-file-status-entrante NOT = '00' THEN
               DISPLAY "/!\ Aucune mobilite entrante recue"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND mobilite_confirmations
           IF ws-file-status-confirmations = '35' THEN
               OPEN OUTPUT mobilite_confirmations
           END-IF
           PERFORM UNTIL fin_entrante = 'Y'
               READ mobilite_entrante
                   AT END
                       MOVE 'Y' TO fin_entrante
                   NOT AT END
                       IF mob-reference = ws-reference-saisie
                               AND mob-en-attente THEN
                           PERFORM TRAITER-LIGNE-ENTRANTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE mobilite_confirmations
           CLOSE mobilite_entrante
           DISPLAY "Reprises : ", ws-nombre-reprises,
                       "  Refusees : ", ws-nombre-refusees.

       TRAITER-LIGNE-ENTRANTE.
           DISPLAY "------------------------------------------"
           IF mob-ordre-permanent THEN
               DISPLAY mob-rang, ") Virement permanent ",
                   mob-libelle, " ", mob-montant, " € vers ",
                   mob-banque-destinataire, " ",
                   mob-iban-destinataire, " (", mob-frequence,
                   ") prochaine : ", mob-prochaine-execution
           ELSE
               DISPLAY mob-rang, ") Mandat de prelevement ",
                   mob-creancier, " """, mob-libelle(1:20),
                   """ signe le ", mob-date-signature
           END-IF
           DISPLAY "Nouveau compte : ", mob-compte
           MOVE mob-compte TO ws-compte-saisi
           PERFORM VERIFIER-COMPTE-ACTIF
           IF ws-compte-valide = 'N' THEN
               DISPLAY "/!\ Compte inconnu, ferme ou bloque"
               MOVE 'N' TO ws-reponse
           ELSE
               DISPLAY "Reprendre cette operation ? (O/N, P = passer)"
               ACCEPT ws-reponse
           END-IF
           EVALUATE ws-reponse
               WHEN 'O' WHEN 'o'
                   IF mob-ordre-permanent THEN
                       PERFORM CREER-ORDRE-PERMANENT
                   ELSE
                       PERFORM CREER-MANDAT-PRELEVEMENT
                   END-IF
               WHEN 'P' WHEN 'p'
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET mob-refusee TO TRUE
           END-EVALUATE
           MOVE ws-date-du-jour TO mob-date-traitement
           REWRITE mobilite-record
           MOVE mobilite-record TO ligne-confirmation
           WRITE ligne-confirmation
           END-WRITE
           IF mob-reprise THEN
               ADD 1 TO ws-nombre-reprises
               DISPLAY "--> Operation reprise sur le compte ",
                           mob-compte
           ELSE
               ADD 1 TO ws-nombre-refusees
               DISPLAY "--> Operation refusee"
           END-IF.

       CREER-ORDRE-PERMANENT.
      *>    Le virement permanent repart du nouveau compte vers le
      *>    meme beneficiaire, a la meme periodicite et a la
      *>    prochaine echeance annoncee par l'ancienne banque.
           MOVE mob-compte TO op-compte-origine
           SET op-vers-externe TO TRUE
           MOVE ZERO TO op-compte-destination
           MOVE mob-banque-destinataire TO op-banque-destinataire
           MOVE mob-iban-destinataire TO op-iban-destinataire
           MOVE mob-montant TO op-montant
           MOVE mob-frequence TO op-frequence
           IF NOT op-hebdomadaire THEN
               SET op-mensuel TO TRUE
           END-IF
           MOVE mob-prochaine-execution TO op-prochaine-execution
           IF op-prochaine-execution < ws-date-du-jour THEN
               MOVE ws-date-du-jour TO op-prochaine-execution
           END-IF
           MOVE mob-libelle TO op-libelle
           SET op-actif TO TRUE
           OPEN EXTEND ordres_permanents
           IF ws-file-status-ordres = '35' THEN
               OPEN OUTPUT ordres_permanents
           END-IF
           WRITE ordre-permanent
           END-WRITE
           CLOSE ordres_permanents
           SET mob-reprise TO TRUE.

       CREER-MANDAT-PRELEVEMENT.
      *>    Le mandat signe chez l'ancienne banque reste valable : la
      *>    date de signature d'origine est conservee.
           PERFORM RECHERCHER-MANDAT-ACTIF
           IF ws-mandat-existant = 'O' THEN
               DISPLAY "/!\ Un mandat actif existe deja pour ce",
                           " creancier sur ce compte"
               SET mob-refusee TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE mob-compte TO mp-compte
           MOVE mob-creancier TO mp-creancier
           MOVE mob-libelle TO mp-libelle
           MOVE mob-date-signature TO mp-date-signature
           SET mp-actif TO TRUE
           MOVE ZERO TO mp-date-revocation
           OPEN EXTEND mandats_prelevement
           IF ws-file-status-mandats = '35' THEN
               OPEN OUTPUT mandats_prelevement
           END-IF
           WRITE mandat-prelevement
           END-WRITE
           CLOSE mandats_prelevement
           SET mob-reprise TO TRUE.

       ENREGISTRER-MOBILITE-SORTANTE.
      *>    Demande recue de la nouvelle banque du client. Rien ne
      *>    bouge avant la date demandee : c'est la fermeture du
      *>    compte au guichet, ce jour-la, qui execute la mobilite.
           DISPLAY "Reference du dossier de mobilite :"
           ACCEPT mso-reference
           DISPLAY "Numero du compte qui part :"
           ACCEPT ws-compte-saisi
           PERFORM VERIFIER-COMPTE-ACTIF
           IF ws-compte-valide = 'N' THEN
               DISPLAY "/!\ Compte inconnu, ferme ou bloque,",
                           " demande refusee"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHER-DEMANDE-SORTANTE
           IF ws-demande-existante = 'O' THEN
               DISPLAY "/!\ Une mobilite sortante est deja en",
                           " attente pour ce compte"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-compte-saisi TO mso-compte
           DISPLAY "Code de la nouvelle banque :"
           ACCEPT mso-banque-nouvelle
           DISPLAY "IBAN du nouveau compte :"
           ACCEPT mso-iban-nouveau
           DISPLAY "Date de transfert demandee (AAAAMMJJ) :"
           ACCEPT mso-date-transfert
           IF mso-date-transfert < ws-date-du-jour THEN
               MOVE ws-date-du-jour TO mso-date-transfert
           END-IF
           SET mso-en-attente TO TRUE
           MOVE ZERO TO mso-date-execution
           MOVE ZERO TO mso-solde-transfere
           OPEN EXTEND mobilite_sortante
           IF ws-file-status-sortante = '35' THEN
               OPEN OUTPUT mobilite_sortante
           END-IF
           WRITE mobilite-sortante
           END-WRITE
           CLOSE mobilite_sortante
           DISPLAY "--> Mobilite enregistree, fermeture du compte ",
                       mso-compte, " le ", mso-date-transfert.

       RECHERCHER-DEMANDE-SORTANTE.
           MOVE 'N' TO ws-demande-existante
           MOVE 'N' TO fin_sortante
           OPEN INPUT mobilite_sortante
           IF ws-file-status-sortante = '00' THEN
               PERFORM UNTIL fin_sortante = 'Y'
                   READ mobilite_sortante
                       AT END
                           MOVE 'Y' TO fin_sortante
                       NOT AT END
                           IF mso-compte = ws-compte-saisi
                                   AND mso-en-attente THEN
                               MOVE 'O' TO ws-demande-existante
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mobilite_sortante
           END-IF.

       LISTER-MOBILITES-SORTANTES.
      *>    Les dossiers echus sont signales : le compte est a fermer
      *>    au guichet des aujourd'hui.
           MOVE ZERO TO ws-nombre-demandes
           MOVE 'N' TO fin_sortante
           OPEN INPUT mobilite_sortante
           IF ws-file-status-sortante = '00' THEN
               PERFORM UNTIL fin_sortante = 'Y'
                   READ mobilite_sortante
                       AT END
                           MOVE 'Y' TO fin_sortante
                       NOT AT END
                           IF mso-en-attente THEN
                               ADD 1 TO ws-nombre-demandes
                               PERFORM AFFICHER-DEMANDE-SORTANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mobilite_sortante
           END-IF
           IF ws-nombre-demandes = ZERO THEN
               DISPLAY "Aucune mobilite sortante en attente"
           END-IF.

       AFFICHER-DEMANDE-SORTANTE.
           IF mso-date-transfert <= ws-date-du-jour THEN
               DISPLAY mso-reference, " compte ", mso-compte,
                   " vers ", mso-banque-nouvelle, " ",
                   mso-iban-nouveau, " le ", mso-date-transfert,
                   " : A FERMER CE JOUR"
           ELSE
               DISPLAY mso-reference, " compte ", mso-compte,
                   " vers ", mso-banque-nouvelle, " ",
                   mso-iban-nouveau, " le ", mso-date-transfert
           END-IF.

       VERIFIER-COMPTE-ACTIF.
           MOVE 'N' TO ws-compte-valide
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE ws-compte-saisi TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF compte-actif THEN
                           MOVE 'O' TO ws-compte-valide
                       END-IF
               END-READ
               CLOSE comptes
           END-IF.

       RECHERCHER-MANDAT-ACTIF.
           MOVE 'N' TO ws-mandat-existant
           MOVE 'N' TO fin_mandats
           OPEN INPUT mandats_prelevement
           IF ws-file-status-mandats = '00' THEN
               PERFORM UNTIL fin_mandats = 'Y'
                   READ mandats_prelevement
                       AT END
                           MOVE 'Y' TO fin_mandats
                       NOT AT END
                           IF mp-compte = mob-compte
                                   AND mp-creancier = mob-creancier
                                   AND mp-actif THEN
                               MOVE 'O' TO ws-mandat-existant
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats_prelevement
           END-IF.
       END PROGRAM mobilite_bancaire.

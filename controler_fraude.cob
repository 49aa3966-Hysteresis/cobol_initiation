       IDENTIFICATION DIVISION.
       PROGRAM-ID. controler_fraude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT parametre_fraude ASSIGN TO 'parametre_fraude'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
           SELECT beneficiaires ASSIGN TO 'beneficiaires'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-benef.
           SELECT virements_externes ASSIGN TO 'virements_externes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-virements.
           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-jour.
           SELECT file_fraude ASSIGN TO 'file_fraude'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-file.
           SELECT journal_fraude ASSIGN TO 'journal_fraude'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD parametre_fraude.
           COPY cpparfraude.
       FD beneficiaires.
           COPY cpbenef.
       FD virements_externes.
           COPY cpvirext.
       FD mouvements_jour.
           COPY cphist.
       FD file_fraude.
           COPY cpfraude
               REPLACING ==fraude-record== BY ==fraude-fichier==
                         ==frd-sequence== BY ==ff-sequence==
                         ==frd-date== BY ==ff-date==
                         ==frd-heure== BY ==ff-heure==
                         ==frd-type== BY ==ff-type==
                         ==frd-virement-interne==
                             BY ==ff-virement-interne==
                         ==frd-virement-externe==
                             BY ==ff-virement-externe==
                         ==frd-compte== BY ==ff-compte==
                         ==frd-compte-destination==
                             BY ==ff-compte-destination==
                         ==frd-banque== BY ==ff-banque==
                         ==frd-iban== BY ==ff-iban==
                         ==frd-nom== BY ==ff-nom==
                         ==frd-montant== BY ==ff-montant==
                         ==frd-devise== BY ==ff-devise==
                         ==frd-montant-devise== BY ==ff-montant-devise==
                         ==frd-taux-applique== BY ==ff-taux-applique==
                         ==frd-memo== BY ==ff-memo==
                         ==frd-regles== BY ==ff-regles==
                         ==frd-regle-beneficiaire==
                             BY ==ff-regle-beneficiaire==
                         ==frd-regle-rafale== BY ==ff-regle-rafale==
                         ==frd-regle-part== BY ==ff-regle-part==
                         ==frd-operateur== BY ==ff-operateur==
                         ==frd-statut== BY ==ff-statut==
                         ==frd-en-attente== BY ==ff-en-attente==
                         ==frd-libere== BY ==ff-libere==
                         ==frd-rejete== BY ==ff-rejete==
                         ==frd-aux-quatre-yeux==
                             BY ==ff-aux-quatre-yeux==
                         ==frd-superviseur== BY ==ff-superviseur==
                         ==frd-date-decision== BY ==ff-date-decision==
                         ==frd-note-rappel== BY ==ff-note-rappel==.
       FD journal_fraude.
      *>    Une ligne par regle touchee, retenue ou non : la valeur
      *>    constatee face au seuil en vigueur, pour l'analyse des
      *>    regles autant que pour l'enquete.
       01  journal-fraude-record.
           05  jfr-date                PIC 9(8).
           05  jfr-heure               PIC 9(6).
           05  jfr-compte              PIC 9(6).
           05  jfr-type                PIC X(1).
           05  jfr-montant             PIC 9(7)V99.
           05  jfr-regle               PIC X(1).
           05  jfr-valeur              PIC 9(7)V99.
           05  jfr-seuil               PIC 9(7)V99.
           05  jfr-dossier             PIC 9(6).
           05  jfr-operateur           PIC X(8).

       WORKING-STORAGE SECTION.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-benef PIC XX.
       01  ws-file-status-virements PIC XX.
       01  ws-file-status-jour PIC XX.
       01  ws-file-status-file PIC XX.
       01  ws-file-status-journal PIC XX.
       01  fin_beneficiaires PIC X VALUE 'N'.
       01  fin_virements PIC X VALUE 'N'.
       01  fin_mouvements PIC X VALUE 'N'.
       01  fin_file PIC X VALUE 'N'.
       01  ws-plafond-nouveau PIC 9(7)V99 VALUE 500.00.
       01  ws-delai-nouveau PIC 9(3) VALUE 48.
       01  ws-nombre-virements PIC 9(2) VALUE 3.
       01  ws-fenetre-minutes PIC 9(3) VALUE 10.
       01  ws-part-disponible PIC 9(3) VALUE 80.
       01  ws-date-du-jour PIC 9(8).
       01  ws-heure-du-jour PIC 9(6).
       01  ws-heure-eclatee REDEFINES ws-heure-du-jour.
           05  ws-hh PIC 9(2).
           05  ws-mm PIC 9(2).
           05  ws-ss PIC 9(2).
       01  ws-minute-du-jour PIC 9(4).
       01  ws-heure-lue PIC 9(6).
       01  ws-heure-lue-eclatee REDEFINES ws-heure-lue.
           05  ws-hh-lue PIC 9(2).
           05  ws-mm-lue PIC 9(2).
           05  ws-ss-lue PIC 9(2).
       01  ws-minute-lue PIC 9(4).
      *>    Anciennete d'un beneficiaire en heures ; un beneficiaire
      *>    jamais vu a une anciennete nulle.
       01  ws-anciennete PIC 9(7) VALUE ZERO.
       01  ws-anciennete-maxi PIC 9(7) VALUE ZERO.
       01  ws-jours-ecoules PIC S9(7) VALUE ZERO.
       01  ws-virements-recents PIC 9(3) VALUE ZERO.
       01  ws-part-constatee PIC 9(7)V99 VALUE ZERO.
       01  ws-sequence-fraude PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  ls-resultat PIC X.
       01  ls-disponible PIC S9(7)V99.
           COPY cpfraude.

       PROCEDURE DIVISION USING ls-resultat, ls-disponible,
               fraude-record.
      *>    Regles anti-fraude des virements du guichet, appelees par
      *>    banque juste avant de passer un virement interne ou
      *>    externe dont la provision est acquise, ou de deposer en
      *>    file d'approbation un virement au-dela du seuil :
      *>     - B : beneficiaire nouveau (enregistre au repertoire, ou
      *>       destinataire d'un premier virement externe, depuis
      *>       moins que le delai) et montant au-dela du plafond
      *>       reduit ; un compte saisi a la main hors repertoire est
      *>       un beneficiaire nouveau ;
      *>     - R : deja autant de virements du compte que le nombre
      *>       admis dans la fenetre de minutes ;
      *>     - S : le virement emporte plus que la part admise du
      *>       disponible (solde, decouvert autorise, moins blocages).
      *>    Chaque regle touchee part au journal_fraude ; si l'une
      *>    l'est, le virement est depose dans file_fraude pour la
      *>    revue superviseur et le resultat vaut O : l'appelant ne
      *>    le passe pas. Un virement deja destine aux quatre yeux
      *>    (frd-aux-quatre-yeux) est evalue et journalise de meme,
      *>    sous le numero de sa demande d'approbation, mais ne va pas
      *>    en file : c'est le superviseur de l'approbation qui tranche
      *>    au vu des regles touchees.
           MOVE 'N' TO ls-resultat
           MOVE SPACES TO frd-regles
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-heure-du-jour
           COMPUTE ws-minute-du-jour = ws-hh * 60 + ws-mm
           PERFORM LIRE-PARAMETRE-FRAUDE
           PERFORM REGLE-BENEFICIAIRE-NOUVEAU
           PERFORM REGLE-RAFALE
           PERFORM REGLE-PART-DISPONIBLE
           IF frd-regles = SPACES THEN
               GOBACK
           END-IF
           MOVE 'O' TO ls-resultat
           IF frd-aux-quatre-yeux THEN
               MOVE frd-sequence TO ws-sequence-fraude
               PERFORM JOURNALISER-REGLES
               GOBACK
           END-IF
           PERFORM NUMEROTER-FRAUDE
           PERFORM JOURNALISER-REGLES
           PERFORM DEPOSER-EN-FILE
           GOBACK.

       LIRE-PARAMETRE-FRAUDE.
           OPEN INPUT parametre_fraude
           IF ws-file-status-parametre = '00' THEN
               READ parametre_fraude
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE pfr-plafond-nouveau TO ws-plafond-nouveau
                       MOVE pfr-delai-nouveau TO ws-delai-nouveau
                       MOVE pfr-nombre-virements
                           TO ws-nombre-virements
                       MOVE pfr-fenetre-minutes TO ws-fenetre-minutes
                       MOVE pfr-part-disponible TO ws-part-disponible
               END-READ
               CLOSE parametre_fraude
           END-IF.

       REGLE-BENEFICIAIRE-NOUVEAU.
           MOVE ZERO TO ws-anciennete-maxi
           IF frd-virement-interne THEN
               PERFORM ANCIENNETE-REPERTOIRE
           ELSE
               PERFORM ANCIENNETE-VIREMENTS-EXTERNES
           END-IF
           IF ws-anciennete-maxi < ws-delai-nouveau
                   AND frd-montant > ws-plafond-nouveau THEN
               MOVE 'B' TO frd-regle-beneficiaire
           END-IF.

       ANCIENNETE-REPERTOIRE.
      *>    Un beneficiaire enregistre avant la datation des lignes
      *>    du repertoire est repute etabli de longue date.
           MOVE 'N' TO fin_beneficiaires
           OPEN INPUT beneficiaires
           IF ws-file-status-benef = '00' THEN
               PERFORM UNTIL fin_beneficiaires = 'Y'
                   READ beneficiaires
                       AT END
                           MOVE 'Y' TO fin_beneficiaires
                       NOT AT END
                           IF benef-compte-titulaire = frd-compte
                                   AND benef-compte-numero
                                   = frd-compte-destination THEN
                               PERFORM MESURER-ANCIENNETE-BENEF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE beneficiaires
           END-IF.

       MESURER-ANCIENNETE-BENEF.
           IF benef-date-ajout NOT NUMERIC
                   OR benef-date-ajout = ZERO THEN
               MOVE 9999999 TO ws-anciennete
           ELSE
               MOVE benef-heure-ajout TO ws-heure-lue
               IF benef-heure-ajout NOT NUMERIC THEN
                   MOVE ZERO TO ws-heure-lue
               END-IF
               COMPUTE ws-jours-ecoules =
                       FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                       - FUNCTION INTEGER-OF-DATE(benef-date-ajout)
               COMPUTE ws-anciennete =
                       (ws-jours-ecoules * 24) + ws-hh - ws-hh-lue
           END-IF
           IF ws-anciennete > ws-anciennete-maxi THEN
               MOVE ws-anciennete TO ws-anciennete-maxi
           END-IF.

       ANCIENNETE-VIREMENTS-EXTERNES.
      *>    Le beneficiaire externe n'est pas au repertoire : il est
      *>    etabli des lors qu'un virement du meme compte vers le meme
      *>    IBAN a ete demande il y a plus que le delai (la demande
      *>    n'etant datee qu'au jour, elle compte pour minuit).
           MOVE 'N' TO fin_virements
           OPEN INPUT virements_externes
           IF ws-file-status-virements = '00' THEN
               PERFORM UNTIL fin_virements = 'Y'
                   READ virements_externes
                       AT END
                           MOVE 'Y' TO fin_virements
                       NOT AT END
                           IF ve-compte-origine = frd-compte
                                   AND ve-compte-destinataire
                                   = frd-iban
                                   AND ve-banque-destinataire
                                   = frd-banque THEN
                               COMPUTE ws-jours-ecoules =
                                   FUNCTION INTEGER-OF-DATE(
                                       ws-date-du-jour)
                                   - FUNCTION INTEGER-OF-DATE(
                                       ve-date-demande)
                               COMPUTE ws-anciennete =
                                   (ws-jours-ecoules * 24) + ws-hh
                               IF ws-anciennete > ws-anciennete-maxi
                                       THEN
                                   MOVE ws-anciennete
                                       TO ws-anciennete-maxi
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE virements_externes
           END-IF.

       REGLE-RAFALE.
      *>    Les virements passes du jour sont dans mouvements_jour,
      *>    horodates a la saisie ; la fenetre ne remonte pas au-dela
      *>    de minuit.
           MOVE ZERO TO ws-virements-recents
           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_jour
           IF ws-file-status-jour = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_jour
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           IF hist-compte = frd-compte
                                   AND action_transaction
                                   = "Virement :"
                                   AND hist-date-saisie
                                   = ws-date-du-jour THEN
                               PERFORM COMPTER-SI-DANS-FENETRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_jour
           END-IF
           IF ws-virements-recents >= ws-nombre-virements THEN
               MOVE 'R' TO frd-regle-rafale
           END-IF.

       COMPTER-SI-DANS-FENETRE.
           MOVE hist-heure TO ws-heure-lue
           COMPUTE ws-minute-lue = ws-hh-lue * 60 + ws-mm-lue
           IF ws-minute-lue + ws-fenetre-minutes
                   >= ws-minute-du-jour THEN
               ADD 1 TO ws-virements-recents
           END-IF.

       REGLE-PART-DISPONIBLE.
           IF ls-disponible <= ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-part-constatee ROUNDED =
                   frd-montant * 100 / ls-disponible
           IF ws-part-constatee > ws-part-disponible THEN
               MOVE 'S' TO frd-regle-part
           END-IF.

       JOURNALISER-REGLES.
           OPEN EXTEND journal_fraude
           IF ws-file-status-journal = '35' THEN
               OPEN OUTPUT journal_fraude
           END-IF
           MOVE ws-date-du-jour TO jfr-date
           MOVE ws-heure-du-jour TO jfr-heure
           MOVE frd-compte TO jfr-compte
           MOVE frd-type TO jfr-type
           MOVE frd-montant TO jfr-montant
           MOVE ws-sequence-fraude TO jfr-dossier
           MOVE frd-operateur TO jfr-operateur
           IF frd-regle-beneficiaire NOT = SPACE THEN
               MOVE 'B' TO jfr-regle
               MOVE ws-anciennete-maxi TO jfr-valeur
               MOVE ws-plafond-nouveau TO jfr-seuil
               WRITE journal-fraude-record
           END-IF
           IF frd-regle-rafale NOT = SPACE THEN
               MOVE 'R' TO jfr-regle
               MOVE ws-virements-recents TO jfr-valeur
               MOVE ws-nombre-virements TO jfr-seuil
               WRITE journal-fraude-record
           END-IF
           IF frd-regle-part NOT = SPACE THEN
               MOVE 'S' TO jfr-regle
               MOVE ws-part-constatee TO jfr-valeur
               MOVE ws-part-disponible TO jfr-seuil
               WRITE journal-fraude-record
           END-IF
           CLOSE journal_fraude.

       DEPOSER-EN-FILE.
           MOVE ws-sequence-fraude TO frd-sequence
           MOVE ws-date-du-jour TO frd-date
           MOVE ws-heure-du-jour TO frd-heure
           SET frd-en-attente TO TRUE
           MOVE SPACES TO frd-superviseur
           MOVE ZERO TO frd-date-decision
           MOVE SPACES TO frd-note-rappel
           OPEN EXTEND file_fraude
           IF ws-file-status-file = '35' THEN
               OPEN OUTPUT file_fraude
           END-IF
           MOVE fraude-record TO fraude-fichier
           WRITE fraude-fichier
           END-WRITE
           CLOSE file_fraude.

       NUMEROTER-FRAUDE.
           MOVE ZERO TO ws-sequence-fraude
           MOVE 'N' TO fin_file
           OPEN INPUT file_fraude
           IF ws-file-status-file = '00' THEN
               PERFORM UNTIL fin_file = 'Y'
                   READ file_fraude
                       AT END
                           MOVE 'Y' TO fin_file
                       NOT AT END
                           IF ff-sequence > ws-sequence-fraude THEN
                               MOVE ff-sequence
                                   TO ws-sequence-fraude
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE file_fraude
           END-IF
           ADD 1 TO ws-sequence-fraude.
       END PROGRAM controler_fraude.

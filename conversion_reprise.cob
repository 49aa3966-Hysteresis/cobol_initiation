           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT comptes_flottant ASSIGN TO 'comptes_flottant'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS flo-numero
           FILE STATUS IS ws-file-status-flottant.
           SELECT ecarts_conversion ASSIGN TO 'ecarts_conversion'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ecarts.
           SELECT le_solde_ancien ASSIGN TO 'le_solde_ancien'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-solde-ancien.
           05  anc-date-fermeture      PIC 9(8).
       FD comptes.
           COPY cpcompte.
       FD comptes_flottant.
      *>    Disposition actuelle du fichier maitre, a ceci pres que le
      *>    solde y est encore range en virgule flottante simple
      *>    precision : les centimes s'y perdaient au fil des calculs
      *>    et le solde du maitre s'ecartait du solde apres porte par
      *>    le journal.
       01  flottant-compte-record.
           05  flo-numero              PIC 9(6).
           05  flo-client              PIC 9(6).
           05  flo-nom                 PIC X(20).
           05  flo-prenom              PIC X(20).
           05  flo-pin                 PIC X(4).
           05  flo-solde               USAGE COMP-1.
           05  flo-decouvert-autorise  PIC 9(7)V99.
           05  flo-produit             PIC X(4).
           05  flo-devise              PIC X(3).
           05  flo-statut              PIC X(1).
           05  flo-echecs-pin          PIC 9(1).
           05  flo-date-ouverture      PIC 9(8).
           05  flo-date-fermeture      PIC 9(8).
           05  flo-agence              PIC X(3).
       FD ecarts_conversion.
      *>    Un compte par ligne dont le solde converti differe du
      *>    dernier solde apres du journal, regularise ou non.
       01  ecart-conversion-record.
           05  ecv-compte              PIC 9(6).
           05  ecv-solde-converti      PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  ecv-solde-journal       PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  ecv-ecart               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  ecv-regularise          PIC X(1).
           05  ecv-superviseur         PIC X(8).
       FD le_solde_ancien.
      *>    Ancienne disposition des releves de solde : pas de numero
      *>    de compte, montant non signe.
       01  ws-file-status-solde-ancien PIC XX.
       01  ws-file-status-hist PIC XX.
       01  ws-file-status-hist-ancien PIC XX.
       01  ws-file-status-flottant PIC XX.
       01  ws-file-status-ecarts PIC XX.
       01  ws-mode-conversion PIC X.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  fin_historique PIC X VALUE 'N'.
      *>    tenue par compte, le guichet ne suivait que le compte de
      *>    service historique.
       01  compte-reprise-soldes PIC 9(6) VALUE 000545.
      *>    Dernier solde apres du journal pour chaque compte, le
      *>    journal etant parcouru dans l'ordre des ecritures.
       01  table-derniers-soldes.
           05  ds-entry OCCURS 5000 TIMES INDEXED BY ds-i.
               10  ds-compte           PIC 9(6).
               10  ds-solde            PIC S9(7)V99.
       01  ds-nombre PIC 9(4) VALUE ZERO.
       01  ws-solde-journal PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-trouve PIC X VALUE 'N'.
       01  ws-ecart PIC S9(7)V99 VALUE ZERO.
       01  ws-ecart-absolu PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-regul PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-regul PIC S9(7)V99 VALUE ZERO.
       01  ws-autorise-regul PIC X VALUE 'N'.
       01  ws-id-superviseur PIC X(8) VALUE SPACES.
       01  ws-nombre-ecarts PIC 9(5) VALUE ZERO.
       01  ws-nombre-regularises PIC 9(5) VALUE ZERO.
       01  ws-converti-edite PIC -(7)9.99.
       01  ws-journal-edite PIC -(7)9.99.
       01  ws-ecart-edite PIC -(7)9.99.

       PROCEDURE DIVISION.
           DISPLAY "Reprise des fichiers"
           DISPLAY "1 - Conversion depuis l'ancienne disposition"
           DISPLAY "2 - Passage des soldes en decimal exact"
           ACCEPT ws-mode-conversion
           EVALUATE ws-mode-conversion
               WHEN "1" PERFORM CONVERSION-ANCIENNE-DISPOSITION
               WHEN "2" PERFORM CONVERSION-SOLDES-DECIMAUX
               WHEN OTHER DISPLAY "Choix invalide"
           END-EVALUATE
           STOP RUN.

       CONVERSION-ANCIENNE-DISPOSITION.
      *>    Bascule unique des fichiers de l'ancienne disposition vers
      *>    la nouvelle (client proprietaire, decouvert, produit,
      *>    devise et compteur d'echecs sur les comptes ; numero de
               DISPLAY "Conversion terminee. Reconstruire",
                           " historique_index avec",
                           " reconstruction_index (mode R)."
           END-IF.

       CONVERTIR-COMPTES.
           MOVE 'N' TO fin_comptes
           MOVE anc-nom TO compte-nom
           MOVE anc-prenom TO compte-prenom
           CALL 'brouiller_pin' USING anc-pin, compte-pin
           COMPUTE compte-solde ROUNDED = anc-solde
           MOVE ZERO TO compte-decouvert-autorise
           MOVE "CC01" TO compte-produit
           MOVE 'N' TO compte-mineur
           MOVE "EUR" TO compte-devise
           MOVE anc-statut TO compte-statut
           MOVE ZERO TO compte-echecs-pin
               DISPLAY "Mouvements convertis : ",
                           ws-nombre-mouvements
           END-IF.
       CONVERSION-SOLDES-DECIMAUX.
      *>    Bascule unique du solde des comptes de la virgule
      *>    flottante au decimal exact. Le journal (historique) fait
      *>    foi : chaque compte dont le solde converti differe de son
      *>    dernier solde apres est liste a l'ecran et dans
      *>    ecarts_conversion, et un superviseur decide compte par
      *>    compte de la regularisation, passee en ecriture de
      *>    correction. Mode d'emploi : renommer comptes en
      *>    comptes_flottant, lancer ce programme, puis conserver
      *>    ecarts_conversion avec les pieces de la bascule.
           DISPLAY "Passage des soldes des comptes en decimal exact"
           DISPLAY "Le fichier comptes sera reecrit depuis",
                       " comptes_flottant."
           DISPLAY "Confirmer ? (O/N)"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O' AND ws-confirmation NOT = 'o'
                   THEN
               DISPLAY "Conversion abandonnee"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT comptes_flottant
           IF ws-file-status-flottant NOT = '00' THEN
               DISPLAY "/!\ comptes_flottant introuvable, comptes non",
                           " converti"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-DERNIERS-SOLDES
           OPEN OUTPUT comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes impossible a creer (",
                           ws-file-status, "), conversion arretee"
               CLOSE comptes_flottant
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ecarts_conversion
           MOVE 'N' TO fin_comptes
           MOVE ZERO TO flo-numero
           START comptes_flottant KEY IS NOT LESS THAN flo-numero
               INVALID KEY
                   MOVE 'Y' TO fin_comptes
           END-START
           PERFORM UNTIL fin_comptes = 'Y'
               READ comptes_flottant NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_comptes
                   NOT AT END
                       PERFORM CONVERTIR-SOLDE-COMPTE
               END-READ
           END-PERFORM
           CLOSE ecarts_conversion
           CLOSE comptes
           CLOSE comptes_flottant
           DISPLAY "Comptes convertis : ", ws-nombre-comptes
           DISPLAY "Ecarts avec le journal : ", ws-nombre-ecarts,
                       "  regularises : ", ws-nombre-regularises
           IF ws-nombre-ecarts > ZERO THEN
               DISPLAY "Detail des ecarts dans ecarts_conversion"
           END-IF.

       CHARGER-DERNIERS-SOLDES.
           MOVE ZERO TO ds-nombre
           MOVE 'N' TO fin_historique
           OPEN INPUT historique
           IF ws-file-status-hist NOT = '00' THEN
               DISPLAY "/!\ historique introuvable, aucun solde",
                           " rapproche"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_historique = 'Y'
               READ historique
                   AT END
                       MOVE 'Y' TO fin_historique
                   NOT AT END
                       PERFORM RETENIR-DERNIER-SOLDE
               END-READ
           END-PERFORM
           CLOSE historique.

       RETENIR-DERNIER-SOLDE.
           SET ds-i TO 1
           SEARCH ds-entry
               AT END
                   PERFORM AJOUTER-DERNIER-SOLDE
               WHEN ds-i > ds-nombre
                   PERFORM AJOUTER-DERNIER-SOLDE
               WHEN ds-compte(ds-i) = hist-compte
                   MOVE hist-solde-apres TO ds-solde(ds-i)
           END-SEARCH.

       AJOUTER-DERNIER-SOLDE.
           IF ds-nombre < 5000 THEN
               ADD 1 TO ds-nombre
               MOVE hist-compte TO ds-compte(ds-nombre)
               MOVE hist-solde-apres TO ds-solde(ds-nombre)
           ELSE
               DISPLAY "/!\ Table des soldes pleine, compte ",
                           hist-compte, " non rapproche"
           END-IF.

       CONVERTIR-SOLDE-COMPTE.
      *>    Le solde flottant est arrondi au centime le plus proche ;
      *>    toutes les autres zones sont reprises telles quelles.
           MOVE flo-numero TO compte-numero
           MOVE flo-client TO compte-client
           MOVE flo-nom TO compte-nom
           MOVE flo-prenom TO compte-prenom
           MOVE flo-pin TO compte-pin
           COMPUTE compte-solde ROUNDED = flo-solde
           MOVE flo-decouvert-autorise TO compte-decouvert-autorise
           MOVE flo-produit TO compte-produit
           MOVE flo-devise TO compte-devise
           MOVE flo-statut TO compte-statut
           MOVE flo-echecs-pin TO compte-echecs-pin
           MOVE flo-date-ouverture TO compte-date-ouverture
           MOVE flo-date-fermeture TO compte-date-fermeture
           MOVE flo-agence TO compte-agence
           MOVE 'N' TO compte-mineur
           PERFORM RAPPROCHER-SOLDE-JOURNAL
           WRITE compte-record
           END-WRITE
           ADD 1 TO ws-nombre-comptes.

       RAPPROCHER-SOLDE-JOURNAL.
      *>    Un compte sans aucune ecriture au journal n'a rien a quoi
      *>    etre rapproche.
           MOVE 'N' TO ws-solde-trouve
           SET ds-i TO 1
           SEARCH ds-entry
               AT END
                   CONTINUE
               WHEN ds-i > ds-nombre
                   CONTINUE
               WHEN ds-compte(ds-i) = compte-numero
                   MOVE ds-solde(ds-i) TO ws-solde-journal
                   MOVE 'O' TO ws-solde-trouve
           END-SEARCH
           IF ws-solde-trouve = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-ecart = ws-solde-journal - compte-solde
           IF ws-ecart = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-nombre-ecarts
           MOVE compte-solde TO ws-converti-edite
           MOVE ws-solde-journal TO ws-journal-edite
           MOVE ws-ecart TO ws-ecart-edite
           DISPLAY "Compte ", compte-numero, " solde converti ",
                       ws-converti-edite, " journal ",
                       ws-journal-edite, " ecart ", ws-ecart-edite
           MOVE compte-numero TO ecv-compte
           MOVE compte-solde TO ecv-solde-converti
           MOVE ws-solde-journal TO ecv-solde-journal
           MOVE ws-ecart TO ecv-ecart
           MOVE 'N' TO ecv-regularise
           MOVE SPACES TO ecv-superviseur
           IF ws-ecart < ZERO THEN
               COMPUTE ws-ecart-absolu = ZERO - ws-ecart
           ELSE
               MOVE ws-ecart TO ws-ecart-absolu
           END-IF
           MOVE 'N' TO ws-autorise-regul
           MOVE SPACES TO ws-id-superviseur
           CALL 'autoriser_superviseur' USING "REGUL SOLDE ",
               compte-numero, ws-ecart-absolu, ws-autorise-regul,
               ws-id-superviseur
           IF ws-autorise-regul = 'O' THEN
               PERFORM REGULARISER-SOLDE
           ELSE
               DISPLAY "   non regularise, a traiter au guichet"
           END-IF
           WRITE ecart-conversion-record
           END-WRITE.

       REGULARISER-SOLDE.
      *>    Le solde du maitre est ramene au solde du journal, et la
      *>    correction porte l'ecart au journal sous l'identifiant du
      *>    superviseur qui l'a approuvee.
           MOVE ws-solde-journal TO compte-solde
           MOVE ws-ecart-absolu TO ws-montant-regul
           MOVE ws-solde-journal TO ws-solde-regul
           CALL 'transaction' USING "C", compte-numero,
               ws-montant-regul, ws-solde-regul,
               "Regularisation conversion     ",
               "ECART DECIMAL       ", ws-id-superviseur
           MOVE 'O' TO ecv-regularise
           MOVE ws-id-superviseur TO ecv-superviseur
           ADD 1 TO ws-nombre-regularises
           DISPLAY "   regularise par ", ws-id-superviseur.
       END PROGRAM conversion_reprise.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. change_billets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT taux_change ASSIGN TO 'taux_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-taux.
           SELECT ecart_change_billets ASSIGN TO 'ecart_change_billets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-ecart.
           SELECT operations_change ASSIGN TO 'operations_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-change.
           SELECT caisses_devises ASSIGN TO 'caisses_devises'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-tiroir.
           SELECT recepisses_change ASSIGN TO 'recepisses_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-recu.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT code_agence ASSIGN TO 'code_agence'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-agence.

       DATA DIVISION.
       FILE SECTION.
       FD taux_change.
           COPY cptauxchange.
       FD ecart_change_billets.
      *>    Fichier parametre d'une seule ligne : l'ecart de la banque
      *>    sur le cours moyen pour les billets, en pourcentage,
      *>    ajoute au cours quand la banque vend et retranche quand
      *>    elle achete.
       01  ecart-change-record.
           05  ecb-ecart PIC 9(2)V99.
       FD operations_change.
           COPY cpchange.
       FD caisses_devises.
           COPY cpcaissedev.
       FD recepisses_change.
       01  ligne-recu PIC X(60).
       FD comptes.
           COPY cpcompte.
       FD code_agence.
       01  code-agence-record.
           05  ca-code PIC X(3).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-taux PIC XX.
       01  ws-file-status-ecart PIC XX.
       01  ws-file-status-change PIC XX.
       01  ws-file-status-tiroir PIC XX.
       01  ws-file-status-recu PIC XX.
       01  ws-file-status-agence PIC XX.
       01  fin_taux PIC X VALUE 'N'.
       01  fin_change PIC X VALUE 'N'.
       01  fin_tiroir PIC X VALUE 'N'.
       01  ws-code-agence PIC X(3) VALUE "001".
       01  ws-date-du-jour PIC 9(8).
       01  ws-heure PIC 9(6).
       01  ws-guichetier PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-sens PIC X.
       01  ws-devise PIC X(3).
       01  ws-montant-devise PIC 9(7)V99 VALUE ZERO.
       01  ws-ecart-billets PIC 9(2)V99 VALUE 2.50.
       01  ws-taux-trouve PIC X VALUE 'N'.
       01  ws-cours-moyen PIC 9(3)V9(6) VALUE ZERO.
       01  ws-date-cours PIC 9(8) VALUE ZERO.
       01  ws-cours-applique PIC 9(3)V9(6) VALUE ZERO.
       01  ws-contre-valeur PIC 9(7)V99 VALUE ZERO.
       01  ws-valeur-client PIC 9(7)V99 VALUE ZERO.
       01  ws-marge PIC 9(7)V99 VALUE ZERO.
       01  ws-commission PIC 9(2)V99 VALUE ZERO.
       01  ws-operation-frais PIC X VALUE 'C'.
       01  ws-montant-euro PIC S9(7)V99 VALUE ZERO.
       01  ws-reglement PIC X.
       01  ws-compte-saisi PIC 9(6) VALUE ZERO.
       01  ws-cle-valide PIC X.
       01  ws-compte-accepte PIC X VALUE 'N'.
       01  ws-blocages PIC 9(7)V99 VALUE ZERO.
       01  ws-disponible PIC S9(9)V99 VALUE ZERO.
       01  ws-confirmation PIC X.
       01  ws-stock-tiroir PIC 9(7)V99 VALUE ZERO.
       01  ws-tiroir-trouve PIC X VALUE 'N'.
       01  ws-dernier-numero PIC 9(6) VALUE ZERO.
      *>    Compte interne du change au guichet : contrepartie des
      *>    clients de passage qui reglent en especes. Chaque
      *>    operation y passe l'especes (Depot ou Retrait, compte dans
      *>    l'equilibrage du tiroir) et les ecritures de change, de
      *>    marge et de commission, dont le solde net revient a zero.
       01  ws-compte-change-guichet PIC 9(6) VALUE 000998.
       01  ws-compte-poste PIC 9(6).
       01  ws-compte-lu PIC X VALUE 'N'.
       01  ws-comptes-ouvert PIC X VALUE 'N'.
       01  ws-solde-courant PIC S9(7)V99 VALUE ZERO.
       01  ws-lettre-ecriture PIC X.
       01  ws-montant-ecriture PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-motif-ecriture PIC X(20).
       01  ws-memo-change PIC X(30).
       01  ws-montant-edite PIC Z(6)9.99.
       01  ws-euro-edite PIC Z(6)9.99.
       01  ws-cours-edite PIC ZZ9.999999.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Change manuel au guichet : achat ou vente de billets
      *>    etrangers, y compris pour un client de passage sans compte
      *>    chez nous. Le cours du jour de taux_change est corrige de
      *>    l'ecart de la banque (ecart_change_billets), la commission
      *>    vient du bareme des frais (ligne C). Le reglement se fait
      *>    en especes ou, pour un client de la banque, sur son
      *>    compte. Chaque operation est consignee dans
      *>    operations_change, fait bouger le stock de la devise dans
      *>    le tiroir du guichetier (caisses_devises), passe ses
      *>    ecritures par transaction - la marge sous sa propre action
      *>    Marge chg, pour sa ligne au grand livre - et imprime un
      *>    recepisse detaille.
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-CODE-AGENCE
           PERFORM LIRE-ECART-BILLETS
           DISPLAY "-------------- "
           DISPLAY "     Change de billets au guichet"
           DISPLAY "-------------- "
           CALL 'authentifier_operateur' USING 'C', ws-guichetier,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Vente de billets au client : 1"
           DISPLAY "Achat de billets au client : 2"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   MOVE 'V' TO ws-sens
               WHEN '2'
                   MOVE 'A' TO ws-sens
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
                   STOP RUN
           END-EVALUATE
           PERFORM TRAITER-UNE-OPERATION
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

       LIRE-ECART-BILLETS.
           OPEN INPUT ecart_change_billets
           IF ws-file-status-ecart = '00' THEN
               READ ecart_change_billets
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ecb-ecart TO ws-ecart-billets
               END-READ
               CLOSE ecart_change_billets
           END-IF.

       TRAITER-UNE-OPERATION.
           DISPLAY "Devise des billets (USD, GBP, CHF...) :"
           ACCEPT ws-devise
           IF ws-devise = SPACES OR ws-devise = "EUR" THEN
               DISPLAY "/!\ Devise etrangere obligatoire"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHER-COURS
           IF ws-taux-trouve = 'N' THEN
               DISPLAY "/!\ Devise non cotee dans taux_change,",
                           " change refuse"
               EXIT PARAGRAPH
           END-IF
           IF ws-date-cours < ws-date-du-jour THEN
               DISPLAY "/!\ Attention : cours du ", ws-date-cours,
                           ", non mis a jour ce jour"
           END-IF
           DISPLAY "Montant en ", ws-devise, " :"
           ACCEPT ws-montant-devise
           IF ws-montant-devise = ZERO THEN
               DISPLAY "/!\ Montant nul, change abandonne"
               EXIT PARAGRAPH
           END-IF
           IF ws-sens = 'V' THEN
               PERFORM LIRE-STOCK-TIROIR
               IF ws-stock-tiroir < ws-montant-devise THEN
                   DISPLAY "/!\ Stock du tiroir insuffisant en ",
                               ws-devise, " (", ws-stock-tiroir,
                               ") : demander un transfert du coffre"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CALCULER-OPERATION
           IF ws-montant-euro NOT > ZERO THEN
               DISPLAY "/!\ Montant trop faible au regard de la",
                           " commission, change refuse"
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-PROPOSITION
           DISPLAY "Reglement en especes (E) ou sur compte (C) ?"
           ACCEPT ws-reglement
           IF ws-reglement = 'C' OR ws-reglement = 'c' THEN
               MOVE 'C' TO ws-reglement
               PERFORM CONTROLER-COMPTE-CLIENT
               IF ws-compte-accepte = 'N' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-compte-saisi TO ws-compte-poste
           ELSE
               MOVE 'E' TO ws-reglement
               MOVE ZERO TO ws-compte-saisi
               MOVE ws-compte-change-guichet TO ws-compte-poste
           END-IF
           DISPLAY "Confirmer l'operation (O/N) ?"
           ACCEPT ws-confirmation
           IF ws-confirmation NOT = 'O' AND ws-confirmation NOT = 'o'
                   THEN
               DISPLAY "--> Operation abandonnee"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-heure
           PERFORM RETROUVER-DERNIER-NUMERO
           PERFORM CONSIGNER-OPERATION
           PERFORM METTRE-A-JOUR-TIROIR
           PERFORM PASSER-ECRITURES
           PERFORM IMPRIMER-RECEPISSE-CHANGE
           DISPLAY "--> Operation de change ", chg-numero,
                       " passee, recepisse dans recepisses_change".

       RECHERCHER-COURS.
           MOVE 'N' TO ws-taux-trouve
           MOVE 'N' TO fin_taux
           OPEN INPUT taux_change
           IF ws-file-status-taux = '00' THEN
               PERFORM UNTIL fin_taux = 'Y'
                   READ taux_change
                       AT END
                           MOVE 'Y' TO fin_taux
                       NOT AT END
                           IF tch-devise = ws-devise THEN
                               MOVE tch-taux TO ws-cours-moyen
                               MOVE tch-date-cours TO ws-date-cours
                               MOVE 'O' TO ws-taux-trouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE taux_change
           END-IF.

       LIRE-STOCK-TIROIR.
           MOVE ZERO TO ws-stock-tiroir
           MOVE 'N' TO fin_tiroir
           OPEN INPUT caisses_devises
           IF ws-file-status-tiroir = '00' THEN
               PERFORM UNTIL fin_tiroir = 'Y'
                   READ caisses_devises
                       AT END
                           MOVE 'Y' TO fin_tiroir
                       NOT AT END
                           IF cdv-date = ws-date-du-jour
                                   AND cdv-guichetier = ws-guichetier
                                   AND cdv-devise = ws-devise
                                   AND cdv-ouverte THEN
                               MOVE cdv-stock-courant
                                   TO ws-stock-tiroir
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_devises
           END-IF.

       CALCULER-OPERATION.
      *>    La contre-valeur au cours moyen est ce que vaut le billet
      *>    dans nos livres ; l'ecart entre elle et la valeur au cours
      *>    applique au client est la marge de change. La commission
      *>    du bareme s'ajoute au prix paye par le client qui achete
      *>    et se retranche de ce que recoit le client qui vend.
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-commission
           IF ws-sens = 'V' THEN
               COMPUTE ws-cours-applique ROUNDED = ws-cours-moyen
                       * (1 + ws-ecart-billets / 100)
           ELSE
               COMPUTE ws-cours-applique ROUNDED = ws-cours-moyen
                       * (1 - ws-ecart-billets / 100)
           END-IF
           COMPUTE ws-contre-valeur ROUNDED =
                   ws-montant-devise * ws-cours-moyen
           COMPUTE ws-valeur-client ROUNDED =
                   ws-montant-devise * ws-cours-applique
           IF ws-sens = 'V' THEN
               COMPUTE ws-marge = ws-valeur-client - ws-contre-valeur
               COMPUTE ws-montant-euro =
                       ws-valeur-client + ws-commission
           ELSE
               COMPUTE ws-marge = ws-contre-valeur - ws-valeur-client
               COMPUTE ws-montant-euro =
                       ws-valeur-client - ws-commission
           END-IF.

       AFFICHER-PROPOSITION.
           MOVE ws-montant-devise TO ws-montant-edite
           MOVE ws-cours-applique TO ws-cours-edite
           MOVE ws-montant-euro TO ws-euro-edite
           DISPLAY ws-devise, " ", ws-montant-edite, " au cours de ",
                       ws-cours-edite, " (cours moyen ",
                       ws-cours-moyen, ")"
           DISPLAY "Commission : ", ws-commission, " €"
           IF ws-sens = 'V' THEN
               DISPLAY "A payer par le client : ", ws-euro-edite, " €"
           ELSE
               DISPLAY "A remettre au client : ", ws-euro-edite, " €"
           END-IF.

       CONTROLER-COMPTE-CLIENT.
      *>    Le reglement sur compte est reserve a un compte euro en
      *>    etat de fonctionner ; le client qui achete des devises
      *>    doit en avoir la provision (decouvert autorise compris,
      *>    fonds bloques deduits), comme pour un retrait.
           MOVE 'N' TO ws-compte-accepte
           DISPLAY "Numero de compte du client :"
           ACCEPT ws-compte-saisi
           CALL 'cle_compte' USING 'V', ws-compte-saisi, ws-cle-valide
           IF ws-cle-valide NOT = 'O' THEN
               DISPLAY "/!\ Numero de compte invalide (cle)"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible : reglement",
                           " en especes seulement"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-compte-saisi TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", ws-compte-saisi, " inconnu"
               NOT INVALID KEY
                   PERFORM VERIFIER-COMPTE-CLIENT
           END-READ
           CLOSE comptes.

       VERIFIER-COMPTE-CLIENT.
           IF NOT compte-actif THEN
               DISPLAY "/!\ Compte non actif (statut ", compte-statut,
                           "), reglement sur compte refuse"
               EXIT PARAGRAPH
           END-IF
           IF compte-devise NOT = "EUR" AND compte-devise NOT = SPACES
                   THEN
               DISPLAY "/!\ Compte tenu en ", compte-devise,
                           ", reglement sur compte refuse"
               EXIT PARAGRAPH
           END-IF
           IF ws-sens = 'V' THEN
               CALL 'calculer_blocages' USING compte-numero,
                   ws-blocages
               COMPUTE ws-disponible = compte-solde
                       + compte-decouvert-autorise - ws-blocages
               IF ws-montant-euro > ws-disponible THEN
                   DISPLAY "/!\ Provision insuffisante (disponible ",
                               ws-disponible, " €)"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Compte de ", compte-prenom, " ", compte-nom
           MOVE 'O' TO ws-compte-accepte.

       RETROUVER-DERNIER-NUMERO.
           MOVE ZERO TO ws-dernier-numero
           MOVE 'N' TO fin_change
           OPEN INPUT operations_change
           IF ws-file-status-change = '00' THEN
               PERFORM UNTIL fin_change = 'Y'
                   READ operations_change
                       AT END
                           MOVE 'Y' TO fin_change
                       NOT AT END
                           IF chg-numero > ws-dernier-numero THEN
                               MOVE chg-numero TO ws-dernier-numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operations_change
           END-IF.

       CONSIGNER-OPERATION.
           OPEN EXTEND operations_change
           IF ws-file-status-change = '35' THEN
               OPEN OUTPUT operations_change
           END-IF
           ADD 1 TO ws-dernier-numero
           MOVE ws-dernier-numero TO chg-numero
           MOVE ws-date-du-jour TO chg-date
           MOVE ws-heure TO chg-heure
           MOVE ws-guichetier TO chg-guichetier
           MOVE ws-code-agence TO chg-agence
           MOVE ws-sens TO chg-sens
           MOVE ws-devise TO chg-devise
           MOVE ws-montant-devise TO chg-montant-devise
           MOVE ws-cours-moyen TO chg-cours-moyen
           MOVE ws-cours-applique TO chg-cours-applique
           MOVE ws-contre-valeur TO chg-contre-valeur
           MOVE ws-marge TO chg-marge
           MOVE ws-commission TO chg-commission
           MOVE ws-montant-euro TO chg-montant-euro
           MOVE ws-reglement TO chg-reglement
           MOVE ws-compte-saisi TO chg-compte
           WRITE operation-change-record
           END-WRITE
           CLOSE operations_change.

       METTRE-A-JOUR-TIROIR.
      *>    Les billets achetes entrent dans le tiroir, les billets
      *>    vendus en sortent. Un tiroir qui n'avait pas encore cette
      *>    devise aujourd'hui en recoit la ligne, a fond nul.
           MOVE 'N' TO ws-tiroir-trouve
           MOVE 'N' TO fin_tiroir
           OPEN I-O caisses_devises
           IF ws-file-status-tiroir = '00' THEN
               PERFORM UNTIL fin_tiroir = 'Y'
                   READ caisses_devises
                       AT END
                           MOVE 'Y' TO fin_tiroir
                       NOT AT END
                           IF cdv-date = ws-date-du-jour
                                   AND cdv-guichetier = ws-guichetier
                                   AND cdv-devise = ws-devise
                                   AND cdv-ouverte THEN
                               IF ws-sens = 'V' THEN
                                   SUBTRACT ws-montant-devise
                                       FROM cdv-stock-courant
                               ELSE
                                   ADD ws-montant-devise
                                       TO cdv-stock-courant
                               END-IF
                               REWRITE caisse-devise-record
                               MOVE 'O' TO ws-tiroir-trouve
                               MOVE 'Y' TO fin_tiroir
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_devises
           END-IF
           IF ws-tiroir-trouve = 'N' THEN
               OPEN EXTEND caisses_devises
               IF ws-file-status-tiroir = '35' THEN
                   OPEN OUTPUT caisses_devises
               END-IF
               MOVE ws-date-du-jour TO cdv-date
               MOVE ws-guichetier TO cdv-guichetier
               MOVE ws-devise TO cdv-devise
               MOVE ZERO TO cdv-fond-ouverture
               MOVE ws-montant-devise TO cdv-stock-courant
               MOVE ZERO TO cdv-billets-comptes
               MOVE ZERO TO cdv-ecart
               SET cdv-ouverte TO TRUE
               MOVE ws-code-agence TO cdv-agence
               WRITE caisse-devise-record
               END-WRITE
               CLOSE caisses_devises
           END-IF.

       PASSER-ECRITURES.
      *>    Vente de billets : Chg vente pour la contre-valeur, Marge
      *>    chg pour la marge, Frais pour la commission, tous au debit
      *>    du compte ; achat : Chg achat au credit, marge et
      *>    commission au debit. Pour un client de passage, le compte
      *>    interne du change recoit en plus l'especes (Depot avant
      *>    une vente, Retrait apres un achat) et revient a zero.
           MOVE SPACES TO ws-memo-change
           MOVE ws-montant-devise TO ws-montant-edite
           STRING "CHG " DELIMITED BY SIZE
                   chg-numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-devise DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
               INTO ws-memo-change
           MOVE 'N' TO ws-compte-lu
           MOVE 'N' TO ws-comptes-ouvert
           MOVE ZERO TO ws-solde-courant
           OPEN I-O comptes
           IF ws-file-status = '00' THEN
               MOVE 'O' TO ws-comptes-ouvert
               MOVE ws-compte-poste TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       DISPLAY "/!\ Compte ", ws-compte-poste,
                                   " inconnu, soldes non mis a jour"
                   NOT INVALID KEY
                       MOVE 'O' TO ws-compte-lu
                       MOVE compte-solde TO ws-solde-courant
                       MOVE compte-solde TO ws-image-ancien-solde
               END-READ
           END-IF
           IF ws-sens = 'V' THEN
               IF ws-reglement = 'E' THEN
                   MOVE "D" TO ws-lettre-ecriture
                   MOVE ws-montant-euro TO ws-montant-ecriture
                   MOVE "Change especes" TO ws-motif-ecriture
                   PERFORM PASSER-UNE-ECRITURE
               END-IF
               MOVE "L" TO ws-lettre-ecriture
               MOVE ws-contre-valeur TO ws-montant-ecriture
               MOVE "Vente billets devise" TO ws-motif-ecriture
               PERFORM PASSER-UNE-ECRITURE
           ELSE
               MOVE "A" TO ws-lettre-ecriture
               MOVE ws-contre-valeur TO ws-montant-ecriture
               MOVE "Achat billets devise" TO ws-motif-ecriture
               PERFORM PASSER-UNE-ECRITURE
           END-IF
           IF ws-marge > ZERO THEN
               MOVE "N" TO ws-lettre-ecriture
               MOVE ws-marge TO ws-montant-ecriture
               MOVE "Marge de change" TO ws-motif-ecriture
               PERFORM PASSER-UNE-ECRITURE
           END-IF
           IF ws-commission > ZERO THEN
               MOVE "F" TO ws-lettre-ecriture
               MOVE ws-commission TO ws-montant-ecriture
               MOVE "Commission de change" TO ws-motif-ecriture
               PERFORM PASSER-UNE-ECRITURE
           END-IF
           IF ws-sens = 'A' AND ws-reglement = 'E' THEN
               MOVE "R" TO ws-lettre-ecriture
               MOVE ws-montant-euro TO ws-montant-ecriture
               MOVE "Change especes" TO ws-motif-ecriture
               PERFORM PASSER-UNE-ECRITURE
           END-IF
           IF ws-compte-lu = 'O' THEN
               MOVE ws-solde-courant TO compte-solde
               REWRITE compte-record
               MOVE compte-solde TO ws-image-nouveau-solde
               CALL 'journal_comptes' USING "change      ",
                   ws-guichetier, compte-numero,
                   ws-image-ancien-solde, ws-image-nouveau-solde,
                   compte-statut, compte-statut
           END-IF
           IF ws-comptes-ouvert = 'O' THEN
               CLOSE comptes
           END-IF.

       PASSER-UNE-ECRITURE.
           IF ws-lettre-ecriture = "D" OR ws-lettre-ecriture = "A" THEN
               COMPUTE ws-solde-courant =
                       ws-solde-courant + ws-montant-ecriture
           ELSE
               COMPUTE ws-solde-courant =
                       ws-solde-courant - ws-montant-ecriture
           END-IF
           CALL 'transaction' USING ws-lettre-ecriture,
               ws-compte-poste, ws-montant-ecriture, ws-solde-courant,
               ws-memo-change, ws-motif-ecriture, ws-guichetier.

       IMPRIMER-RECEPISSE-CHANGE.
      *>    Recepisse en clair pour l'imprimante de guichet : le
      *>    client de passage n'a pas de releve ou retrouver le cours
      *>    et la commission appliques.
           OPEN EXTEND recepisses_change
           IF ws-file-status-recu = '35' THEN
               OPEN OUTPUT recepisses_change
           END-IF
           MOVE ALL "-" TO ligne-recu
           WRITE ligne-recu
           MOVE SPACES TO ligne-recu
           STRING "CHANGE MANUEL No " DELIMITED BY SIZE
                   chg-numero DELIMITED BY SIZE
                   "  AGENCE " DELIMITED BY SIZE
                   ws-code-agence DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE SPACES TO ligne-recu
           STRING "Le " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   ws-heure DELIMITED BY SIZE
                   "  guichetier " DELIMITED BY SIZE
                   ws-guichetier DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE SPACES TO ligne-recu
           IF ws-sens = 'V' THEN
               MOVE "VENTE DE BILLETS AU CLIENT" TO ligne-recu
           ELSE
               MOVE "ACHAT DE BILLETS AU CLIENT" TO ligne-recu
           END-IF
           WRITE ligne-recu
           MOVE ws-montant-devise TO ws-montant-edite
           MOVE SPACES TO ligne-recu
           STRING "Billets       : " DELIMITED BY SIZE
                   ws-devise DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE ws-cours-applique TO ws-cours-edite
           MOVE SPACES TO ligne-recu
           STRING "Cours applique: " DELIMITED BY SIZE
                   ws-cours-edite DELIMITED BY SIZE
                   " EUR pour 1 " DELIMITED BY SIZE
                   ws-devise DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE ws-valeur-client TO ws-euro-edite
           MOVE SPACES TO ligne-recu
           STRING "Contre-valeur : EUR " DELIMITED BY SIZE
                   ws-euro-edite DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE ws-commission TO ws-euro-edite
           MOVE SPACES TO ligne-recu
           STRING "Commission    : EUR " DELIMITED BY SIZE
                   ws-euro-edite DELIMITED BY SIZE
               INTO ligne-recu
           WRITE ligne-recu
           MOVE ws-montant-euro TO ws-euro-edite
           MOVE SPACES TO ligne-recu
           IF ws-sens = 'V' THEN
               STRING "TOTAL PAYE    : EUR " DELIMITED BY SIZE
                       ws-euro-edite DELIMITED BY SIZE
                   INTO ligne-recu
           ELSE
               STRING "TOTAL REMIS   : EUR " DELIMITED BY SIZE
                       ws-euro-edite DELIMITED BY SIZE
                   INTO ligne-recu
           END-IF
           WRITE ligne-recu
           MOVE SPACES TO ligne-recu
           IF ws-reglement = 'C' THEN
               STRING "Regle sur le compte " DELIMITED BY SIZE
                       ws-compte-saisi DELIMITED BY SIZE
                   INTO ligne-recu
           ELSE
               MOVE "Regle en especes" TO ligne-recu
           END-IF
           WRITE ligne-recu
           CLOSE recepisses_change.
       END PROGRAM change_billets.

           SELECT code_agence ASSIGN TO 'code_agence'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-agence.
           SELECT delai_inactivite ASSIGN TO 'delai_inactivite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-inactivite.
           SELECT cartes ASSIGN TO 'cartes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-cartes.
           SELECT pieces_identite ASSIGN TO 'pieces_identite'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-pieces.
           SELECT cheques_remis ASSIGN TO 'cheques_remis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-remis.
           SELECT delai_encaissement ASSIGN TO 'delai_encaissement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-encaissement.
           SELECT parametre_mineurs ASSIGN TO 'parametre_mineurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mineurs.
           SELECT precommandes_especes ASSIGN TO 'precommandes_especes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-precommandes.
           SELECT delai_precommande ASSIGN TO 'delai_precommande'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-delai-pco.
           SELECT mobilite_sortante ASSIGN TO 'mobilite_sortante'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mobilite.
           SELECT gels_juridiques ASSIGN TO 'gels_juridiques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-gels.
           SELECT mobilite_transmise ASSIGN TO 'mobilite_transmise'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-transmise.
           SELECT mandats_prelevement ASSIGN TO 'mandats_prelevement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mandats-prel.
       DATA DIVISION.
       FILE SECTION.
       FD le_solde.
       FD approbations_virements.
           COPY cpapprob.

       FD cartes.
           COPY cpcarte.

       FD parametre_mineurs.
           COPY cpparmineur.

       FD pieces_identite.
           COPY cppieceid.

       FD cheques_remis.
           COPY cpchqremis.

       FD delai_encaissement.
      *>    Fichier parametre d'une ligne : le nombre de jours pendant
      *>    lesquels une remise de cheques reste bloquee au compte, le
      *>    temps que la banque tiree puisse la rejeter.
       01  delai-encaissement-record.
           05  de-jours PIC 9(2).

       FD precommandes_especes.
           COPY cpprecommande.

       FD delai_precommande.
      *>    Fichier parametre d'une ligne : le nombre de jours de
      *>    grace apres la date de retrait prevue, au-dela duquel une
      *>    precommande non servie est annulee et son blocage leve.
       01  delai-precommande-record.
           05  dp-jours PIC 9(2).

       FD delai_inactivite.
       01  delai-inactivite-record.
           05  di-minutes PIC 9(3).

       FD seuil_approbation.
      *>    Fichier parametre d'une seule ligne : le montant au-dela
      *>    duquel un virement doit passer par la file d'approbation
      *>    superviseur au lieu d'etre execute au guichet.
       01  seuil-parametre PIC 9(7)V99.

       FD mobilite_sortante.
           COPY cpmobsort.
       FD gels_juridiques.
      *>    Marqueurs de gel juridique par client (requisition,
      *>    contentieux), disposition d'anonymisation_clients.
       01  ligne-gel-juridique.
           05  gj-client           PIC 9(6).
           05  gj-motif            PIC X(30).
           05  gj-statut           PIC X(1).
               88  gj-actif        VALUE 'A'.
               88  gj-leve         VALUE 'L'.
       FD mobilite_transmise.
      *>    Liste des virements permanents et des mandats du compte
      *>    qui part, disposition cpmobilite.cpy.
       01  ligne-mobilite-transmise PIC X(136).
       FD mandats_prelevement.
           COPY cpmandprel.

       WORKING-STORAGE SECTION.
       01  ws-banque-destinataire PIC X(8).
       01  ws-compte-externe PIC X(20).
       01  ws-date-du-jour PIC 9(8).
       01  le_montant PIC 9(5) VALUE 500.
       01 ws-file-status PIC XX.
       01  solde PIC S9(7)V99 VALUE 100 .
       01  solde_b PIC S9(7)V99 VALUE 200 .
       01  compte_b PIC 9(6) VALUE 000545.
       01  compte_x PIC 9(6) VALUE 000545.
       01  montant_depot PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-authentifie PIC X VALUE 'N'.
       01  ws-nouveau-numero PIC 9(6).
       01  ws-numero-fermeture PIC 9(6).
       01  ws-depot-initial PIC 9(7)V99.
       01  ws-statut-verification PIC X.
       01  ws-memo-virement PIC X(30).
       01  ws-choix-beneficiaire PIC X.
       01  ws-file-status-clients PIC XX.
       01  ws-client-session PIC 9(6) VALUE ZERO.
       01  ws-client-saisi PIC 9(6).
       01  ws-total-portefeuille PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-edite PIC -(7)9.99.
       01  ws-nombre-comptes-client PIC 9(3) VALUE ZERO.
       01  fin_comptes PIC X VALUE 'N'.
       01  ws-file-status-mandats PIC XX.
       01  fin_mandats PIC X VALUE 'N'.
       01  ws-mandats-compte PIC 9(3) VALUE ZERO.
       01  ws-mandat-trouve PIC X VALUE 'N'.
       01  ws-qualite-revoquee PIC X.
       01  ws-qualite-declaree PIC X.
       01  ws-signataire-saisi PIC 9(6).
       01  ws-droits-session PIC X VALUE 'O'.
       01  ws-droits-mandat PIC X.
       01  ws-pin-deuxieme PIC X(4).
       01  ws-choix-mandat PIC X.
       01  ws-decouvert-session PIC 9(7)V99 VALUE ZERO.
      *>    Compte de mineur : plafonds reduits (parametre_mineurs),
      *>    ni decouvert ni virement vers une autre banque.
       01  ws-mineur-session PIC X VALUE 'N'.
       01  ws-plafond-retrait-session PIC 9(4)V99 VALUE ZERO.
       01  ws-file-status-mineurs PIC XX.
       01  ws-plafond-retrait-mineur PIC 9(4)V99 VALUE 150.00.
       01  ws-plafond-dab-mineur PIC 9(5)V99 VALUE 100.00.
       01  ws-nom-titulaire PIC X(20).
       01  ws-prenom-titulaire PIC X(20).
       01  ws-date-naissance-client PIC 9(8) VALUE ZERO.
       01  ws-date-majorite PIC 9(8) VALUE ZERO.
       01  ws-compte-mineur PIC X VALUE 'N'.
       01  table-representants.
           05  rl-entry OCCURS 2 TIMES.
               10  rl-client           PIC 9(6).
               10  rl-pin              PIC X(4).
       01  rl-nombre PIC 9 VALUE ZERO.
      *>    Livrets reglementes : plafond de versement et un seul
      *>    livret de chaque produit par client.
       01  ws-solde-avant-credit PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.
       01  ws-produit-livret PIC X VALUE 'N'.
       01  ws-plafond-livret PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-detenu PIC X VALUE 'N'.
       01  fin_comptes_client PIC X VALUE 'N'.
       01  rl-i PIC 9.
       01  ws-representant-saisi PIC 9(6).
       01  ws-file-status-produits PIC XX.
       01  fin_produits PIC X VALUE 'N'.
       01  ws-produit-valide PIC X VALUE 'N'.
       01  ws-devise-virement PIC X(3).
       01  ws-montant-devise PIC 9(7)V99.
       01  ws-taux-change PIC 9(3)V9(6).
       01  ws-nom-beneficiaire PIC X(40).
       01  ws-option-frais-virement PIC X(1) VALUE 'S'.
       01  ws-montant-demande PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-envoye PIC 9(7)V99 VALUE ZERO.
       01  ws-frais-correspondant PIC 9(5)V99 VALUE ZERO.
       01  ws-frais-corr-client PIC 9(5)V99 VALUE ZERO.
       01  ws-resultat-filtrage PIC X VALUE 'N'.
           COPY cpfiltrage.
       01  ws-fraude-retenue PIC X VALUE 'N'.
       01  ws-disponible-fraude PIC S9(7)V99 VALUE ZERO.
      *>    O pendant l'evaluation d'un virement qui part aux quatre
      *>    yeux : les regles touchees suivent la demande.
       01  ws-fraude-approbation PIC X VALUE 'N'.
           COPY cpfraude.
       01  ws-taux-trouve PIC X VALUE 'N'.
       01  ws-file-status-echecs PIC XX.
       01  ws-pin-brouille PIC X(4).
      *>    chez tous ses autres appelants.
       01  ws-montant-origine-aff PIC 9(7)V99 VALUE ZERO.
       01  ws-action-origine PIC X(10).
       01  ws-date-origine PIC 9(8) VALUE ZERO.
       01  ws-exercice-clos PIC X VALUE 'N'.
       01  ws-memo-extourne PIC X(30).
       01  ws-solde-avant-origine PIC S9(9)V99 VALUE ZERO.
       01  ws-solde-apres-origine PIC S9(9)V99 VALUE ZERO.
       01  ws-avant-connu PIC X VALUE 'N'.
       01  ws-file-status-archive PIC XX.
       01  ws-nom-archive PIC X(30).
       01  fin_archive PIC X VALUE 'N'.
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-file-status-inactivite PIC XX.
       01  ws-delai-inactivite PIC 9(3) VALUE 10.
       01  ws-horodatage-activite.
           05  ws-activite-date PIC 9(8).
           05  ws-activite-heure PIC 9(2).
           05  ws-activite-minute PIC 9(2).
           05  ws-activite-seconde PIC 9(2).
           05  FILLER PIC X(7).
       01  ws-derniere-activite PIC 9(11) VALUE ZERO.
       01  ws-activite-precedente PIC 9(11) VALUE ZERO.
       01  ws-file-status-cartes PIC XX.
       01  fin_cartes PIC X VALUE 'N'.
       01  ws-choix-carte PIC X.
       01  ws-rang-carte PIC 9(3) VALUE ZERO.
       01  ws-rang-carte-choisi PIC 9(3) VALUE ZERO.
       01  ws-carte-traitee PIC X VALUE 'N'.
       01  ws-type-opposition PIC X.
       01  ws-motif-opposition PIC X(20).
       01  ws-carte-a-remplacer PIC X(16).
       01  ws-deja-remplacee PIC X VALUE 'N'.
       01  ws-plafond-dab-saisi PIC 9(5)V99 VALUE ZERO.
       01  ws-plafond-tpe-saisi PIC 9(5)V99 VALUE ZERO.
       01  ws-nombre-cartes PIC 9(5) VALUE ZERO.
       01  ws-mois-emission PIC 9(6) VALUE ZERO.
       01  ws-file-status-pieces PIC XX.
       01  fin_pieces PIC X VALUE 'N'.
       01  ws-piece-valide PIC X VALUE 'N'.
       01  ws-reponse-piece PIC X.
       01  ws-rang-luhn PIC 9(2) VALUE ZERO.
       01  ws-chiffre-luhn PIC 9(2) VALUE ZERO.
       01  ws-somme-luhn PIC 9(3) VALUE ZERO.
       01  ws-double-luhn PIC X VALUE 'O'.
      *>    Numero de carte : prefixe de l'etablissement, compte du
      *>    porteur, rang d'emission et cle de Luhn, vue aussi chiffre
      *>    par chiffre pour le calcul de la cle.
       01  ws-numero-carte.
           05  ws-carte-prefixe PIC X(4) VALUE "4970".
           05  ws-carte-compte PIC 9(6).
           05  ws-carte-rang PIC 9(5).
           05  ws-carte-cle PIC 9(1).
       01  ws-chiffres-carte REDEFINES ws-numero-carte.
           05  ws-chiffre-carte PIC 9 OCCURS 16 TIMES.
       01  ws-file-status-remis PIC XX.
       01  ws-file-status-encaissement PIC XX.
       01  fin_remis PIC X VALUE 'N'.
       01  ws-delai-encaissement PIC 9(2) VALUE 8.
       01  ws-numero-remise PIC 9(6) VALUE ZERO.
       01  ws-date-fin-reserve PIC 9(8) VALUE ZERO.
       01  ws-confirmation-remise PIC X.
       01  ws-remise-valide PIC X VALUE 'O'.
       01  ws-produit-remise PIC X(4) VALUE SPACES.
       01  montant-minimum-remise PIC 9(7)V99 VALUE 0.01.
       01  montant-maximum-remise PIC 9(7)V99 VALUE 999999.99.
      *>    Cheques du bordereau en cours de saisie, ecrits ensemble
      *>    seulement une fois la remise confirmee.
       01  table-remise.
           05  rq-entry OCCURS 20 TIMES INDEXED BY rq-i.
               10  rq-banque-tiree     PIC X(8).
               10  rq-numero-cheque    PIC 9(7).
               10  rq-montant          PIC 9(7)V99.
       01  rq-nombre PIC 9(2) VALUE ZERO.
       01  ws-total-remise PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-remise PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-memo-remise PIC X(30).
      *>    Precommandes d'especes : le panachage se saisit coupure
      *>    par coupure, du billet de 500 € au billet de 5 €.
       01  valeurs-billets.
           05  FILLER PIC 9(3) VALUE 500.
           05  FILLER PIC 9(3) VALUE 200.
           05  FILLER PIC 9(3) VALUE 100.
           05  FILLER PIC 9(3) VALUE 50.
           05  FILLER PIC 9(3) VALUE 20.
           05  FILLER PIC 9(3) VALUE 10.
           05  FILLER PIC 9(3) VALUE 5.
       01  table-billets REDEFINES valeurs-billets.
           05  billet-valeur OCCURS 7 TIMES INDEXED BY bv-i
               PIC 9(3).
       01  ws-file-status-precommandes PIC XX.
       01  ws-file-status-delai-pco PIC XX.
       01  fin_precommandes PIC X VALUE 'N'.
       01  ws-choix-precommande PIC X.
       01  ws-delai-precommande PIC 9(2) VALUE 3.
       01  ws-numero-precommande PIC 9(6) VALUE ZERO.
       01  ws-precommande-choisie PIC 9(6) VALUE ZERO.
       01  ws-precommande-trouvee PIC X VALUE 'N'.
       01  ws-date-retrait-prevue PIC 9(8) VALUE ZERO.
       01  ws-date-fin-precommande PIC 9(8) VALUE ZERO.
       01  ws-montant-precommande PIC 9(7)V99 VALUE ZERO.
       01  ws-disponible-precommande PIC S9(8)V99 VALUE ZERO.
       01  ws-confirmation-precommande PIC X.
       01  ws-motif-precommande PIC X(30).
       01  ws-file-status-mobilite PIC XX.
       01  ws-file-status-transmise PIC XX.
       01  ws-file-status-mandats-prel PIC XX.
       01  fin_mobilite PIC X VALUE 'N'.
       01  fin_mandats_prel PIC X VALUE 'N'.
      *>    Mobilite sortante du compte a fermer : N aucune, O echue
      *>    ce jour, F prevue plus tard, A abandonnee au guichet.
       01  ws-mobilite-trouvee PIC X VALUE 'N'.
       01  ws-mobilite-confirmee PIC X.
       01  ws-reference-mobilite PIC X(12).
      *>    Libelle de l'ecriture de transfert, a la longueur du memo
      *>    de transaction.
       01  ws-memo-mobilite PIC X(30).
       01  ws-file-status-gels PIC XX.
       01  fin_gels PIC X VALUE 'N'.
       01  ws-gel-actif PIC X VALUE 'N'.
       01  ws-blocages-mobilite PIC 9(7)V99 VALUE ZERO.
       01  ws-banque-mobilite PIC X(8).
       01  ws-iban-mobilite PIC X(20).
       01  ws-date-mobilite PIC 9(8).
       01  ws-solde-mobilite PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-mobilite PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres-mobilite PIC S9(7)V99 VALUE ZERO.
       01  ws-rang-mobilite PIC 9(3) VALUE ZERO.
       01  code-banque-emettrice PIC X(8) VALUE "BQLOCALE".
           COPY cpmobilite.
       01  ws-panachage.
           05  ws-nombre-billets PIC 9(4) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
           CALL 'verifier_fichier' USING 'V', ws-statut-verification
           IF ws-statut-verification NOT = 'O' THEN
               DISPLAY "/!\ Echec de la verification des fichiers au",
                           " demarrage, arret du programme."
               DISPLAY "Serveur indisponible : consigner les depots",
                           " et retraits avec saisie_secours"
               GOBACK
           END-IF.

           PERFORM OUVRIR-SESSION-GUICHETIER
           PERFORM CHARGER-PROFIL-OPERATEUR
           IF ws-operateur-session = SPACES THEN
               DISPLAY "/!\ Identification guichetier refusee,",
                           " fin du programme."
               GOBACK
           END-IF
               DISPLAY "Mon solde : 4"
               DISPLAY "Historique : 5"
               IF ws-profil-caisse = 'O'
                       AND ws-session-formation NOT = 'O'
                       AND ws-mineur-session NOT = 'O' THEN
                   DISPLAY "Virement vers une autre banque : 6"
               END-IF
               IF ws-profil-comptes = 'O'
                       AND ws-session-formation NOT = 'O' THEN
                   DISPLAY "Blocages de fonds : B"
                   DISPLAY "Coordonnees du client : R"
                   DISPLAY "Cartes bancaires : C"
               END-IF
               IF ws-profil-caisse = 'O'
                       AND ws-session-formation NOT = 'O' THEN
                   DISPLAY "Remise de cheques d'autres banques : Q"
                   DISPLAY "Precommande d'especes : K"
               END-IF
               DISPLAY tiret_menu
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
               PERFORM CONTROLER-INACTIVITE
               EVALUATE choix_menu
                   WHEN '0'
                       CALL 'transaction' USING "X", compte_b,
                           ws-montant-session, solde, SPACES,
                           "Fermeture de session",
                           ws-operateur-session
                       CALL 'authentifier_operateur' USING 'D',
                           ws-operateur-session, ws-operateur-valide
                       DISPLAY "Merci de votre visite."
                       GOBACK
                   WHEN '1'
                       IF ws-operation-permise = 'O' THEN
                           CALL 'retrait' USING 'R', MONTANT_RETRAIT,
                               compte_b, solde, ws-decouvert-session,
                               ws-operateur-session,
                               ws-plafond-retrait-session
                           PERFORM METTRE-A-JOUR-COMPTE-SESSION
                       END-IF
                   WHEN '3'
                       IF ws-acces-permis = 'O' THEN
                           PERFORM GERER-COORDONNEES
                       END-IF
                   WHEN 'C' WHEN 'c'
                       MOVE 'T' TO ws-classe-option
                       MOVE "CARTES" TO ws-option-refusee
                       PERFORM CONTROLER-ACCES-OPTION
                       PERFORM CONTROLER-OPTION-FORMATION
                       IF ws-acces-permis = 'O' THEN
                           PERFORM GERER-CARTES
                       END-IF
                   WHEN 'Q' WHEN 'q'
                       MOVE 'C' TO ws-classe-option
                       MOVE "REMISE CHEQUES" TO ws-option-refusee
                       PERFORM CONTROLER-ACCES-OPTION
                       PERFORM CONTROLER-OPTION-FORMATION
                       MOVE 'O' TO ws-nature-operation
                       IF ws-acces-permis = 'O' THEN
                           PERFORM VERIFIER-DROITS-OPERATION
                       ELSE
                           MOVE 'N' TO ws-operation-permise
                       END-IF
                       IF ws-operation-permise = 'O' THEN
                           PERFORM REMETTRE-CHEQUES
                       END-IF
                   WHEN 'K' WHEN 'k'
                       MOVE 'C' TO ws-classe-option
                       MOVE "PRECOMMANDE ESPECES" TO ws-option-refusee
                       PERFORM CONTROLER-ACCES-OPTION
                       PERFORM CONTROLER-OPTION-FORMATION
                       IF ws-acces-permis = 'O' THEN
                           PERFORM GERER-PRECOMMANDES
                       END-IF
                    WHEN OTHER
                        DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
      *>    en permanence, et le commutateur est depose dans
      *>    mode_formation pour que les sous-programmes routent de
      *>    la meme facon.
      *>    L'identifiant n'est plus pris sur parole : il est
      *>    controle avec son mot de passe par authentifier_operateur,
      *>    qui journalise la connexion ; un refus laisse l'identifiant
      *>    de session a blanc et le programme s'arrete.
           CALL 'authentifier_operateur' USING 'C',
               ws-operateur-session, ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               MOVE SPACES TO ws-operateur-session
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-DELAI-INACTIVITE
           PERFORM NOTER-ACTIVITE
           DISPLAY "Session de formation ? (O/N)"
           ACCEPT ws-session-formation
           IF ws-session-formation NOT = 'O' THEN
                           " reel ne sera touche ***"
           END-IF.

       LIRE-DELAI-INACTIVITE.
      *>    Fichier parametre d'une seule ligne : le nombre de minutes
      *>    sans saisie au-dela duquel le poste se verrouille (10 a
      *>    defaut de fichier).
           OPEN INPUT delai_inactivite
           IF ws-file-status-inactivite = '00' THEN
               READ delai_inactivite
                   AT END
                       CONTINUE
                   NOT AT END
                       IF di-minutes > ZERO THEN
                           MOVE di-minutes TO ws-delai-inactivite
                       END-IF
               END-READ
               CLOSE delai_inactivite
           END-IF.

       NOTER-ACTIVITE.
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage-activite
           COMPUTE ws-derniere-activite =
               FUNCTION INTEGER-OF-DATE(ws-activite-date) * 86400
               + ws-activite-heure * 3600 + ws-activite-minute * 60
               + ws-activite-seconde.

       CONTROLER-INACTIVITE.
      *>    Un poste laisse sans saisie au-dela du delai parametre se
      *>    verrouille : le choix tape au retour n'est execute qu'apres
      *>    re-saisie du mot de passe de l'operateur de la session. Un
      *>    refus ferme la session comme si "Quitter" avait ete choisi,
      *>    pour qu'un collegue ne poursuive pas sous son nom.
           MOVE ws-derniere-activite TO ws-activite-precedente
           PERFORM NOTER-ACTIVITE
           IF ws-derniere-activite - ws-activite-precedente
                   > ws-delai-inactivite * 60 THEN
               DISPLAY "/!\ Poste verrouille apres ",
                           ws-delai-inactivite,
                           " minutes d'inactivite"
               CALL 'authentifier_operateur' USING 'V',
                   ws-operateur-session, ws-operateur-valide
               IF ws-operateur-valide NOT = 'O' THEN
                   DISPLAY "/!\ Session fermee"
                   MOVE '0' TO choix_menu
               END-IF
               PERFORM NOTER-ACTIVITE
           END-IF.

       CHARGER-PROFIL-OPERATEUR.
      *>    Charge le profil de l'operateur de la session depuis le
      *>    fichier des profils. Un operateur absent du fichier (ou
           DISPLAY "Destination : un de nos comptes (C) ou une",
                       " banque externe (E) ?"
           ACCEPT op-type-destination
           IF op-vers-externe AND ws-mineur-session = 'O' THEN
               DISPLAY "/!\ Compte de mineur : aucun virement vers",
                           " une autre banque"
               EXIT PARAGRAPH
           END-IF
           IF op-vers-externe THEN
               MOVE ZERO TO op-compte-destination
               DISPLAY "Saisir le code de la banque destinataire :"
                       IF compte-client = ws-client-session THEN
                           ADD 1 TO ws-nombre-comptes-client
                           ADD compte-solde TO ws-total-portefeuille
                           MOVE compte-solde TO ws-solde-edite
                           DISPLAY "Compte ", compte-numero, " (",
                               compte-statut, ") solde : ",
                               ws-solde-edite, " €"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE comptes
           MOVE ws-total-portefeuille TO ws-solde-edite
           DISPLAY "Comptes : ", ws-nombre-comptes-client,
               "  Position totale : ", ws-solde-edite, " €"
           DISPLAY tiret_menu.

       GERER-COORDONNEES.
           IF blo-compte = compte_b AND blo-actif THEN
               ADD 1 TO ws-rang-blocage
               IF ws-rang-blocage = ws-rang-blocage-leve THEN
      *>            Les fonds geles par une saisie ne se liberent que
      *>            par mainlevee (gestion_saisies) ou paiement du
      *>            creancier (traitement_saisies) ; ceux d'une
      *>            precommande d'especes, par le retrait qui la sert
      *>            ou par son annulation.
                   IF blo-motif(1:7) = "SAISIE " THEN
                       MOVE 'O' TO ws-blocage-leve
                       DISPLAY "/!\ Blocage de saisie : mainlevee",
                                   " par le suivi des saisies"
                   ELSE
                   IF blo-motif(1:12) = "PRECOMMANDE " THEN
                       MOVE 'O' TO ws-blocage-leve
                       DISPLAY "/!\ Blocage de precommande : annuler",
                                   " la precommande d'especes"
                   ELSE
                       SET blo-leve TO TRUE
                       REWRITE blocage-record
                       MOVE 'O' TO ws-blocage-leve
                       DISPLAY "--> Blocage leve"
                   END-IF
                   END-IF
               END-IF
           END-IF.

       GERER-PRECOMMANDES.
      *>    Gros retraits d'especes annonces a l'avance : le coffre
      *>    ne garde pas de quoi servir 15 000 € au pied leve. Le
      *>    guichet reserve le montant, la date et le panachage des
      *>    billets ; le montant est bloque tout de suite au compte,
      *>    la commande de fonds au transporteur en tient compte pour
      *>    le jour dit, et le retrait de ce jour-la sert la
      *>    precommande et leve le blocage.
           DISPLAY tiret_menu
           DISPLAY "     Precommandes d'especes"
           DISPLAY tiret_menu
           DISPLAY "Lister les precommandes : 1"
           DISPLAY "Reserver une precommande : 2"
           DISPLAY "Annuler une precommande : 3"
           ACCEPT ws-choix-precommande
           EVALUATE ws-choix-precommande
               WHEN '1'
                   PERFORM AFFICHER-PRECOMMANDES
               WHEN '2'
                   PERFORM RESERVER-PRECOMMANDE
               WHEN '3'
                   PERFORM ANNULER-PRECOMMANDE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE.

       AFFICHER-PRECOMMANDES.
           MOVE 'N' TO ws-precommande-trouvee
           MOVE 'N' TO fin_precommandes
           OPEN INPUT precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-compte = compte_b
                                   AND pco-reservee THEN
                               MOVE 'O' TO ws-precommande-trouvee
                               PERFORM AFFICHER-UNE-PRECOMMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF
           IF ws-precommande-trouvee = 'N' THEN
               DISPLAY "Aucune precommande en cours sur ce compte"
           END-IF.

       AFFICHER-UNE-PRECOMMANDE.
           DISPLAY pco-numero, ") ", pco-montant, " € le ",
                       pco-date-retrait, " reservee le ",
                       pco-date-reservation, " par ", pco-operateur
           PERFORM VARYING bv-i FROM 1 BY 1 UNTIL bv-i > 7
               IF pco-nombre-billets(bv-i) > ZERO THEN
                   DISPLAY "       ", pco-nombre-billets(bv-i),
                               " x ", billet-valeur(bv-i), " €"
               END-IF
           END-PERFORM.

       RESERVER-PRECOMMANDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Date du retrait prevu (AAAAMMJJ) :"
           ACCEPT ws-date-retrait-prevue
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-retrait-prevue)
                   NOT = ZERO
                   OR ws-date-retrait-prevue NOT > ws-date-du-jour THEN
               DISPLAY "/!\ Date invalide : le retrait se prevoit au",
                           " plus tot pour demain"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-montant-precommande
           PERFORM VARYING bv-i FROM 1 BY 1 UNTIL bv-i > 7
               DISPLAY "Nombre de billets de ", billet-valeur(bv-i),
                           " € :"
               ACCEPT ws-nombre-billets(bv-i)
               COMPUTE ws-montant-precommande =
                       ws-montant-precommande
                       + ws-nombre-billets(bv-i) * billet-valeur(bv-i)
           END-PERFORM
           IF ws-montant-precommande = ZERO THEN
               DISPLAY "/!\ Precommande sans montant, abandonnee"
               EXIT PARAGRAPH
           END-IF
      *>    Les fonds doivent etre disponibles des la reservation,
      *>    comme pour un retrait (decouvert compris, blocages
      *>    deduits) : c'est le blocage qui les garde pour le jour dit.
           CALL 'calculer_blocages' USING compte_b,
               ws-blocages-session
           COMPUTE ws-disponible-precommande =
                   solde + ws-decouvert-session - ws-blocages-session
           IF ws-montant-precommande > ws-disponible-precommande THEN
               DISPLAY "/!\ Solde disponible insuffisant : ",
                           ws-disponible-precommande, " €"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Precommande de ", ws-montant-precommande,
                       " € pour le ", ws-date-retrait-prevue,
                       ". Confirmer (O/N) ?"
           ACCEPT ws-confirmation-precommande
           IF ws-confirmation-precommande NOT = 'O'
                   AND ws-confirmation-precommande NOT = 'o' THEN
               DISPLAY "--> Precommande abandonnee"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-DELAI-PRECOMMANDE
           PERFORM NUMEROTER-PRECOMMANDE
           INITIALIZE precommande-record
           MOVE ws-numero-precommande TO pco-numero
           MOVE compte_b TO pco-compte
           MOVE ws-montant-precommande TO pco-montant
           MOVE ws-date-retrait-prevue TO pco-date-retrait
           MOVE ws-date-du-jour TO pco-date-reservation
           MOVE ws-operateur-session TO pco-operateur
           MOVE ws-panachage TO pco-billets
           SET pco-reservee TO TRUE
           OPEN EXTEND precommandes_especes
           IF ws-file-status-precommandes = '35' THEN
               OPEN OUTPUT precommandes_especes
           END-IF
           WRITE precommande-record
           END-WRITE
           CLOSE precommandes_especes
           PERFORM BLOQUER-PRECOMMANDE
           DISPLAY "--> Precommande ", ws-numero-precommande,
                       " reservee, ", ws-montant-precommande,
                       " € bloques jusqu'au ",
                       ws-date-fin-precommande.

       LIRE-DELAI-PRECOMMANDE.
           OPEN INPUT delai_precommande
           IF ws-file-status-delai-pco = '00' THEN
               READ delai_precommande
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE dp-jours TO ws-delai-precommande
               END-READ
               CLOSE delai_precommande
           END-IF.

       NUMEROTER-PRECOMMANDE.
           MOVE ZERO TO ws-numero-precommande
           MOVE 'N' TO fin_precommandes
           OPEN INPUT precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-numero > ws-numero-precommande THEN
                               MOVE pco-numero
                                   TO ws-numero-precommande
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF
           ADD 1 TO ws-numero-precommande.

       BLOQUER-PRECOMMANDE.
      *>    Le blocage court jusqu'a la fin du delai de grace : c'est
      *>    aussi le terme auquel precommandes_echues renonce a
      *>    attendre le client.
           MOVE SPACES TO ws-motif-precommande
           STRING "PRECOMMANDE " DELIMITED BY SIZE
                   ws-numero-precommande DELIMITED BY SIZE
               INTO ws-motif-precommande
           MOVE compte_b TO blo-compte
           MOVE ws-montant-precommande TO blo-montant
           MOVE ws-motif-precommande TO blo-motif
           MOVE ws-date-du-jour TO blo-date-pose
           COMPUTE ws-date-fin-precommande =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-date-retrait-prevue)
                   + ws-delai-precommande)
           MOVE ws-date-fin-precommande TO blo-date-expiration
           SET blo-actif TO TRUE
           OPEN EXTEND blocages_fonds
           IF ws-file-status-blocages = '35' THEN
               OPEN OUTPUT blocages_fonds
           END-IF
           WRITE blocage-record
           END-WRITE
           CLOSE blocages_fonds.

       ANNULER-PRECOMMANDE.
      *>    Le client renonce avant le jour dit : la precommande est
      *>    annulee et son blocage leve dans la foulee.
           PERFORM AFFICHER-PRECOMMANDES
           IF ws-precommande-trouvee = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de la precommande a annuler :"
           ACCEPT ws-precommande-choisie
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE 'N' TO ws-precommande-trouvee
           MOVE 'N' TO fin_precommandes
           OPEN I-O precommandes_especes
           IF ws-file-status-precommandes = '00' THEN
               PERFORM UNTIL fin_precommandes = 'Y'
                   READ precommandes_especes
                       AT END
                           MOVE 'Y' TO fin_precommandes
                       NOT AT END
                           IF pco-numero = ws-precommande-choisie
                                   AND pco-compte = compte_b
                                   AND pco-reservee THEN
                               SET pco-annulee TO TRUE
                               MOVE ws-date-du-jour TO pco-date-cloture
                               REWRITE precommande-record
                               MOVE 'O' TO ws-precommande-trouvee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE precommandes_especes
           END-IF
           IF ws-precommande-trouvee = 'N' THEN
               DISPLAY "/!\ Aucune precommande en cours avec ce",
                           " numero"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-motif-precommande
           STRING "PRECOMMANDE " DELIMITED BY SIZE
                   ws-precommande-choisie DELIMITED BY SIZE
               INTO ws-motif-precommande
           MOVE 'N' TO fin_blocages
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-compte = compte_b AND blo-actif
                                   AND blo-motif = ws-motif-precommande
                                   THEN
                               SET blo-leve TO TRUE
                               REWRITE blocage-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF
           DISPLAY "--> Precommande ", ws-precommande-choisie,
                       " annulee, blocage leve".

       REMETTRE-CHEQUES.
      *>    Remise de cheques tires sur d'autres banques : un
      *>    bordereau de un a vingt cheques, chacun avec sa banque
      *>    tiree, son numero et son montant. Le compte est credite
      *>    tout de suite du total, mais sous reserve d'encaissement :
      *>    un blocage du meme montant court jusqu'a la fin du delai
      *>    de compensation, et les cheques partent la nuit a leur
      *>    banque (compensation_cheques_remis), qui peut les
      *>    renvoyer impayes.
           MOVE ZERO TO rq-nombre
           MOVE ZERO TO ws-total-remise
           MOVE 'O' TO ws-remise-valide
           DISPLAY "Nombre de cheques remis (1 a 20) :"
           ACCEPT rq-nombre
           IF rq-nombre = ZERO OR rq-nombre > 20 THEN
               DISPLAY "/!\ Nombre de cheques invalide"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rq-i FROM 1 BY 1 UNTIL rq-i > rq-nombre
               PERFORM SAISIR-CHEQUE-REMIS
           END-PERFORM
           IF ws-remise-valide = 'N' THEN
               DISPLAY "/!\ Remise abandonnee (montant invalide)"
               EXIT PARAGRAPH
           END-IF
           IF ws-total-remise = ZERO THEN
               DISPLAY "/!\ Remise sans montant, abandonnee"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-PLAFOND-REMISE
           IF ws-livret-admis = 'N' THEN
               DISPLAY "/!\ Remise refusee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Total de la remise : ", ws-total-remise,
                       " € pour ", rq-nombre,
                       " cheque(s). Confirmer (O/N) ?"
           ACCEPT ws-confirmation-remise
           IF ws-confirmation-remise NOT = 'O'
                   AND ws-confirmation-remise NOT = 'o' THEN
               DISPLAY "--> Remise abandonnee"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM LIRE-DELAI-ENCAISSEMENT
           COMPUTE ws-date-fin-reserve = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                   + ws-delai-encaissement)
           PERFORM NUMEROTER-REMISE-CHEQUES
           MOVE SPACES TO ws-memo-remise
           STRING "REMISE CHEQUES " DELIMITED BY SIZE
                   ws-numero-remise DELIMITED BY SIZE
               INTO ws-memo-remise
           COMPUTE solde = solde + ws-total-remise
           PERFORM METTRE-A-JOUR-COMPTE-SESSION
           MOVE ws-total-remise TO ws-montant-remise
           CALL 'transaction' USING "D", compte_b, ws-montant-remise,
               solde, ws-memo-remise, "Remise de cheques",
               ws-operateur-session
           PERFORM ENREGISTRER-CHEQUES-REMIS
           PERFORM BLOQUER-REMISE-CHEQUES
           DISPLAY "--> Remise ", ws-numero-remise, " creditee de ",
                       ws-total-remise, " €, indisponible jusqu'au ",
                       ws-date-fin-reserve
           PERFORM NOUVEAU_SOLDE.

       SAISIR-CHEQUE-REMIS.
           DISPLAY "Cheque ", rq-i, " - banque tiree :"
           ACCEPT rq-banque-tiree(rq-i)
           DISPLAY "Cheque ", rq-i, " - numero du cheque :"
           ACCEPT rq-numero-cheque(rq-i)
           DISPLAY "Cheque ", rq-i, " - montant :"
           ACCEPT rq-montant(rq-i)
           MOVE rq-montant(rq-i) TO ws-montant-remise
           CALL 'valider_montant' USING ws-montant-remise,
               montant-minimum-remise, montant-maximum-remise,
               ws-montant-valide
           IF ws-montant-valide = 'N' THEN
               DISPLAY "/!\ Montant de cheque invalide (entre ",
                           montant-minimum-remise, " et ",
                           montant-maximum-remise, " €)"
               MOVE 'N' TO ws-remise-valide
           ELSE
               ADD rq-montant(rq-i) TO ws-total-remise
           END-IF.

       CONTROLER-PLAFOND-REMISE.
      *>    Comme pour un depot d'especes, un livret reglemente ne
      *>    recoit une remise de cheques que dans la limite de son
      *>    plafond (controler_plafond_livret).
           MOVE SPACES TO ws-produit-remise
           PERFORM OUVRIR-COMPTES
           MOVE compte_b TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE compte-produit TO ws-produit-remise
           END-READ
           CLOSE comptes
           MOVE solde TO ws-solde-avant-credit
           MOVE ws-total-remise TO ws-montant-credit
           CALL 'controler_plafond_livret' USING ws-produit-remise,
               ws-solde-avant-credit, ws-montant-credit,
               ws-livret-admis, ws-montant-admissible.

       LIRE-DELAI-ENCAISSEMENT.
           OPEN INPUT delai_encaissement
           IF ws-file-status-encaissement = '00' THEN
               READ delai_encaissement
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE de-jours TO ws-delai-encaissement
               END-READ
               CLOSE delai_encaissement
           END-IF.

       NUMEROTER-REMISE-CHEQUES.
           MOVE ZERO TO ws-numero-remise
           MOVE 'N' TO fin_remis
           OPEN INPUT cheques_remis
           IF ws-file-status-remis = '00' THEN
               PERFORM UNTIL fin_remis = 'Y'
                   READ cheques_remis
                       AT END
                           MOVE 'Y' TO fin_remis
                       NOT AT END
                           IF rc-numero-remise > ws-numero-remise THEN
                               MOVE rc-numero-remise
                                   TO ws-numero-remise
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_remis
           END-IF
           ADD 1 TO ws-numero-remise.

       ENREGISTRER-CHEQUES-REMIS.
           OPEN EXTEND cheques_remis
           IF ws-file-status-remis = '35' THEN
               OPEN OUTPUT cheques_remis
           END-IF
           PERFORM VARYING rq-i FROM 1 BY 1 UNTIL rq-i > rq-nombre
               IF rq-montant(rq-i) > ZERO THEN
                   INITIALIZE cheque-remis
                   MOVE ws-numero-remise TO rc-numero-remise
                   SET rc-rang TO rq-i
                   MOVE compte_b TO rc-compte
                   MOVE rq-banque-tiree(rq-i) TO rc-banque-tiree
                   MOVE rq-numero-cheque(rq-i) TO rc-numero-cheque
                   MOVE rq-montant(rq-i) TO rc-montant
                   MOVE ws-date-du-jour TO rc-date-remise
                   MOVE ws-date-fin-reserve TO rc-date-fin-reserve
                   SET rc-remis TO TRUE
                   MOVE ws-operateur-session TO rc-operateur
                   WRITE cheque-remis
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE cheques_remis.

       BLOQUER-REMISE-CHEQUES.
           MOVE compte_b TO blo-compte
           MOVE ws-total-remise TO blo-montant
           MOVE ws-memo-remise TO blo-motif
           MOVE ws-date-du-jour TO blo-date-pose
           MOVE ws-date-fin-reserve TO blo-date-expiration
           SET blo-actif TO TRUE
           OPEN EXTEND blocages_fonds
           IF ws-file-status-blocages = '35' THEN
               OPEN OUTPUT blocages_fonds
           END-IF
           WRITE blocage-record
           END-WRITE
           CLOSE blocages_fonds.

       GERER-CARTES.
      *>    Cartes de debit du compte de la session : emission,
      *>    opposition (blocage ou perte declaree) et remplacement.
      *>    Le reglement des operations elles-memes est fait la nuit
      *>    par reglement_cartes, qui refuse toute carte non active.
           DISPLAY tiret_menu
           DISPLAY "     Cartes bancaires"
           DISPLAY tiret_menu
           DISPLAY "Lister les cartes : 1"
           DISPLAY "Emettre une carte : 2"
           DISPLAY "Faire opposition sur une carte : 3"
           DISPLAY "Remplacer une carte : 4"
           ACCEPT ws-choix-carte
           EVALUATE ws-choix-carte
               WHEN '1'
                   PERFORM AFFICHER-CARTES
               WHEN '2'
                   PERFORM EMETTRE-CARTE
               WHEN '3'
                   PERFORM FAIRE-OPPOSITION-CARTE
               WHEN '4'
                   PERFORM REMPLACER-CARTE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE.

       AFFICHER-CARTES.
           MOVE ZERO TO ws-rang-carte
           MOVE 'N' TO fin_cartes
           OPEN INPUT cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-compte = compte_b THEN
                               ADD 1 TO ws-rang-carte
                               DISPLAY ws-rang-carte, ") ",
                                   car-numero, " expire ",
                                   car-expiration, " statut ",
                                   car-statut, " DAB ",
                                   car-plafond-dab, " TPE ",
                                   car-plafond-tpe
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           IF ws-rang-carte = ZERO THEN
               DISPLAY "Aucune carte sur ce compte"
           END-IF.

       EMETTRE-CARTE.
           DISPLAY "Plafond journalier retraits DAB (0 = 500) :"
           ACCEPT ws-plafond-dab-saisi
           IF ws-plafond-dab-saisi = ZERO THEN
               MOVE 500 TO ws-plafond-dab-saisi
           END-IF
           DISPLAY "Plafond journalier paiements TPE (0 = 1500) :"
           ACCEPT ws-plafond-tpe-saisi
           IF ws-plafond-tpe-saisi = ZERO THEN
               MOVE 1500 TO ws-plafond-tpe-saisi
           END-IF
           MOVE SPACES TO ws-carte-a-remplacer
           PERFORM ECRIRE-NOUVELLE-CARTE.

       ECRIRE-NOUVELLE-CARTE.
      *>    Validite de trois ans, jusqu'a la fin du mois d'emission.
           PERFORM NUMEROTER-CARTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE ws-date-du-jour(1:6) TO ws-mois-emission
           MOVE ws-numero-carte TO car-numero
           MOVE compte_b TO car-compte
           COMPUTE car-expiration = ws-mois-emission + 300
           SET car-active TO TRUE
           IF ws-mineur-session = 'O'
                   AND ws-plafond-dab-saisi > ws-plafond-dab-mineur
                   THEN
               MOVE ws-plafond-dab-mineur TO ws-plafond-dab-saisi
               DISPLAY "Compte de mineur : plafond DAB ramene a ",
                           ws-plafond-dab-mineur, " €"
           END-IF
           MOVE ws-plafond-dab-saisi TO car-plafond-dab
           MOVE ws-plafond-tpe-saisi TO car-plafond-tpe
           MOVE ws-date-du-jour TO car-date-emission
           MOVE ZERO TO car-date-opposition
           MOVE SPACES TO car-motif-opposition
           MOVE ws-carte-a-remplacer TO car-carte-remplacee
           MOVE ws-operateur-session TO car-operateur
           OPEN EXTEND cartes
           IF ws-file-status-cartes = '35' THEN
               OPEN OUTPUT cartes
           END-IF
           WRITE carte-record
           END-WRITE
           CLOSE cartes
           DISPLAY "--> Carte ", car-numero, " emise, valable",
                       " jusqu'a ", car-expiration.

       NUMEROTER-CARTE.
      *>    Le rang d'emission est le nombre de cartes deja au
      *>    registre plus un : deux cartes n'ont jamais le meme
      *>    numero, meme sur un compte ferme puis reouvert.
           MOVE ZERO TO ws-nombre-cartes
           MOVE 'N' TO fin_cartes
           OPEN INPUT cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           ADD 1 TO ws-nombre-cartes
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           MOVE "4970" TO ws-carte-prefixe
           MOVE compte_b TO ws-carte-compte
           COMPUTE ws-carte-rang = ws-nombre-cartes + 1
           MOVE ZERO TO ws-carte-cle
           PERFORM CALCULER-CLE-LUHN.

       CALCULER-CLE-LUHN.
      *>    Cle de Luhn des quinze premiers chiffres : en partant de la
      *>    droite, un chiffre sur deux est double (9 retranche s'il
      *>    depasse 9) ; la cle complete la somme a la dizaine.
           MOVE ZERO TO ws-somme-luhn
           MOVE 'O' TO ws-double-luhn
           PERFORM VARYING ws-rang-luhn FROM 15 BY -1
                   UNTIL ws-rang-luhn < 1
               MOVE ws-chiffre-carte(ws-rang-luhn) TO ws-chiffre-luhn
               IF ws-double-luhn = 'O' THEN
                   COMPUTE ws-chiffre-luhn = ws-chiffre-luhn * 2
                   IF ws-chiffre-luhn > 9 THEN
                       SUBTRACT 9 FROM ws-chiffre-luhn
                   END-IF
                   MOVE 'N' TO ws-double-luhn
               ELSE
                   MOVE 'O' TO ws-double-luhn
               END-IF
               ADD ws-chiffre-luhn TO ws-somme-luhn
           END-PERFORM
           COMPUTE ws-carte-cle =
               FUNCTION MOD(10 - FUNCTION MOD(ws-somme-luhn, 10), 10).

       FAIRE-OPPOSITION-CARTE.
      *>    L'opposition est immediate et definitive : une carte
      *>    bloquee ou perdue ne se reactive pas, elle se remplace.
           PERFORM AFFICHER-CARTES
           IF ws-rang-carte = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de la carte a mettre en opposition :"
           ACCEPT ws-rang-carte-choisi
           DISPLAY "Carte perdue ou volee (P) ou simple blocage (B) :"
           ACCEPT ws-type-opposition
           DISPLAY "Motif de l'opposition :"
           ACCEPT ws-motif-opposition
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE ZERO TO ws-rang-carte
           MOVE 'N' TO ws-carte-traitee
           MOVE 'N' TO fin_cartes
           OPEN I-O cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           PERFORM OPPOSER-SI-RANG-CHOISI
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           IF ws-carte-traitee = 'N' THEN
               DISPLAY "/!\ Aucune carte active avec ce numero"
           END-IF.

       OPPOSER-SI-RANG-CHOISI.
           IF car-compte = compte_b THEN
               ADD 1 TO ws-rang-carte
               IF ws-rang-carte = ws-rang-carte-choisi
                       AND car-active THEN
                   IF ws-type-opposition = 'P'
                           OR ws-type-opposition = 'p' THEN
                       SET car-perdue TO TRUE
                   ELSE
                       SET car-bloquee TO TRUE
                   END-IF
                   MOVE ws-date-du-jour TO car-date-opposition
                   MOVE ws-motif-opposition TO car-motif-opposition
                   REWRITE carte-record
                   MOVE 'O' TO ws-carte-traitee
                   DISPLAY "--> Opposition enregistree sur la carte ",
                               car-numero
               END-IF
           END-IF.

       REMPLACER-CARTE.
      *>    La nouvelle carte reprend les plafonds de l'ancienne ; une
      *>    carte encore active est mise en opposition au passage, et
      *>    une carte ne se remplace qu'une fois.
           PERFORM AFFICHER-CARTES
           IF ws-rang-carte = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de la carte a remplacer :"
           ACCEPT ws-rang-carte-choisi
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE SPACES TO ws-carte-a-remplacer
           MOVE ZERO TO ws-rang-carte
           MOVE 'N' TO fin_cartes
           OPEN INPUT cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-compte = compte_b THEN
                               ADD 1 TO ws-rang-carte
                               IF ws-rang-carte = ws-rang-carte-choisi
                                   THEN
                                   MOVE car-numero
                                       TO ws-carte-a-remplacer
                                   MOVE car-plafond-dab
                                       TO ws-plafond-dab-saisi
                                   MOVE car-plafond-tpe
                                       TO ws-plafond-tpe-saisi
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           IF ws-carte-a-remplacer = SPACES THEN
               DISPLAY "/!\ Aucune carte avec ce numero"
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFIER-CARTE-REMPLACEE
           IF ws-deja-remplacee = 'O' THEN
               DISPLAY "/!\ Cette carte a deja ete remplacee"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO fin_cartes
           OPEN I-O cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-numero = ws-carte-a-remplacer
                                   AND car-active THEN
                               SET car-bloquee TO TRUE
                               MOVE ws-date-du-jour
                                   TO car-date-opposition
                               MOVE "REMPLACEMENT"
                                   TO car-motif-opposition
                               REWRITE carte-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF
           PERFORM ECRIRE-NOUVELLE-CARTE.

       VERIFIER-CARTE-REMPLACEE.
           MOVE 'N' TO ws-deja-remplacee
           MOVE 'N' TO fin_cartes
           OPEN INPUT cartes
           IF ws-file-status-cartes = '00' THEN
               PERFORM UNTIL fin_cartes = 'Y'
                   READ cartes
                       AT END
                           MOVE 'Y' TO fin_cartes
                       NOT AT END
                           IF car-carte-remplacee
                                   = ws-carte-a-remplacer THEN
                               MOVE 'O' TO ws-deja-remplacee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cartes
           END-IF.

       CALCULER-ACTIVITE-MENSUELLE.
      *>    Fait la somme des transactions du compte depuis le debut
      *>    du mois en cours, pour servir d'assiette a la remise de
      *>    calcul_taux_reduction decident si les frais de ce client
      *>    premium sont reduits ou offerts selon son activite du
      *>    mois.
           PERFORM CALCULER-FRAIS-APPLIQUE
           IF ws-frais-applique > ZERO THEN
               COMPUTE SOLDE = SOLDE - ws-frais-applique
               DISPLAY "Frais de transaction : ", ws-frais-applique,
               DISPLAY "Frais de transaction offerts (client premium)"
           END-IF.

       CALCULER-FRAIS-APPLIQUE.
           PERFORM CALCULER-ACTIVITE-MENSUELLE
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           CALL 'calcul_taux_reduction'
               USING ws-activite-mensuelle, ws-reduction-frais
           COMPUTE ws-frais-applique = ws-frais-bareme -
                   (ws-frais-bareme * ws-reduction-frais).

       HISTORIQUE_VIREMENT.
      *>    Delegue l'ecriture reelle dans historique a transaction,
      *>    point d'entree unique pour que le depot, le retrait et le
                               montant-minimum-virement, " et ",
                               montant-maximum-virement, " €)"
               ELSE
                   MOVE compte-solde TO ws-solde-avant-credit
                   MOVE somme_a_virer TO ws-montant-credit
                   CALL 'controler_plafond_livret' USING
                       compte-produit, ws-solde-avant-credit,
                       ws-montant-credit, ws-livret-admis,
                       ws-montant-admissible
                   IF ws-livret-admis = 'N' THEN
                       DISPLAY "/!\ Virement refuse"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Saisir une reference pour ce virement",
                               " (optionnel):"
                   ACCEPT ws-memo-virement
      *>            jusqu'a zero.
                   IF somme_a_virer <= solde + ws-decouvert-session
                           - ws-blocages-session THEN
                       MOVE 'V' TO frd-type
                       PERFORM CONTROLER-REGLES-FRAUDE
                       IF ws-fraude-retenue = 'O' THEN
                           EXIT PARAGRAPH
                       END-IF
      *>                Garde-fou du double postage : un virement
      *>                identique deja passe aujourd'hui exige un
      *>                code superviseur avant d'etre poste.
                           PERFORM PROPOSER-ENREGISTRER-BENEFICIAIRE
                       END-IF
                   ELSE
                       MOVE solde TO ws-solde-edite
                       DISPLAY "Votre solde ne permet pas de virer ",
                                   SOMME_A_VIRER,
                                   " €, car Votre SOLDE :",
                                   ws-solde-edite,
                                   " (decouvert autorise : ",
                                   ws-decouvert-session,
                                   " €, fonds bloques : ",
               MOVE compte_b TO benef-compte-titulaire
               MOVE ws-surnom-saisi TO benef-surnom
               MOVE compte_x TO benef-compte-numero
               MOVE FUNCTION CURRENT-DATE(1:8) TO benef-date-ajout
               MOVE FUNCTION CURRENT-DATE(9:6) TO benef-heure-ajout
               WRITE beneficiaire-record
               END-WRITE
               CLOSE beneficiaires
                   MOVE 'O' TO ws-ecriture-trouvee
                   MOVE montant_transaction TO ws-montant-origine
                   MOVE action_transaction TO ws-action-origine
                   MOVE hist-date TO ws-date-origine
                   MOVE hist-solde-apres
                       TO ws-solde-apres-origine
               ELSE
           STRING "EXT SEQ " DELIMITED BY SIZE
                   ws-sequence-a-extourner DELIMITED BY SIZE
               INTO ws-motif-extourne
      *>    L'extourne d'une ecriture d'un exercice clos passe sur la
      *>    journee courante comme les autres ; son libelle porte en
      *>    plus la date d'origine, l'exercice ne se rouvrant pas.
           MOVE ws-action-origine TO ws-memo-extourne
           CALL 'exercice_clos' USING ws-date-origine,
               ws-exercice-clos
           IF ws-exercice-clos = 'O' THEN
               MOVE SPACES TO ws-memo-extourne
               STRING ws-action-origine DELIMITED BY SIZE
                       " EX.CLOS " DELIMITED BY SIZE
                       ws-date-origine DELIMITED BY SIZE
                   INTO ws-memo-extourne
               DISPLAY "/!\ Ecriture du ", ws-date-origine,
                           " dans un exercice clos : extourne passee",
                           " sur la periode courante"
           END-IF
           PERFORM METTRE-A-JOUR-COMPTE-SESSION
           PERFORM NOUVEAU_SOLDE
           CALL 'transaction' USING "C", compte_b,
               ws-montant-origine, solde, ws-memo-extourne,
               ws-motif-extourne, ws-operateur-session.

       ENREGISTRER-EXTOURNE.
           ELSE
               COMPUTE solde = solde + ws-montant-correction
           END-IF
           MOVE solde TO ws-solde-edite
           DISPLAY "Le solde corrige est ", ws-solde-edite, " €"
           PERFORM METTRE-A-JOUR-COMPTE-SESSION
           PERFORM NOUVEAU_SOLDE
           CALL 'transaction' USING "C", compte_b,
                       MOVE compte-solde TO solde
                       MOVE compte-decouvert-autorise
                           TO ws-decouvert-session
                       PERFORM NOTER-COMPTE-MINEUR
                       MOVE compte-client TO ws-client-session
                       MOVE ZERO TO compte-echecs-pin
                       REWRITE compte-record
                       MOVE compte-solde TO solde
                       MOVE compte-decouvert-autorise
                           TO ws-decouvert-session
                       PERFORM NOTER-COMPTE-MINEUR
                       MOVE ws-signataire-saisi TO ws-client-session
                       MOVE ZERO TO compte-echecs-pin
                       REWRITE compte-record
               END-IF
           END-IF.

       NOTER-COMPTE-MINEUR.
           MOVE 'N' TO ws-mineur-session
           MOVE ZERO TO ws-plafond-retrait-session
           IF compte-de-mineur THEN
               MOVE 'O' TO ws-mineur-session
               PERFORM LIRE-PARAMETRE-MINEURS
               MOVE ws-plafond-retrait-mineur
                   TO ws-plafond-retrait-session
               DISPLAY "Compte de mineur : retraits limites a ",
                           ws-plafond-retrait-mineur, " € par jour"
           END-IF.

       LIRE-PARAMETRE-MINEURS.
           OPEN INPUT parametre_mineurs
           IF ws-file-status-mineurs = '00' THEN
               READ parametre_mineurs
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE pmi-plafond-retrait-jour
                           TO ws-plafond-retrait-mineur
                       MOVE pmi-plafond-dab TO ws-plafond-dab-mineur
               END-READ
               CLOSE parametre_mineurs
           END-IF.

       REACTIVER-COMPTE-DORMANT.
      *>    Un compte passe dormant par le batch de detection ne peut
      *>    operer a nouveau qu'apres le passage d'un superviseur,
                           IF man-compte = compte_b THEN
                               DISPLAY "Client ", man-client,
                                   " droits : ", man-droits,
                                   " statut : ", man-statut,
                                   " co-titulaire : ", man-co-titulaire,
                                   " quote-part : ", man-quote-part
                           END-IF
                   END-READ
               END-PERFORM
           IF NOT man-consultation AND NOT man-double-signature THEN
               SET man-operation TO TRUE
           END-IF
      *>    Un co-titulaire detient le compte joint avec le titulaire,
      *>    pour une quote-part precisee ou a parts egales ; il est
      *>    declare titulaire a FICOBA, un simple mandataire non.
           MOVE 'N' TO man-co-titulaire
           MOVE ZERO TO man-quote-part
           MOVE 'M' TO ws-qualite-declaree
           IF NOT man-consultation THEN
               DISPLAY "Co-titulaire du compte (O/N) :"
               ACCEPT man-co-titulaire
               IF man-est-co-titulaire THEN
                   DISPLAY "Quote-part en % (0 = parts egales) :"
                   ACCEPT man-quote-part
                   IF man-quote-part > 100 THEN
                       MOVE ZERO TO man-quote-part
                   END-IF
                   MOVE 'T' TO ws-qualite-declaree
               ELSE
                   MOVE 'N' TO man-co-titulaire
               END-IF
           END-IF
           SET man-actif TO TRUE
           OPEN EXTEND mandats
           IF ws-file-status-mandats = '35' THEN
           WRITE mandat-record
           END-WRITE
           CLOSE mandats
           CALL 'deposer_declaration' USING 'M', ws-qualite-declaree,
               compte_b, man-client, ws-operateur-session
           DISPLAY "--> Mandat enregistre".

       REVOQUER-MANDATAIRE.
                               SET man-revoque TO TRUE
                               REWRITE mandat-record
                               MOVE 'O' TO ws-mandat-trouve
                               MOVE 'M' TO ws-qualite-revoquee
                               IF man-representant-legal THEN
                                   MOVE 'L' TO ws-qualite-revoquee
                               END-IF
                               IF man-est-co-titulaire THEN
                                   MOVE 'T' TO ws-qualite-revoquee
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats
           END-IF
           IF ws-mandat-trouve = 'O' THEN
               CALL 'deposer_declaration' USING 'R',
                   ws-qualite-revoquee, compte_b, ws-signataire-saisi,
                   ws-operateur-session
               DISPLAY "--> Mandat revoque"
           ELSE
               DISPLAY "/!\ Aucun mandat actif pour ce client"
                   DISPLAY "Saisir le numero du client proprietaire :"
                   ACCEPT ws-client-saisi
                   PERFORM RATTACHER-CLIENT
                   PERFORM CONTROLER-PIECE-IDENTITE
                   IF ws-piece-valide = 'O' THEN
                       PERFORM DETERMINER-MINORITE
                   END-IF
                   IF ws-piece-valide = 'N' THEN
                       DISPLAY "/!\ Ouverture refusee : aucune piece",
                                   " d'identite en cours de validite"
                   ELSE
                   IF ws-compte-mineur = 'O' AND rl-nombre = ZERO THEN
                       DISPLAY "/!\ Ouverture refusee : compte de",
                                   " mineur sans representant legal"
                   ELSE
                       PERFORM CHOISIR-PRODUIT
      *>                La recherche d'un livret du client a relu des
      *>                comptes : la fiche repart a blanc.
                       INITIALIZE compte-record
                       MOVE ws-nouveau-numero TO compte-numero
                       MOVE ws-client-saisi TO compte-client
                       MOVE ws-nom-titulaire TO compte-nom
                       MOVE ws-prenom-titulaire TO compte-prenom
                       DISPLAY "Saisir le code PIN (4 chiffres) :"
                       ACCEPT ws-pin-saisi
                       CALL 'brouiller_pin' USING ws-pin-saisi,
                           compte-pin
                       MOVE ws-code-produit-saisi TO compte-produit
                       DISPLAY "Devise du compte (vide = EUR) :"
                       ACCEPT compte-devise
                       IF compte-devise = SPACES THEN
                           MOVE "EUR" TO compte-devise
                       END-IF
                       DISPLAY "Saisir le depot initial :"
                       ACCEPT ws-depot-initial
                       PERFORM UNTIL ws-produit-livret = 'N'
                               OR ws-depot-initial <= ws-plafond-livret
                           DISPLAY "/!\ Plafond du livret : ",
                                       ws-plafond-livret, " €"
                           DISPLAY "Saisir le depot initial :"
                           ACCEPT ws-depot-initial
                       END-PERFORM
                       MOVE ws-depot-initial TO compte-solde
                       EVALUATE TRUE
                           WHEN ws-compte-mineur = 'O'
                               MOVE ZERO TO compte-decouvert-autorise
                               DISPLAY "Compte de mineur : aucun",
                                           " decouvert autorise"
                           WHEN ws-produit-livret = 'O'
                               MOVE ZERO TO compte-decouvert-autorise
                               DISPLAY "Livret reglemente : aucun",
                                           " decouvert autorise"
                           WHEN OTHER
                               DISPLAY "Decouvert autorise (0 si",
                                           " aucun) :"
                               ACCEPT compte-decouvert-autorise
                       END-EVALUATE
                       MOVE ws-compte-mineur TO compte-mineur
                       MOVE ZERO TO compte-echecs-pin
                       SET compte-actif TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO compte-date-ouverture
                       PERFORM LIRE-CODE-AGENCE
                       MOVE ws-code-agence TO compte-agence
                       WRITE compte-record
                       MOVE ZERO TO ws-image-ancien-solde
                       MOVE compte-solde TO ws-image-nouveau-solde
                       CALL 'journal_comptes' USING "banque      ",
                           ws-operateur-session, compte-numero,
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           SPACE, compte-statut
                       PERFORM CREER-MANDAT-TITULAIRE
                       IF ws-compte-mineur = 'O' THEN
                           PERFORM CREER-MANDATS-REPRESENTANTS
                       END-IF
                       PERFORM DECLARER-OUVERTURE
                       DISPLAY "--> Compte ", ws-nouveau-numero,
                                   " ouvert"
                   END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "/!\ Ce numero de compte existe deja"
           END-READ.
               INVALID KEY
                   DISPLAY "/!\ Numero de compte inconnu"
               NOT INVALID KEY
      *>            Un compte qui part chez une autre banque (mobilite
      *>            bancaire) n'est ferme qu'a la date demandee, et la
      *>            fermeture execute alors la mobilite : le solde de
      *>            cloture part vers le nouveau compte.
                   PERFORM RECHERCHER-MOBILITE-SORTANTE
                   IF ws-mobilite-trouvee = 'O' THEN
                       PERFORM EXECUTER-MOBILITE-SORTANTE
                   END-IF
                   IF ws-mobilite-trouvee = 'F' THEN
                       DISPLAY "/!\ Mobilite vers ",
                                   ws-banque-mobilite, " demandee",
                                   " pour le ", ws-date-mobilite,
                                   " : fermeture a cette date"
                   ELSE
                   IF ws-mobilite-trouvee = 'A' THEN
                       DISPLAY "/!\ Mobilite non executee, compte",
                                   " non ferme"
                   ELSE
                   IF compte-solde NOT = ZERO THEN
                       MOVE compte-solde TO ws-solde-edite
                       DISPLAY "/!\ Impossible de fermer, solde non",
                                   " nul : ", ws-solde-edite
                   ELSE
                       MOVE compte-solde TO ws-image-ancien-solde
                       MOVE compte-statut TO ws-image-ancien-statut
                           ws-image-ancien-solde,
                           ws-image-nouveau-solde,
                           ws-image-ancien-statut, compte-statut
                       CALL 'deposer_declaration' USING 'C', 'T',
                           compte-numero, compte-client,
                           ws-operateur-session
                       DISPLAY "--> Compte ", ws-numero-fermeture,
                                   " ferme"
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           CLOSE comptes.

       RECHERCHER-MOBILITE-SORTANTE.
           MOVE 'N' TO ws-mobilite-trouvee
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           MOVE 'N' TO fin_mobilite
           OPEN INPUT mobilite_sortante
           IF ws-file-status-mobilite = '00' THEN
               PERFORM UNTIL fin_mobilite = 'Y'
                   READ mobilite_sortante
                       AT END
                           MOVE 'Y' TO fin_mobilite
                       NOT AT END
                           IF mso-compte = compte-numero
                                   AND mso-en-attente THEN
                               MOVE mso-reference
                                   TO ws-reference-mobilite
                               MOVE mso-banque-nouvelle
                                   TO ws-banque-mobilite
                               MOVE mso-iban-nouveau
                                   TO ws-iban-mobilite
                               MOVE mso-date-transfert
                                   TO ws-date-mobilite
                               MOVE 'O' TO ws-mobilite-trouvee
                               IF mso-date-transfert
                                       > ws-date-du-jour THEN
                                   MOVE 'F' TO ws-mobilite-trouvee
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mobilite_sortante
           END-IF.

       EXECUTER-MOBILITE-SORTANTE.
      *>    Dans l'ordre : les virements permanents sont suspendus et
      *>    les mandats de prelevement revoques, les uns et les
      *>    autres transmis a la nouvelle banque (mobilite_transmise)
      *>    pour qu'elle les reprenne ; puis le solde crediteur part
      *>    en virement externe vers le nouveau compte, ce qui laisse
      *>    le compte a zero pour la fermeture. Un solde debiteur doit
      *>    etre regularise avant. Le compte doit etre actif, sans
      *>    fonds bloques ni gel juridique du titulaire : le solde
      *>    entier part, et le compte est ferme derriere.
           DISPLAY "Mobilite ", ws-reference-mobilite, " vers ",
                       ws-banque-mobilite, " ", ws-iban-mobilite,
                       " demandee le ", ws-date-mobilite
           IF compte-solde < ZERO THEN
               MOVE compte-solde TO ws-solde-edite
               DISPLAY "/!\ Solde debiteur a regulariser avant la",
                           " mobilite : ", ws-solde-edite
               MOVE 'A' TO ws-mobilite-trouvee
               EXIT PARAGRAPH
           END-IF
           IF NOT compte-actif THEN
               DISPLAY "/!\ Compte non actif (statut ", compte-statut,
                           ") : mobilite impossible"
               MOVE 'A' TO ws-mobilite-trouvee
               EXIT PARAGRAPH
           END-IF
           CALL 'calculer_blocages' USING compte-numero,
               ws-blocages-mobilite
           IF ws-blocages-mobilite > ZERO THEN
               DISPLAY "/!\ Fonds bloques sur le compte : ",
                           ws-blocages-mobilite, " € a lever avant",
                           " la mobilite"
               MOVE 'A' TO ws-mobilite-trouvee
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-GEL-MOBILITE
           IF ws-gel-actif = 'O' THEN
               DISPLAY "/!\ Gel juridique actif sur le titulaire :",
                           " mobilite impossible"
               MOVE 'A' TO ws-mobilite-trouvee
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Executer la mobilite et fermer le compte ? (O/N)"
           ACCEPT ws-mobilite-confirmee
           IF ws-mobilite-confirmee NOT = 'O' THEN
               MOVE 'A' TO ws-mobilite-trouvee
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ws-rang-mobilite
           OPEN EXTEND mobilite_transmise
           IF ws-file-status-transmise = '35' THEN
               OPEN OUTPUT mobilite_transmise
           END-IF
           PERFORM SUSPENDRE-ORDRES-MOBILITE
           PERFORM TRANSMETTRE-MANDATS-MOBILITE
           CLOSE mobilite_transmise
           MOVE ZERO TO ws-solde-mobilite
           IF compte-solde > ZERO THEN
               MOVE compte-solde TO ws-solde-mobilite
               PERFORM VIRER-SOLDE-MOBILITE
           END-IF
           PERFORM CLORE-DEMANDE-MOBILITE
           DISPLAY "--> ", ws-rang-mobilite, " operation(s)",
                       " transmise(s), solde vire : ",
                       ws-solde-mobilite, " €".

       CONTROLER-GEL-MOBILITE.
           MOVE 'N' TO ws-gel-actif
           MOVE 'N' TO fin_gels
           OPEN INPUT gels_juridiques
           IF ws-file-status-gels = '00' THEN
               PERFORM UNTIL fin_gels = 'Y'
                   READ gels_juridiques
                       AT END
                           MOVE 'Y' TO fin_gels
                       NOT AT END
                           IF gj-client = compte-client
                                   AND gj-actif THEN
                               MOVE 'O' TO ws-gel-actif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gels_juridiques
           END-IF.

       SUSPENDRE-ORDRES-MOBILITE.
           MOVE 'N' TO fin_ordres
           OPEN I-O ordres_permanents
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_ordres = 'Y'
                   READ ordres_permanents
                       AT END
                           MOVE 'Y' TO fin_ordres
                       NOT AT END
                           IF op-compte-origine = compte-numero
                                   AND op-actif THEN
                               PERFORM TRANSMETTRE-UN-ORDRE
                               SET op-suspendu TO TRUE
                               REWRITE ordre-permanent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordres_permanents
           END-IF.

       TRANSMETTRE-UN-ORDRE.
      *>    Un ordre vers un de nos comptes part avec l'IBAN de ce
      *>    compte, seule reference utile a la nouvelle banque.
           INITIALIZE mobilite-record
           PERFORM PREPARER-LIGNE-MOBILITE
           SET mob-ordre-permanent TO TRUE
           IF op-vers-compte THEN
               MOVE code-banque-emettrice TO mob-banque-destinataire
               CALL 'calculer_iban' USING op-compte-destination,
                   mob-iban-destinataire
           ELSE
               MOVE op-banque-destinataire
                   TO mob-banque-destinataire
               MOVE op-iban-destinataire TO mob-iban-destinataire
           END-IF
           MOVE op-montant TO mob-montant
           MOVE op-frequence TO mob-frequence
           MOVE op-prochaine-execution TO mob-prochaine-execution
           MOVE op-libelle TO mob-libelle
           MOVE mobilite-record TO ligne-mobilite-transmise
           WRITE ligne-mobilite-transmise
           END-WRITE.

       TRANSMETTRE-MANDATS-MOBILITE.
           MOVE 'N' TO fin_mandats_prel
           OPEN I-O mandats_prelevement
           IF ws-file-status-mandats-prel = '00' THEN
               PERFORM UNTIL fin_mandats_prel = 'Y'
                   READ mandats_prelevement
                       AT END
                           MOVE 'Y' TO fin_mandats_prel
                       NOT AT END
                           IF mp-compte = compte-numero
                                   AND mp-actif THEN
                               PERFORM TRANSMETTRE-UN-MANDAT
                               SET mp-revoque TO TRUE
                               MOVE ws-date-du-jour
                                   TO mp-date-revocation
                               REWRITE mandat-prelevement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandats_prelevement
           END-IF.

       TRANSMETTRE-UN-MANDAT.
           INITIALIZE mobilite-record
           PERFORM PREPARER-LIGNE-MOBILITE
           SET mob-mandat TO TRUE
           MOVE mp-creancier TO mob-creancier
           MOVE mp-libelle TO mob-libelle
           MOVE mp-date-signature TO mob-date-signature
           MOVE mobilite-record TO ligne-mobilite-transmise
           WRITE ligne-mobilite-transmise
           END-WRITE.

       PREPARER-LIGNE-MOBILITE.
           ADD 1 TO ws-rang-mobilite
           MOVE ws-reference-mobilite TO mob-reference
           MOVE code-banque-emettrice TO mob-banque-emettrice
           MOVE compte-numero TO mob-compte
           MOVE ws-rang-mobilite TO mob-rang
           MOVE SPACE TO mob-statut
           MOVE ZERO TO mob-date-traitement.

       VIRER-SOLDE-MOBILITE.
      *>    Le solde de cloture part par la file des virements
      *>    externes, reglee par la compensation comme tout virement
      *>    vers une autre banque.
           PERFORM NUMEROTER-VIREMENT-EXTERNE
           OPEN EXTEND virements_externes
           IF ws-file-status-virements = '35' THEN
               OPEN OUTPUT virements_externes
           END-IF
           MOVE ws-sequence-virement TO ve-sequence
           MOVE compte-numero TO ve-compte-origine
           MOVE ws-banque-mobilite TO ve-banque-destinataire
           MOVE ws-iban-mobilite TO ve-compte-destinataire
           MOVE ws-solde-mobilite TO ve-montant
           MOVE ws-date-du-jour TO ve-date-demande
           MOVE ZERO TO ve-date-reglement
           SET ve-en-attente TO TRUE
           MOVE "EUR" TO ve-devise
           MOVE ws-solde-mobilite TO ve-montant-devise
           MOVE 1 TO ve-taux-applique
           MOVE SPACES TO ve-motif-retour
      *>    Transfert de solde sans frais de notre part, en frais
      *>    partages : seul le frais attendu du correspondant est note.
           MOVE 'S' TO ws-option-frais-virement
           MOVE ZERO TO ws-frais-applique
           CALL 'calcul_frais_virement' USING
               ws-option-frais-virement, ws-banque-mobilite, ve-devise,
               ws-solde-mobilite, ws-frais-applique, ws-montant-envoye,
               ws-frais-correspondant
           MOVE ws-option-frais-virement TO ve-option-frais
           MOVE ZERO TO ve-frais-banque
           MOVE ws-frais-correspondant TO ve-frais-correspondant
           WRITE virement-externe
           END-WRITE
           CLOSE virements_externes
           MOVE compte-solde TO ws-image-ancien-solde
           MOVE ZERO TO compte-solde
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "banque      ",
               ws-operateur-session, compte-numero,
               ws-image-ancien-solde, ws-image-nouveau-solde,
               compte-statut, compte-statut
           MOVE ws-solde-mobilite TO ws-montant-mobilite
           MOVE ZERO TO ws-solde-apres-mobilite
           MOVE ws-reference-mobilite TO ws-memo-mobilite
           CALL 'transaction' USING "V", compte-numero,
               ws-montant-mobilite, ws-solde-apres-mobilite,
               ws-memo-mobilite, "Mobilite bancaire",
               ws-operateur-session.

       CLORE-DEMANDE-MOBILITE.
           MOVE 'N' TO fin_mobilite
           OPEN I-O mobilite_sortante
           IF ws-file-status-mobilite = '00' THEN
               PERFORM UNTIL fin_mobilite = 'Y'
                   READ mobilite_sortante
                       AT END
                           MOVE 'Y' TO fin_mobilite
                       NOT AT END
                           IF mso-compte = compte-numero
                                   AND mso-en-attente THEN
                               SET mso-executee TO TRUE
                               MOVE ws-date-du-jour
                                   TO mso-date-execution
                               MOVE ws-solde-mobilite
                                   TO mso-solde-transfere
                               REWRITE mobilite-sortante
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mobilite_sortante
           END-IF.

       CHOISIR-PRODUIT.
      *>    Liste les produits du catalogue (fichier produits) et fait
      *>    choisir celui du compte en cours d'ouverture ; chaque
                   IF ws-produit-valide = 'N' THEN
                       DISPLAY "/!\ Code produit inconnu"
                   END-IF
                   IF ws-produit-valide = 'O'
                           AND ws-produit-livret = 'O' THEN
                       PERFORM RECHERCHER-LIVRET-CLIENT
                       IF ws-livret-detenu = 'O' THEN
                           DISPLAY "/!\ Le client detient deja ce",
                                       " livret, un seul par personne"
                           MOVE 'N' TO ws-produit-valide
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "/!\ Aucun fichier produits, produit par",
                           " defaut CC01 applique"
               MOVE "CC01" TO ws-code-produit-saisi
               MOVE 'N' TO ws-produit-livret
           END-IF.

       VALIDER-CODE-PRODUIT.
                       NOT AT END
                           IF prod-code = ws-code-produit-saisi THEN
                               MOVE 'O' TO ws-produit-valide
                               MOVE 'N' TO ws-produit-livret
                               IF prod-livret THEN
                                   MOVE 'O' TO ws-produit-livret
                                   MOVE prod-plafond-livret
                                       TO ws-plafond-livret
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits
           END-IF.

       RECHERCHER-LIVRET-CLIENT.
      *>    Un livret reglemente par personne : tous les comptes non
      *>    clos du client sont passes en revue. Le fichier comptes
      *>    est deja ouvert par l'ouverture en cours.
           MOVE 'N' TO ws-livret-detenu
           MOVE 'N' TO fin_comptes_client
           MOVE ZERO TO compte-numero
           START comptes KEY IS NOT LESS THAN compte-numero
               INVALID KEY
                   MOVE 'Y' TO fin_comptes_client
           END-START
           PERFORM UNTIL fin_comptes_client = 'Y'
               READ comptes NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_comptes_client
                   NOT AT END
                       IF compte-client = ws-client-saisi
                               AND compte-produit
                                   = ws-code-produit-saisi
                               AND NOT compte-ferme THEN
                           MOVE 'O' TO ws-livret-detenu
                           MOVE 'Y' TO fin_comptes_client
                       END-IF
               END-READ
           END-PERFORM.

       CREER-MANDAT-TITULAIRE.
      *>    Le titulaire qui ouvre le compte en devient d'office le
      *>    premier mandataire avec les pleins droits d'operation ;
           MOVE compte-pin TO man-pin
           SET man-operation TO TRUE
           SET man-actif TO TRUE
           MOVE 'O' TO man-co-titulaire
           MOVE ZERO TO man-quote-part
           WRITE mandat-record
           END-WRITE
           CLOSE mandats.

       DETERMINER-MINORITE.
      *>    Un titulaire de moins de 18 ans n'ouvre qu'un compte de
      *>    mineur, avec un ou deux representants legaux deja clients
      *>    et majeurs, qui recoivent chacun leur mandat 'L'.
           MOVE 'N' TO ws-compte-mineur
           MOVE ZERO TO rl-nombre
           IF ws-date-naissance-client = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           COMPUTE ws-date-majorite = ws-date-naissance-client + 180000
           IF ws-date-majorite <= ws-date-du-jour THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO ws-compte-mineur
           DISPLAY "Titulaire mineur (majeur le ", ws-date-majorite,
                       ") : compte de mineur"
           DISPLAY "Numero de client du representant legal :"
           ACCEPT ws-representant-saisi
           PERFORM RETENIR-REPRESENTANT
           IF rl-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Second representant legal (0 si aucun) :"
           ACCEPT ws-representant-saisi
           IF ws-representant-saisi NOT = ZERO THEN
               PERFORM RETENIR-REPRESENTANT
           END-IF.

       RETENIR-REPRESENTANT.
           IF ws-representant-saisi = ws-client-saisi
                   OR (rl-nombre = 1
                       AND ws-representant-saisi = rl-client(1)) THEN
               DISPLAY "/!\ Representant legal invalide"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT clients
           IF ws-file-status-clients NOT = '00' THEN
               DISPLAY "/!\ Fichier clients introuvable"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-representant-saisi TO client-numero
           READ clients KEY IS client-numero
               INVALID KEY
                   DISPLAY "/!\ Representant legal inconnu : il doit",
                               " d'abord etre client"
               NOT INVALID KEY
                   COMPUTE ws-date-majorite =
                           client-date-naissance + 180000
                   IF NOT client-actif
                           OR (client-date-naissance NOT = ZERO
                               AND ws-date-majorite
                                   > ws-date-du-jour) THEN
                       DISPLAY "/!\ Le representant legal doit etre",
                                   " un client actif et majeur"
                   ELSE
                       ADD 1 TO rl-nombre
                       MOVE ws-representant-saisi
                           TO rl-client(rl-nombre)
                       DISPLAY "Code PIN du representant legal",
                                   " (4 chiffres) :"
                       ACCEPT ws-pin-saisi
                       CALL 'brouiller_pin' USING ws-pin-saisi,
                           rl-pin(rl-nombre)
                   END-IF
           END-READ
           CLOSE clients.

       DECLARER-OUVERTURE.
      *>    L'ouverture part a FICOBA pour le titulaire et, sur un
      *>    compte de mineur, pour chacun de ses representants legaux.
           CALL 'deposer_declaration' USING 'O', 'T',
               ws-nouveau-numero, ws-client-saisi,
               ws-operateur-session
           PERFORM VARYING rl-i FROM 1 BY 1 UNTIL rl-i > rl-nombre
               CALL 'deposer_declaration' USING 'O', 'L',
                   ws-nouveau-numero, rl-client(rl-i),
                   ws-operateur-session
           END-PERFORM.

       CREER-MANDATS-REPRESENTANTS.
           OPEN EXTEND mandats
           IF ws-file-status-mandats = '35' THEN
               OPEN OUTPUT mandats
           END-IF
           PERFORM VARYING rl-i FROM 1 BY 1 UNTIL rl-i > rl-nombre
               MOVE ws-nouveau-numero TO man-compte
               MOVE rl-client(rl-i) TO man-client
               MOVE rl-pin(rl-i) TO man-pin
               SET man-representant-legal TO TRUE
               SET man-actif TO TRUE
               MOVE 'N' TO man-co-titulaire
               MOVE ZERO TO man-quote-part
               WRITE mandat-record
               END-WRITE
           END-PERFORM
           CLOSE mandats.

       RATTACHER-CLIENT.
      *>    Retrouve le client proprietaire dans le fichier maitre des
      *>    clients, ou l'y cree s'il s'agit d'un nouveau venu : c'est
                           AND NOT client-par-courriel THEN
                       SET client-par-courrier TO TRUE
                   END-IF
                   DISPLAY "Niveau de risque (F faible, M moyen,",
                               " E eleve) :"
                   ACCEPT client-niveau-risque
                   IF NOT client-risque-faible
                           AND NOT client-risque-eleve THEN
                       SET client-risque-moyen TO TRUE
                   END-IF
                   DISPLAY "Date de naissance (AAAAMMJJ) :"
                   ACCEPT client-date-naissance
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO client-date-entree
                   MOVE client-date-entree TO client-date-revue
                   SET client-actif TO TRUE
                   WRITE client-record
                   DISPLAY "--> Client ", ws-client-saisi, " cree"
               NOT INVALID KEY
                   DISPLAY "Client existant : ", client-nom, " ",
                       client-prenom
                   IF client-date-naissance = ZERO THEN
                       DISPLAY "Date de naissance (AAAAMMJJ) :"
                       ACCEPT client-date-naissance
                       REWRITE client-record
                   END-IF
           END-READ
           MOVE client-nom TO ws-nom-titulaire
           MOVE client-prenom TO ws-prenom-titulaire
           MOVE client-date-naissance TO ws-date-naissance-client
           CLOSE clients.

       CONTROLER-PIECE-IDENTITE.
      *>    Pas d'ouverture de compte sans une piece d'identite non
      *>    expiree au dossier du client. Un client qui n'en a pas
      *>    encore (nouveau venu, piece echue) la presente ici : elle
      *>    est enregistree au nom de l'operateur qui l'a vue.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           PERFORM RECHERCHER-PIECE-VALIDE
           IF ws-piece-valide = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Aucune piece d'identite valide au dossier."
           DISPLAY "Le client presente-t-il une piece ? (O/N)"
           ACCEPT ws-reponse-piece
           IF ws-reponse-piece = 'O' OR ws-reponse-piece = 'o' THEN
               PERFORM ENREGISTRER-PIECE-IDENTITE
           END-IF.

       RECHERCHER-PIECE-VALIDE.
           MOVE 'N' TO ws-piece-valide
           MOVE 'N' TO fin_pieces
           OPEN INPUT pieces_identite
           IF ws-file-status-pieces = '00' THEN
               PERFORM UNTIL fin_pieces = 'Y'
                   READ pieces_identite
                       AT END
                           MOVE 'Y' TO fin_pieces
                       NOT AT END
                           IF pid-client = ws-client-saisi
                                   AND pid-date-expiration
                                       >= ws-date-du-jour THEN
                               MOVE 'O' TO ws-piece-valide
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE pieces_identite
           END-IF.

       ENREGISTRER-PIECE-IDENTITE.
           MOVE ws-client-saisi TO pid-client
           DISPLAY "Type de piece (CI carte d'identite, PP passeport,",
                       " TS titre de sejour, PC permis) :"
           ACCEPT pid-type
           DISPLAY "Numero de la piece :"
           ACCEPT pid-numero
           DISPLAY "Date de delivrance (AAAAMMJJ) :"
           ACCEPT pid-date-delivrance
           DISPLAY "Date d'expiration (AAAAMMJJ) :"
           ACCEPT pid-date-expiration
           IF NOT pid-type-valide THEN
               DISPLAY "/!\ Type de piece non reconnu"
               EXIT PARAGRAPH
           END-IF
           IF pid-date-expiration < ws-date-du-jour THEN
               DISPLAY "/!\ Piece expiree, non enregistree"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-operateur-session TO pid-operateur
           MOVE ws-date-du-jour TO pid-date-verification
           OPEN EXTEND pieces_identite
           IF ws-file-status-pieces = '35' THEN
               OPEN OUTPUT pieces_identite
           END-IF
           WRITE piece-identite
           END-WRITE
           CLOSE pieces_identite
           MOVE 'O' TO ws-piece-valide
           DISPLAY "--> Piece d'identite enregistree".

       OUVRIR-CLIENTS.
           OPEN I-O clients
           IF ws-file-status-clients = '35' THEN
               MOVE solde_b TO compte-solde
               MOVE ZERO TO compte-decouvert-autorise
               MOVE "CC01" TO compte-produit
               MOVE 'N' TO compte-mineur
               MOVE "EUR" TO compte-devise
               MOVE ZERO TO compte-echecs-pin
               SET compte-actif TO TRUE
      *>    attente dans virements_externes, et ne sera marque regle
      *>    qu'une fois la compensation interbancaire passee (voir le
      *>    traitement batch reglement_virements).
      *>    Jamais depuis un compte de mineur.
           IF ws-mineur-session = 'O' THEN
               DISPLAY "/!\ Compte de mineur : aucun virement vers",
                           " une autre banque"
               EXIT PARAGRAPH
           END-IF
           PERFORM MON_SOLDE
           DISPLAY "Saisir le code de la banque destinataire :".
           ACCEPT ws-banque-destinataire.
           DISPLAY "Saisir le compte destinataire (IBAN) :".
           ACCEPT ws-compte-externe.
           DISPLAY "Nom du beneficiaire :"
           ACCEPT ws-nom-beneficiaire
           DISPLAY "Devise du virement (vide = EUR) :"
           ACCEPT ws-devise-virement
           IF ws-devise-virement = SPACES THEN
           DISPLAY "Saisir la somme à virer (en ",
                       ws-devise-virement, ") :"
           ACCEPT ws-montant-devise
           DISPLAY "Frais : a la charge de l'emetteur (O), partages",
                       " (S) ou du beneficiaire (B) ?"
           ACCEPT ws-option-frais-virement
           INSPECT ws-option-frais-virement CONVERTING "osb"
               TO "OSB"
           IF ws-option-frais-virement NOT = 'O'
                   AND ws-option-frais-virement NOT = 'B' THEN
               MOVE 'S' TO ws-option-frais-virement
           END-IF
           PERFORM CONVERTIR-MONTANT-DEVISE
           IF ws-taux-trouve = 'N' THEN
               DISPLAY "/!\ Devise non cotee dans taux_change,",
                           " virement refuse"
           ELSE
           PERFORM FILTRER-VIREMENT-EXTERNE
           IF ws-resultat-filtrage = 'O' THEN
               DISPLAY "--> Beneficiaire proche de la liste de gel",
                           " des avoirs (", flt-identifiant-liste,
                           ") : virement retenu pour controle,",
                           " compte non debite (filtrage ",
                           flt-sequence, ")"
           ELSE
           PERFORM LIRE-SEUIL-APPROBATION
           CALL 'calculer_blocages' USING compte_b,
               ws-blocages-session
               MOVE 'E' TO app-type
               PERFORM METTRE-EN-ATTENTE-APPROBATION
           ELSE
           MOVE 'E' TO ws-operation-frais
           PERFORM CALCULER-FRAIS-VIREMENT-EXTERNE
           IF somme_a_virer + ws-frais-corr-client
                   <= solde + ws-decouvert-session
                   - ws-blocages-session THEN
               MOVE 'E' TO frd-type
               PERFORM CONTROLER-REGLES-FRAUDE
               IF ws-fraude-retenue = 'O' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-montant-envoye TO somme_a_virer
               COMPUTE SOLDE = SOLDE - SOMME_A_VIRER
               PERFORM ENREGISTRER-VIREMENT-BANQUE-EXTERNE
               DISPLAY "--> Le virement externe de ", SOMME_A_VIRER,
                           " € a été mis en attente de règlement"
               PERFORM APPLIQUER-FRAIS-TRANSACTION
               PERFORM APPLIQUER-FRAIS-CORRESPONDANT
               PERFORM METTRE-A-JOUR-COMPTE-SESSION
               PERFORM NOUVEAU_SOLDE
               PERFORM HISTORIQUE_VIREMENT
           ELSE
               MOVE solde TO ws-solde-edite
               DISPLAY "Votre solde ne permet pas de virer ",
                           SOMME_A_VIRER, " €, car Votre SOLDE :",
                           ws-solde-edite, " (decouvert autorise : ",
                           ws-decouvert-session,
                           " €, fonds bloques : ",
                           ws-blocages-session, " €)"
           END-IF
           END-IF
           END-IF
           END-IF.

       CALCULER-FRAIS-VIREMENT-EXTERNE.
      *>    Nos frais au bareme (remise premium comprise) et le frais
      *>    attendu du correspondant, selon l'option choisie : en
      *>    option B nos frais sont retenus sur le montant envoye, en
      *>    option O le frais du correspondant est preleve en plus
      *>    au client.
           PERFORM CALCULER-FRAIS-APPLIQUE
           MOVE somme_a_virer TO ws-montant-demande
           CALL 'calcul_frais_virement' USING
               ws-option-frais-virement, ws-banque-destinataire,
               ws-devise-virement, ws-montant-demande,
               ws-frais-applique, ws-montant-envoye,
               ws-frais-correspondant
           IF ws-option-frais-virement = 'O' THEN
               MOVE ws-frais-correspondant TO ws-frais-corr-client
           ELSE
               MOVE ZERO TO ws-frais-corr-client
           END-IF.

       APPLIQUER-FRAIS-CORRESPONDANT.
           IF ws-frais-corr-client > ZERO THEN
               COMPUTE SOLDE = SOLDE - ws-frais-corr-client
               DISPLAY "Frais du correspondant : ",
                           ws-frais-corr-client, " €"
               MOVE ws-frais-corr-client TO ws-montant-frais
               CALL 'transaction' USING "F", compte_b, ws-montant-frais,
                   solde, SPACES, "Frais correspondant ",
                   ws-operateur-session
           END-IF.

       FILTRER-VIREMENT-EXTERNE.
      *>    Le beneficiaire est passe au filtre de la liste de gel des
      *>    avoirs avant tout debit et avant la file d'approbation : un
      *>    virement retenu attend la decision d'un superviseur dans
      *>    file_filtrage, qui le passera s'il s'agit d'un homonyme.
           INITIALIZE filtrage-record
           SET flt-virement-sortant TO TRUE
           MOVE compte_b TO flt-compte
           MOVE somme_a_virer TO flt-montant
           MOVE ws-nom-beneficiaire TO flt-nom
           MOVE SPACES TO flt-reference
           MOVE ws-banque-destinataire TO flt-banque
           MOVE ws-compte-externe TO flt-iban
           MOVE ws-devise-virement TO flt-devise
           MOVE ws-montant-devise TO flt-montant-devise
           MOVE ws-taux-change TO flt-taux-applique
           MOVE ws-option-frais-virement TO flt-option-frais
           MOVE ws-operateur-session TO flt-operateur
           CALL 'filtrer_sanctions' USING 'R', ws-resultat-filtrage,
               filtrage-record.

       CONTROLER-REGLES-FRAUDE.
      *>    Derniers garde-fous avant de passer un virement dont la
      *>    provision est acquise : beneficiaire nouveau au-dela du
      *>    plafond reduit, rafale de virements, virement emportant
      *>    l'essentiel du disponible (parametre_fraude). Un virement
      *>    retenu attend dans file_fraude qu'un superviseur rappelle
      *>    le client (revue_fraude) ; le compte n'est pas debite.
      *>    Le type (V interne, E externe) est pose par l'appelant.
      *>    Un virement au-dela du seuil d'approbation passe aussi
      *>    ces regles, a son depot en file d'approbation : elles sont
      *>    journalisees et portees sur la demande.
           IF ws-fraude-approbation = 'O' THEN
               SET frd-aux-quatre-yeux TO TRUE
           ELSE
               MOVE SPACE TO frd-statut
           END-IF
           MOVE compte_b TO frd-compte
           MOVE somme_a_virer TO frd-montant
           MOVE ws-memo-virement TO frd-memo
           MOVE ws-operateur-session TO frd-operateur
           IF frd-virement-interne THEN
               MOVE compte_x TO frd-compte-destination
               MOVE SPACES TO frd-banque
               MOVE SPACES TO frd-iban
               MOVE SPACES TO frd-nom
               MOVE "EUR" TO frd-devise
               MOVE somme_a_virer TO frd-montant-devise
               MOVE 1 TO frd-taux-applique
           ELSE
               MOVE ZERO TO frd-compte-destination
               MOVE ws-banque-destinataire TO frd-banque
               MOVE ws-compte-externe TO frd-iban
               MOVE ws-nom-beneficiaire TO frd-nom
               MOVE ws-devise-virement TO frd-devise
               MOVE ws-montant-devise TO frd-montant-devise
               MOVE ws-taux-change TO frd-taux-applique
               MOVE ws-option-frais-virement TO frd-option-frais
           END-IF
           COMPUTE ws-disponible-fraude =
                   solde + ws-decouvert-session - ws-blocages-session
           CALL 'controler_fraude' USING ws-fraude-retenue,
               ws-disponible-fraude, fraude-record
           IF ws-fraude-retenue = 'O' THEN
               IF ws-fraude-approbation = 'O' THEN
                   DISPLAY "/!\ Regles anti-fraude touchees (",
                               frd-regles, ") : signalees au",
                               " superviseur de l'approbation"
               ELSE
                   DISPLAY "--> Virement retenu pour controle",
                               " anti-fraude (regles ", frd-regles,
                               ") : compte non debite (dossier ",
                               frd-sequence, ")"
               END-IF
           END-IF.

       LIRE-SEUIL-APPROBATION.
      *>    Depose la demande dans la file d'approbation au lieu de
      *>    l'executer : le compte n'est pas debite ici, il ne le sera
      *>    qu'a l'approbation du superviseur (approbation_virements).
      *>    Les regles anti-fraude sont passees d'abord, et leurs
      *>    touches accompagnent la demande.
           PERFORM NUMEROTER-APPROBATION
           MOVE app-type TO frd-type
           MOVE app-sequence TO frd-sequence
           MOVE 'O' TO ws-fraude-approbation
           PERFORM CONTROLER-REGLES-FRAUDE
           MOVE 'N' TO ws-fraude-approbation
           MOVE frd-regles TO app-regles-fraude
           MOVE compte_b TO app-compte-origine
           IF app-type = 'E' THEN
               MOVE ZERO TO app-compte-destination
               MOVE ws-devise-virement TO app-devise
               MOVE ws-montant-devise TO app-montant-devise
               MOVE ws-taux-change TO app-taux-applique
               MOVE ws-option-frais-virement TO app-option-frais
           ELSE
               MOVE compte_x TO app-compte-destination
               MOVE SPACES TO app-banque-destinataire
           MOVE ws-devise-virement TO ve-devise.
           MOVE ws-montant-devise TO ve-montant-devise.
           MOVE ws-taux-change TO ve-taux-applique.
           MOVE SPACES TO ve-motif-retour.
           MOVE ws-option-frais-virement TO ve-option-frais.
           MOVE ws-frais-applique TO ve-frais-banque.
           MOVE ws-frais-correspondant TO ve-frais-correspondant.
      *>    En option B nos frais sont retenus sur le montant envoye :
      *>    le montant en devise suit la contre-valeur reellement
      *>    envoyee.
           IF ve-option-frais = 'B' AND ve-taux-applique > ZERO THEN
               COMPUTE ve-montant-devise ROUNDED =
                       ve-montant / ve-taux-applique
           END-IF.
           WRITE virement-externe
           END-WRITE
           CLOSE virements_externes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. demande_pret.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT demandes_prets ASSIGN TO 'demandes_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-demandes.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT prets ASSIGN TO 'prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prets.
           SELECT historique_index ASSIGN TO 'historique_index'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hi-cle
           FILE STATUS IS ws-file-status-index.
           SELECT seuil_demande_pret ASSIGN TO 'seuil_demande_pret'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-seuil.

       DATA DIVISION.
       FILE SECTION.
       FD demandes_prets.
           COPY cpdemandepret.
       FD comptes.
           COPY cpcompte.
       FD prets.
           COPY cppret.
       FD historique_index.
           COPY cphistidx.
       FD seuil_demande_pret.
      *>    Fichier parametre d'une ligne : montant de pret au-dela
      *>    duquel l'accord d'une demande passe par un superviseur.
       01  seuil-demande-parametre PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-demandes PIC XX.
       01  ws-file-status-prets PIC XX.
       01  ws-file-status-index PIC XX.
       01  ws-file-status-seuil PIC XX.
       01  fin_demandes PIC X VALUE 'N'.
       01  fin_prets PIC X VALUE 'N'.
       01  fin_index PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-compte-saisi PIC 9(6).
       01  ws-compte-trouve PIC X VALUE 'N'.
       01  ws-numero-demande PIC 9(6) VALUE ZERO.
       01  ws-numero-choisi PIC 9(6) VALUE ZERO.
       01  ws-demande-trouvee PIC X VALUE 'N'.
       01  ws-nombre-demandes PIC 9(4) VALUE ZERO.
       01  ws-seuil-superviseur PIC 9(7)V99 VALUE 20000.
      *>    Taux d'endettement maximal, en pourcentage des revenus
      *>    retenus : au-dela, la demande est refusee d'office.
       01  ws-taux-endettement-max PIC 9(3)V99 VALUE 35.
       01  ws-taux-mensuel PIC 9V9(9) VALUE ZERO.
       01  ws-facteur PIC 9(3)V9(9) VALUE ZERO.
       01  ws-revenus-retenus PIC 9(7)V99 VALUE ZERO.
       01  ws-charges-totales PIC 9(8)V99 VALUE ZERO.
      *>    Fenetre d'observation des credits recus : les trois
      *>    derniers mois.
       01  ws-mois-observes PIC 9(2) VALUE 3.
       01  ws-debut-observation PIC 9(8).
       01  ws-total-credits PIC 9(9)V99 VALUE ZERO.
       01  ws-solde-precedent PIC S9(7)V99 VALUE ZERO.
       01  ws-precedent-connu PIC X VALUE 'N'.
       01  ws-ecart PIC S9(8)V99 VALUE ZERO.
       01  ws-decision PIC X.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-taux-affiche PIC ZZ9.99.

       PROCEDURE DIVISION.
      *>    Demandes de pret personnel, en amont d'ouverture_pret : le
      *>    guichet depose la demande (montant, duree, taux propose,
      *>    revenus et charges declares), puis l'instruit. Le taux
      *>    d'endettement rapporte toutes les charges mensuelles -
      *>    declarees, mensualites des prets deja en cours du client
      *>    et mensualite du pret demande - aux revenus retenus, qui
      *>    sont les revenus declares sans pouvoir depasser les
      *>    credits moyens constates sur le compte (historique_index)
      *>    quand il y en a. Au-dela du taux maximal la demande est
      *>    refusee d'office ; en deca, le guichet accorde ou refuse
      *>    avec un motif, et au-dessus du seuil l'accord passe par
      *>    un superviseur. Seule une demande accordee pourra etre
      *>    debloquee par ouverture_pret.
           CALL 'date_metier' USING ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Numero du compte du demandeur :"
           ACCEPT ws-compte-saisi
           PERFORM LIRE-COMPTE
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Numero de compte inconnu"
               STOP RUN
           END-IF
           DISPLAY "Compte ", compte-numero, " ", compte-nom, " ",
                       compte-prenom, " client ", compte-client
           DISPLAY "-------------- "
           DISPLAY "     Demandes de pret"
           DISPLAY "-------------- "
           DISPLAY "Lister les demandes du compte : 1"
           DISPLAY "Deposer une demande : 2"
           DISPLAY "Instruire et decider une demande : 3"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-DEMANDES
               WHEN '2'
                   PERFORM DEPOSER-DEMANDE
               WHEN '3'
                   PERFORM INSTRUIRE-DEMANDE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LIRE-COMPTE.
           MOVE 'N' TO ws-compte-trouve
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE ws-compte-saisi TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-compte-trouve
               END-READ
               CLOSE comptes
           END-IF.

       LISTER-DEMANDES.
           MOVE ZERO TO ws-nombre-demandes
           MOVE 'N' TO fin_demandes
           OPEN INPUT demandes_prets
           IF ws-file-status-demandes = '00' THEN
               PERFORM UNTIL fin_demandes = 'Y'
                   READ demandes_prets
                       AT END
                           MOVE 'Y' TO fin_demandes
                       NOT AT END
                           IF dp-compte = ws-compte-saisi THEN
                               ADD 1 TO ws-nombre-demandes
                               PERFORM AFFICHER-UNE-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandes_prets
           END-IF
           IF ws-nombre-demandes = ZERO THEN
               DISPLAY "Aucune demande pour ce compte"
           END-IF.

       AFFICHER-UNE-DEMANDE.
           MOVE dp-taux-endettement TO ws-taux-affiche
           DISPLAY dp-numero, " deposee le ", dp-date-depot,
                       " montant ", dp-montant, " sur ",
                       dp-duree-mois, " mois statut ", dp-statut
           DISPLAY "       revenus ", dp-revenus-declares,
                       " charges ", dp-charges-declarees,
                       " credits moyens ", dp-credits-moyens
           DISPLAY "       mensualite ", dp-mensualite-prevue,
                       " en cours ", dp-mensualites-en-cours,
                       " endettement ", ws-taux-affiche, " %"
           IF dp-refusee THEN
               DISPLAY "       refusee le ", dp-date-decision,
                           " : ", dp-motif-refus
           END-IF.

       DEPOSER-DEMANDE.
           IF NOT compte-actif THEN
               DISPLAY "/!\ Compte ferme ou bloque, demande refusee"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE demande-pret-record
           MOVE ws-compte-saisi TO dp-compte
           MOVE compte-client TO dp-client
           DISPLAY "Montant demande :"
           ACCEPT dp-montant
           DISPLAY "Duree en mois :"
           ACCEPT dp-duree-mois
           DISPLAY "Taux annuel propose (ex 0.0450 pour 4,5 %) :"
           ACCEPT dp-taux-annuel
           DISPLAY "Revenus mensuels declares :"
           ACCEPT dp-revenus-declares
           DISPLAY "Charges mensuelles declarees (loyer, pensions) :"
           ACCEPT dp-charges-declarees
           IF dp-montant = ZERO OR dp-duree-mois = ZERO
                   OR dp-revenus-declares = ZERO THEN
               DISPLAY "/!\ Montant, duree et revenus obligatoires,",
                           " demande non deposee"
               EXIT PARAGRAPH
           END-IF
           SET dp-deposee TO TRUE
           MOVE ws-date-du-jour TO dp-date-depot
           MOVE ws-operateur TO dp-operateur
           PERFORM NUMEROTER-DEMANDE
           MOVE ws-numero-demande TO dp-numero
           OPEN EXTEND demandes_prets
           IF ws-file-status-demandes = '35' THEN
               OPEN OUTPUT demandes_prets
           END-IF
           WRITE demande-pret-record
           END-WRITE
           CLOSE demandes_prets
           DISPLAY "--> Demande ", dp-numero, " deposee".

       NUMEROTER-DEMANDE.
           MOVE ZERO TO ws-numero-demande
           MOVE 'N' TO fin_demandes
           OPEN INPUT demandes_prets
           IF ws-file-status-demandes = '00' THEN
               PERFORM UNTIL fin_demandes = 'Y'
                   READ demandes_prets
                       AT END
                           MOVE 'Y' TO fin_demandes
                       NOT AT END
                           IF dp-numero > ws-numero-demande THEN
                               MOVE dp-numero TO ws-numero-demande
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandes_prets
           END-IF
           ADD 1 TO ws-numero-demande.

       INSTRUIRE-DEMANDE.
           DISPLAY "Numero de la demande :"
           ACCEPT ws-numero-choisi
           PERFORM LIRE-SEUIL-SUPERVISEUR
           MOVE 'N' TO ws-demande-trouvee
           MOVE 'N' TO fin_demandes
           OPEN I-O demandes_prets
           IF ws-file-status-demandes = '00' THEN
               PERFORM UNTIL fin_demandes = 'Y'
                   READ demandes_prets
                       AT END
                           MOVE 'Y' TO fin_demandes
                       NOT AT END
                           IF dp-numero = ws-numero-choisi
                                   AND dp-compte = ws-compte-saisi
                                   THEN
                               MOVE 'O' TO ws-demande-trouvee
                               MOVE 'Y' TO fin_demandes
                               PERFORM DECIDER-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandes_prets
           END-IF
           IF ws-demande-trouvee = 'N' THEN
               DISPLAY "/!\ Demande introuvable pour ce compte"
           END-IF.

       LIRE-SEUIL-SUPERVISEUR.
           OPEN INPUT seuil_demande_pret
           IF ws-file-status-seuil = '00' THEN
               READ seuil_demande_pret
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE seuil-demande-parametre
                           TO ws-seuil-superviseur
               END-READ
               CLOSE seuil_demande_pret
           END-IF.

       DECIDER-DEMANDE.
           IF NOT dp-deposee THEN
               DISPLAY "/!\ Demande deja decidee, statut ", dp-statut
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-MENSUALITE-PREVUE
           PERFORM CUMULER-PRETS-EN-COURS
           PERFORM CALCULER-CREDITS-MOYENS
           PERFORM CALCULER-TAUX-ENDETTEMENT
           MOVE dp-taux-endettement TO ws-taux-affiche
           DISPLAY "Mensualite du pret demande : ", dp-mensualite-prevue
           DISPLAY "Mensualites des prets en cours : ",
                       dp-mensualites-en-cours
           DISPLAY "Credits moyens constates par mois : ",
                       dp-credits-moyens
           DISPLAY "Revenus retenus : ", ws-revenus-retenus
           DISPLAY "Taux d'endettement : ", ws-taux-affiche, " %"
           MOVE ws-date-du-jour TO dp-date-decision
           MOVE ws-operateur TO dp-operateur
           IF dp-taux-endettement > ws-taux-endettement-max THEN
               SET dp-refusee TO TRUE
               MOVE SPACES TO dp-motif-refus
               STRING "ENDETTEMENT " DELIMITED BY SIZE
                       ws-taux-affiche DELIMITED BY SIZE
                       " % AU-DELA DU MAXIMUM" DELIMITED BY SIZE
                   INTO dp-motif-refus
               REWRITE demande-pret-record
               DISPLAY "--> Demande refusee d'office : ",
                           dp-motif-refus
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Decision : accorder (A) ou refuser (R) ?"
           ACCEPT ws-decision
           EVALUATE ws-decision
               WHEN 'A' WHEN 'a'
                   PERFORM ACCORDER-DEMANDE
               WHEN 'R' WHEN 'r'
                   PERFORM REFUSER-DEMANDE
               WHEN OTHER
                   DISPLAY "--> Pas de decision, la demande reste",
                               " deposee"
           END-EVALUATE.

       ACCORDER-DEMANDE.
           IF dp-montant > ws-seuil-superviseur THEN
               MOVE dp-montant TO ws-montant-autorisation
               CALL 'autoriser_superviseur' USING "DEMANDE PRET",
                   dp-compte, ws-montant-autorisation, ws-autorise,
                   ws-id-superviseur
               IF ws-autorise NOT = 'O' THEN
                   DISPLAY "/!\ Accord non autorise, la demande",
                               " reste deposee"
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-id-superviseur TO dp-superviseur
           END-IF
           SET dp-accordee TO TRUE
           MOVE SPACES TO dp-motif-refus
           REWRITE demande-pret-record
           DISPLAY "--> Demande ", dp-numero, " accordee ; le pret",
                       " se debloque par ouverture_pret".

       REFUSER-DEMANDE.
           DISPLAY "Motif du refus :"
           ACCEPT dp-motif-refus
           IF dp-motif-refus = SPACES THEN
               DISPLAY "/!\ Motif obligatoire, la demande reste",
                           " deposee"
               EXIT PARAGRAPH
           END-IF
           SET dp-refusee TO TRUE
           REWRITE demande-pret-record
           DISPLAY "--> Demande ", dp-numero, " refusee".

       CALCULER-MENSUALITE-PREVUE.
      *>    Meme formule d'amortissement qu'ouverture_pret.
           COMPUTE ws-taux-mensuel = dp-taux-annuel / 12
           IF ws-taux-mensuel = ZERO THEN
               COMPUTE dp-mensualite-prevue ROUNDED =
                       dp-montant / dp-duree-mois
           ELSE
               COMPUTE ws-facteur =
                       (1 + ws-taux-mensuel) ** dp-duree-mois
               COMPUTE dp-mensualite-prevue ROUNDED =
                       dp-montant * ws-taux-mensuel * ws-facteur
                       / (ws-facteur - 1)
           END-IF.

       CUMULER-PRETS-EN-COURS.
      *>    Tous les prets vivants du client, quel que soit le compte
      *>    qui les rembourse.
           MOVE ZERO TO dp-mensualites-en-cours
           MOVE 'N' TO fin_prets
           OPEN INPUT prets
           IF ws-file-status-prets = '00' THEN
               PERFORM UNTIL fin_prets = 'Y'
                   READ prets
                       AT END
                           MOVE 'Y' TO fin_prets
                       NOT AT END
                           IF pret-client = dp-client
                                   AND NOT pret-solde THEN
                               ADD pret-mensualite
                                   TO dp-mensualites-en-cours
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prets
           END-IF.

       CALCULER-CREDITS-MOYENS.
      *>    Credits recus sur le compte pendant les trois derniers
      *>    mois, lus dans historique_index (classe par compte puis
      *>    date) : le sens de chaque mouvement se lit sur
      *>    l'enchainement des soldes apres operation. Les
      *>    deblocages de pret ne sont pas des revenus.
           MOVE ZERO TO ws-total-credits
           MOVE ZERO TO dp-credits-moyens
           COMPUTE ws-debut-observation = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                   - (ws-mois-observes * 30))
           MOVE 'N' TO ws-precedent-connu
           OPEN INPUT historique_index
           IF ws-file-status-index NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE dp-compte TO hi-compte
           MOVE ZERO TO hi-date
           MOVE ZERO TO hi-sequence
           MOVE 'N' TO fin_index
           START historique_index KEY IS >= hi-cle
               INVALID KEY
                   MOVE 'Y' TO fin_index
           END-START
           PERFORM UNTIL fin_index = 'Y'
               READ historique_index NEXT RECORD
                   AT END
                       MOVE 'Y' TO fin_index
                   NOT AT END
                       IF hi-compte NOT = dp-compte THEN
                           MOVE 'Y' TO fin_index
                       ELSE
                           PERFORM EXAMINER-MOUVEMENT-INDEX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historique_index
           COMPUTE dp-credits-moyens ROUNDED =
                   ws-total-credits / ws-mois-observes.

       EXAMINER-MOUVEMENT-INDEX.
           IF ws-precedent-connu = 'O' AND hi-montant > ZERO
                   AND hi-date >= ws-debut-observation
                   AND hi-action NOT = "Pret :" THEN
               COMPUTE ws-ecart = hi-solde-apres - ws-solde-precedent
                       - hi-montant
               IF ws-ecart < 0.02 AND ws-ecart > -0.02 THEN
                   ADD hi-montant TO ws-total-credits
               END-IF
           END-IF
           MOVE hi-solde-apres TO ws-solde-precedent
           MOVE 'O' TO ws-precedent-connu.

       CALCULER-TAUX-ENDETTEMENT.
           MOVE dp-revenus-declares TO ws-revenus-retenus
           IF dp-credits-moyens > ZERO
                   AND dp-credits-moyens < ws-revenus-retenus THEN
               MOVE dp-credits-moyens TO ws-revenus-retenus
           END-IF
           COMPUTE ws-charges-totales = dp-charges-declarees
                   + dp-mensualites-en-cours + dp-mensualite-prevue
           IF ws-revenus-retenus = ZERO THEN
               MOVE 999.99 TO dp-taux-endettement
           ELSE
               COMPUTE dp-taux-endettement ROUNDED =
                       ws-charges-totales * 100 / ws-revenus-retenus
                   ON SIZE ERROR
                       MOVE 999.99 TO dp-taux-endettement
               END-COMPUTE
           END-IF.
       END PROGRAM demande_pret.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. entretien_mensuel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT contrats_entretien ASSIGN TO 'contrats_entretien'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-contrats.
           SELECT planning_chantiers ASSIGN TO 'planning_chantiers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-planning.
           SELECT compteur_factures ASSIGN TO 'compteur_factures'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT factures_jardin ASSIGN TO 'factures_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-factures.
           SELECT creances_jardin ASSIGN TO 'creances_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-creances.
           SELECT prix_materiaux ASSIGN TO 'prix_materiaux'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-prix.
           SELECT revisions_prix ASSIGN TO 'revisions_prix'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-revisions.
           SELECT clients_jardin ASSIGN TO 'clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-clients.
           SELECT lettres_renouvellement
           ASSIGN TO 'lettres_renouvellement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-lettres.

       DATA DIVISION.
       FILE SECTION.
       FD contrats_entretien.
           COPY cpcontratentretien.
       FD planning_chantiers.
           COPY cpplanning.
       FD compteur_factures.
      *>    Meme compteur que les acomptes et les soldes : les
      *>    factures d'entretien s'inscrivent dans la meme suite.
       01  compteur-factures-record.
           05  cpt-derniere-facture PIC 9(6).
       FD factures_jardin.
       01  ligne-facture PIC X(80).
       FD creances_jardin.
           COPY cpcreance.
       FD prix_materiaux.
           COPY cpprixmat.
       FD revisions_prix.
           COPY cprevprix.
       FD clients_jardin.
           COPY cpclientjardin.
       FD lettres_renouvellement.
       01  ligne-lettre PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status-contrats PIC XX.
       01  ws-file-status-planning PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-factures PIC XX.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-prix PIC XX.
       01  ws-file-status-revisions PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-lettres PIC XX.
       01  fin_contrats PIC X VALUE 'N'.
       01  fin_prix PIC X VALUE 'N'.
       01  fin_revisions PIC X VALUE 'N'.
       01  fin_clients PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-mois-courant PIC 9(6).
       01  ws-mois-du-jour PIC 9(2).
       01  ws-mois-suivant PIC 9(6).
       01  ws-date-visite PIC 9(8).
       01  ws-numero-facture PIC 9(6) VALUE ZERO.
       01  ws-reference-paiement PIC X(30).
       01  ws-resultat-reference PIC X.
       01  ws-montant-facture PIC 9(9)V99 VALUE ZERO.
       01  ws-libelle-facture PIC X(40).
       01  ws-prix-metre PIC 9(4)V99 VALUE ZERO.
       01  ws-revision-courante PIC 9(4) VALUE ZERO.
       01  ws-date-effet-retenue PIC 9(8) VALUE ZERO.
       01  ws-prix-revise PIC 9(7)V99 VALUE ZERO.
       01  ws-adresse-facturation PIC X(50).
       01  ws-nombre-visites PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-nombre-factures PIC 9(5) VALUE ZERO.
       01  ws-nombre-lettres PIC 9(5) VALUE ZERO.
       01  ws-nombre-renouveles PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Passage mensuel des contrats d'entretien actifs, a lancer
      *>    en debut de mois : les visites dues ce mois-ci partent au
      *>    planning a affecter a une equipe (statut A, date au
      *>    premier du mois), le contrat se facture a l'annee a son
      *>    echeance ou a chaque visite, les contrats qui arrivent a
      *>    echeance le mois prochain recoivent leur lettre de
      *>    renouvellement au prix revise, et ceux dont l'echeance
      *>    est la sont renouveles d'un an a ce prix. Un contrat deja
      *>    passe ce mois-ci est laisse tel quel : relancer le
      *>    traitement ne double rien.
           DISPLAY "Traitement mensuel des contrats d'entretien"
           CALL 'journal_batch' USING "entretien_mensuel   ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-date-eclatee
           MOVE ws-date-du-jour(1:6) TO ws-mois-courant
           MOVE ws-mois TO ws-mois-du-jour
           COMPUTE ws-date-visite = ws-mois-courant * 100 + 1
           IF ws-mois-du-jour = 12 THEN
               COMPUTE ws-mois-suivant = (ws-annee + 1) * 100 + 1
           ELSE
               COMPUTE ws-mois-suivant = ws-mois-courant + 1
           END-IF

           MOVE 'N' TO fin_contrats
           OPEN I-O contrats_entretien
           IF ws-file-status-contrats = '00' THEN
               PERFORM UNTIL fin_contrats = 'Y'
                   READ contrats_entretien
                       AT END
                           MOVE 'Y' TO fin_contrats
                       NOT AT END
                           IF ce-actif
                                   AND ce-dernier-mois-traite
                                       < ws-mois-courant THEN
                               PERFORM TRAITER-UN-CONTRAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE contrats_entretien
           ELSE
               DISPLAY "Aucun contrat d'entretien enregistre"
           END-IF
           DISPLAY "Visites generees : ", ws-nombre-visites,
                       "  factures : ", ws-nombre-factures
           DISPLAY "Lettres de renouvellement : ", ws-nombre-lettres,
                       "  contrats renouveles : ",
                       ws-nombre-renouveles
           MOVE ws-nombre-visites TO ws-compteur-journal
           CALL 'journal_batch' USING "entretien_mensuel   ", 'F',
               ws-compteur-journal
           GOBACK.

       TRAITER-UN-CONTRAT.
      *>    Le renouvellement passe avant la facture annuelle : a
      *>    l'echeance, l'annee qui commence se facture au nouveau
      *>    prix.
           PERFORM RENOUVELER-CONTRAT
               UNTIL ce-date-renouvellement(1:6) > ws-mois-courant
           IF ce-date-debut(1:6) <= ws-mois-courant
                   AND ce-mois-cible(ws-mois-du-jour) = 'O' THEN
               PERFORM GENERER-VISITE
           END-IF
           IF ce-facture-annuelle
                   AND ce-prochaine-facturation(1:6)
                       <= ws-mois-courant THEN
               MOVE ce-prix-annuel TO ws-montant-facture
               MOVE "Contrat d'entretien annuel"
                   TO ws-libelle-facture
               PERFORM FACTURER-CONTRAT
               MOVE ce-prochaine-facturation TO ws-date-eclatee
               ADD 1 TO ws-annee
               MOVE ws-date-eclatee TO ce-prochaine-facturation
           END-IF
           IF ce-date-renouvellement(1:6) = ws-mois-suivant THEN
               PERFORM PREPARER-RENOUVELLEMENT
           END-IF
           MOVE ws-mois-courant TO ce-dernier-mois-traite
           REWRITE contrat-entretien-record.

       GENERER-VISITE.
      *>    La visite part au planning sans equipe ni jour : le type
      *>    ENTRETIEN suivi du numero de contrat la rattache a ses
      *>    prestations, et planning_chantiers l'affecte.
           OPEN EXTEND planning_chantiers
           IF ws-file-status-planning = '35' THEN
               OPEN OUTPUT planning_chantiers
           END-IF
           MOVE SPACES TO pl-equipe
           MOVE ws-date-visite TO pl-date
           MOVE ce-client TO pl-client
           MOVE ce-numero-client TO pl-numero-client
           MOVE SPACES TO pl-type-cloture
           STRING "ENTRETIEN " DELIMITED BY SIZE
                   ce-numero DELIMITED BY SIZE
               INTO pl-type-cloture
           SET pl-a-affecter TO TRUE
           WRITE ligne-planning
           END-WRITE
           CLOSE planning_chantiers
           ADD 1 TO ws-nombre-visites
           IF ce-facture-visite THEN
               COMPUTE ws-montant-facture ROUNDED =
                       ce-prix-annuel / ce-visites-an
               MOVE "Visite d'entretien du mois"
                   TO ws-libelle-facture
               PERFORM FACTURER-CONTRAT
           END-IF.

       FACTURER-CONTRAT.
           PERFORM NUMEROTER-FACTURE
           OPEN EXTEND factures_jardin
           IF ws-file-status-factures = '35' THEN
               OPEN OUTPUT factures_jardin
           END-IF
           MOVE SPACES TO ligne-facture
           STRING "FACTURE " DELIMITED BY SIZE
                   ws-numero-facture DELIMITED BY SIZE
                   " ENTRET  du " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Client : " DELIMITED BY SIZE
                   ce-numero-client DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ce-client DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING ws-libelle-facture DELIMITED BY SIZE
                   " - contrat " DELIMITED BY SIZE
                   ce-numero DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "  " DELIMITED BY SIZE
                   ce-prestations DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           MOVE SPACES TO ligne-facture
           STRING "Montant : " DELIMITED BY SIZE
                   ws-montant-facture DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-facture
           WRITE ligne-facture
           CALL 'reference_paiement_jardin' USING 'F',
                   ws-numero-facture, ws-reference-paiement,
                   ws-resultat-reference
           MOVE SPACES TO ligne-facture
           STRING "Reference a rappeler sur votre virement : "
                       DELIMITED BY SIZE
                   ws-reference-paiement DELIMITED BY SPACE
               INTO ligne-facture
           WRITE ligne-facture
           CLOSE factures_jardin
           OPEN EXTEND creances_jardin
           IF ws-file-status-creances = '35' THEN
               OPEN OUTPUT creances_jardin
           END-IF
           MOVE ws-numero-facture TO cr-numero-facture
           MOVE ws-date-du-jour TO cr-date
           MOVE ce-client TO cr-client
           MOVE ce-numero-client TO cr-numero-client
           MOVE "ENTRET " TO cr-type
           MOVE ws-montant-facture TO cr-montant
           WRITE creance-record
           END-WRITE
           CLOSE creances_jardin
           ADD 1 TO ws-nombre-factures.

       NUMEROTER-FACTURE.
           MOVE ZERO TO ws-numero-facture
           OPEN INPUT compteur_factures
           IF ws-file-status-compteur = '00' THEN
               READ compteur_factures
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-derniere-facture
                           TO ws-numero-facture
               END-READ
               CLOSE compteur_factures
           END-IF
           ADD 1 TO ws-numero-facture
           OPEN OUTPUT compteur_factures
           MOVE ws-numero-facture TO cpt-derniere-facture
           WRITE compteur-factures-record
           END-WRITE
           CLOSE compteur_factures.

       CALCULER-PRIX-REVISE.
      *>    Le prix annuel suit le prix au metre du type de cloture
      *>    indexant le contrat, de sa reference a la revision en
      *>    vigueur aujourd'hui ; sans type ni reference il reste
      *>    tel quel.
           MOVE ce-prix-annuel TO ws-prix-revise
           MOVE ce-prix-metre-reference TO ws-prix-metre
           MOVE ce-revision-prix TO ws-revision-courante
           IF ce-type-cloture = SPACES
                   OR ce-prix-metre-reference = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RETROUVER-PRIX-COURANT
           IF ws-prix-metre NOT = ZERO THEN
               COMPUTE ws-prix-revise ROUNDED =
                       ce-prix-annuel * ws-prix-metre
                       / ce-prix-metre-reference
           ELSE
               MOVE ce-prix-metre-reference TO ws-prix-metre
           END-IF.

       RETROUVER-PRIX-COURANT.
      *>    Prix de base du tarif, puis la revision datee en vigueur
      *>    aujourd'hui le remplace (meme regle que l'estimateur).
           MOVE ZERO TO ws-prix-metre
           MOVE 'N' TO fin_prix
           OPEN INPUT prix_materiaux
           IF ws-file-status-prix = '00' THEN
               PERFORM UNTIL fin_prix = 'Y'
                   READ prix_materiaux
                       AT END
                           MOVE 'Y' TO fin_prix
                       NOT AT END
                           IF prixmat-type = ce-type-cloture THEN
                               MOVE prixmat-prix-metre
                                   TO ws-prix-metre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prix_materiaux
           END-IF
           MOVE ZERO TO ws-revision-courante
           MOVE ZERO TO ws-date-effet-retenue
           MOVE 'N' TO fin_revisions
           OPEN INPUT revisions_prix
           IF ws-file-status-revisions = '00' THEN
               PERFORM UNTIL fin_revisions = 'Y'
                   READ revisions_prix
                       AT END
                           MOVE 'Y' TO fin_revisions
                       NOT AT END
                           IF rp-type-cloture = ce-type-cloture
                                   AND rp-date-effet
                                       <= ws-date-du-jour
                                   AND rp-date-effet
                                       >= ws-date-effet-retenue THEN
                               MOVE rp-date-effet
                                   TO ws-date-effet-retenue
                               MOVE rp-prix-metre TO ws-prix-metre
                               MOVE rp-numero-revision
                                   TO ws-revision-courante
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE revisions_prix
           END-IF.

       PREPARER-RENOUVELLEMENT.
      *>    Le prix revise est fige sur le contrat avec la lettre : a
      *>    l'echeance, c'est lui qui s'applique.
           PERFORM CALCULER-PRIX-REVISE
           MOVE ws-prix-revise TO ce-prix-propose
           MOVE ws-prix-metre TO ce-prix-metre-propose
           MOVE ws-revision-courante TO ce-revision-proposee
           PERFORM RETROUVER-ADRESSE-CLIENT
           PERFORM ECRIRE-LETTRE-RENOUVELLEMENT
           ADD 1 TO ws-nombre-lettres.

       RENOUVELER-CONTRAT.
      *>    Sans lettre partie (contrat saisi a quelques jours de son
      *>    echeance), le prix revise se calcule a l'echeance.
           IF ce-prix-propose = ZERO THEN
               PERFORM CALCULER-PRIX-REVISE
               MOVE ws-prix-revise TO ce-prix-propose
               MOVE ws-prix-metre TO ce-prix-metre-propose
               MOVE ws-revision-courante TO ce-revision-proposee
           END-IF
           MOVE ce-prix-propose TO ce-prix-annuel
           MOVE ce-prix-metre-propose TO ce-prix-metre-reference
           MOVE ce-revision-proposee TO ce-revision-prix
           MOVE ZERO TO ce-prix-propose
           MOVE ZERO TO ce-prix-metre-propose
           MOVE ZERO TO ce-revision-proposee
           MOVE ce-date-renouvellement TO ws-date-eclatee
           ADD 1 TO ws-annee
           MOVE ws-date-eclatee TO ce-date-renouvellement
           ADD 1 TO ws-nombre-renouveles.

       RETROUVER-ADRESSE-CLIENT.
           MOVE SPACES TO ws-adresse-facturation
           MOVE 'N' TO fin_clients
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF clj-numero = ce-numero-client THEN
                               MOVE clj-adresse-facturation
                                   TO ws-adresse-facturation
                               MOVE 'Y' TO fin_clients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF.

       ECRIRE-LETTRE-RENOUVELLEMENT.
           OPEN EXTEND lettres_renouvellement
           IF ws-file-status-lettres = '35' THEN
               OPEN OUTPUT lettres_renouvellement
           END-IF
           MOVE "================================" TO ligne-lettre
           WRITE ligne-lettre
           MOVE ce-client TO ligne-lettre
           WRITE ligne-lettre
           MOVE ws-adresse-facturation TO ligne-lettre
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           STRING "RENOUVELLEMENT - contrat d'entretien "
                   DELIMITED BY SIZE
                   ce-numero DELIMITED BY SIZE
               INTO ligne-lettre
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           STRING "Prestations : " DELIMITED BY SIZE
                   ce-prestations DELIMITED BY SIZE
               INTO ligne-lettre
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           STRING "Votre contrat arrive a echeance le "
                   DELIMITED BY SIZE
                   ce-date-renouvellement DELIMITED BY SIZE
                   " et se renouvelle pour un an." DELIMITED BY SIZE
               INTO ligne-lettre
           WRITE ligne-lettre
           MOVE SPACES TO ligne-lettre
           STRING "Prix annuel actuel : " DELIMITED BY SIZE
                   ce-prix-annuel DELIMITED BY SIZE
                   " € - nouveau prix : " DELIMITED BY SIZE
                   ce-prix-propose DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-lettre
           WRITE ligne-lettre
           IF ce-type-cloture NOT = SPACES THEN
               MOVE SPACES TO ligne-lettre
               STRING "(prix revise selon la revision "
                       DELIMITED BY SIZE
                       ce-revision-proposee DELIMITED BY SIZE
                       " du tarif " DELIMITED BY SIZE
                       ce-type-cloture DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO ligne-lettre
               WRITE ligne-lettre
           END-IF
           MOVE SPACES TO ligne-lettre
           STRING "Pour y mettre fin, prevenez-nous avant le "
                   DELIMITED BY SIZE
                   ce-date-renouvellement DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO ligne-lettre
           WRITE ligne-lettre
           CLOSE lettres_renouvellement.
       END PROGRAM entretien_mensuel.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. virements_jardin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mouvements.
           SELECT dernier_virement_jardin
           ASSIGN TO 'dernier_virement_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-dernier.
           SELECT creances_jardin ASSIGN TO 'creances_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-creances.
           SELECT reglements_jardin ASSIGN TO 'reglements_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reglements.
           SELECT travaux_jardin ASSIGN TO 'travaux_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT suspens_jardin ASSIGN TO 'suspens_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-suspens.
           SELECT rapport_virements_jardin
           ASSIGN TO 'rapport_virements_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD mouvements_jour.
           COPY cphist.
       FD dernier_virement_jardin.
      *>    Sequence du dernier mouvement bancaire examine : l'extrait
      *>    du jour garde un jour ou deux de mouvements, un credit
      *>    deja rapproche ne doit pas l'etre une seconde fois.
       01  dernier-virement-record.
           05  dv-derniere-sequence PIC 9(9).
       FD creances_jardin.
           COPY cpcreance.
       FD reglements_jardin.
           COPY cpreglement.
       FD travaux_jardin.
           COPY cptravaux.
       FD suspens_jardin.
           COPY cpsuspensjardin.
       FD rapport_virements_jardin.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-mouvements PIC XX.
       01  ws-file-status-dernier PIC XX.
       01  ws-file-status-creances PIC XX.
       01  ws-file-status-reglements PIC XX.
       01  ws-file-status-suspens PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_mouvements PIC X VALUE 'N'.
       01  fin_creances PIC X VALUE 'N'.
       01  fin_reglements PIC X VALUE 'N'.
       01  fin_travaux PIC X VALUE 'N'.
      *>    Compte du jardin a la banque, comme compte-boutique et
      *>    compte-bibliotheque pour les autres activites.
       01  compte-jardin PIC 9(6) VALUE 000779.
       01  ws-date-du-jour PIC 9(8).
       01  ws-derniere-sequence PIC 9(9) VALUE ZERO.
       01  ws-sequence-atteinte PIC 9(9) VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99.
       01  ws-libelle-credit PIC X(30).
       01  ws-date-credit PIC 9(8).
       01  ws-resultat-reference PIC X.
       01  ws-numero-reference PIC 9(6).
       01  ws-rapproche PIC X VALUE 'N'.
       01  ws-motif-suspens PIC X(30).
       01  ws-numero-saisi PIC 9(6).
       01  ws-creance-trouvee PIC X VALUE 'N'.
       01  ws-montant-facture PIC 9(9)V99 VALUE ZERO.
       01  ws-client-facture PIC X(30).
       01  ws-numero-client-facture PIC 9(6) VALUE ZERO.
       01  ws-type-facture PIC X(7).
       01  ws-facture-retenue PIC 9(6) VALUE ZERO.
       01  ws-total-regle PIC 9(9)V99 VALUE ZERO.
       01  ws-reste-du PIC S9(9)V99
                       SIGN LEADING SEPARATE VALUE ZERO.
      *>    Recherche d'une creance ouverte au montant exact : pour
      *>    le client d'un devis (critere C) ou pour un client dont
      *>    le nom figure dans le libelle du virement (critere N).
       01  ws-critere PIC X.
       01  ws-client-vise PIC 9(6) VALUE ZERO.
       01  ws-nombre-candidats PIC 9(3) VALUE ZERO.
       01  ws-nom-majuscules PIC X(30).
       01  ws-libelle-majuscules PIC X(30).
       01  ws-mot-nom PIC X(30).
       01  ws-pointeur PIC 9(2).
       01  ws-longueur-mot PIC 9(2).
       01  ws-occurrences PIC 9(2).
       01  ws-nom-present PIC X VALUE 'N'.
       01  ws-travail-marque PIC X VALUE 'N'.
       01  ws-nombre-credits PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-nombre-rapproches PIC 9(5) VALUE ZERO.
       01  ws-nombre-suspens PIC 9(5) VALUE ZERO.
       01  ws-total-rapproche PIC 9(9)V99 VALUE ZERO.
       01  ws-total-suspens PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rapprochement des virements recus sur le compte du jardin
      *>    avec les factures ouvertes du registre des creances, a
      *>    lancer apres les credits interbancaires du jour. Chaque
      *>    credit non encore examine de mouvements_jour est lu :
      *>    la reference de paiement du libelle (facture ou devis)
      *>    designe la creance, a defaut le montant exact et le nom
      *>    du client dans le libelle. Un credit qui solde exactement
      *>    une creance passe en reglement par virement (et le
      *>    chantier au statut paye si c'est le solde) ; un credit
      *>    partiel, superieur au du, ou sans correspondance part dans
      *>    suspens_jardin pour etre affecte a la main.
           DISPLAY "Rapprochement des virements du jardin"
           CALL 'journal_batch' USING "virements_jardin    ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           OPEN INPUT dernier_virement_jardin
           IF ws-file-status-dernier = '00' THEN
               READ dernier_virement_jardin
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE dv-derniere-sequence
                           TO ws-derniere-sequence
               END-READ
               CLOSE dernier_virement_jardin
           END-IF
           MOVE ws-derniere-sequence TO ws-sequence-atteinte

           OPEN OUTPUT rapport_virements_jardin
           MOVE SPACES TO ligne-rapport
           STRING "RAPPROCHEMENT DES VIREMENTS DU JARDIN AU "
                       DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_jour
           IF ws-file-status-mouvements = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_jour
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           IF hist-compte = compte-jardin
                                   AND action_transaction = "Depot :"
                                   AND transaction-sequence
                                       > ws-derniere-sequence THEN
                               PERFORM TRAITER-UN-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_jour
           ELSE
               DISPLAY "Aucun mouvement du jour"
           END-IF

           MOVE SPACES TO ligne-rapport
           STRING "RAPPROCHES : " DELIMITED BY SIZE
                   ws-nombre-rapproches DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-rapproche DELIMITED BY SIZE
                   " €  EN SUSPENS : " DELIMITED BY SIZE
                   ws-nombre-suspens DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-suspens DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_virements_jardin

           IF ws-sequence-atteinte > ws-derniere-sequence THEN
               OPEN OUTPUT dernier_virement_jardin
               MOVE ws-sequence-atteinte TO dv-derniere-sequence
               WRITE dernier-virement-record
               END-WRITE
               CLOSE dernier_virement_jardin
           END-IF
           DISPLAY "Credits examines : ", ws-nombre-credits,
                       "  rapproches : ", ws-nombre-rapproches,
                       "  en suspens : ", ws-nombre-suspens
           DISPLAY "--> Detail dans rapport_virements_jardin"
           MOVE ws-nombre-rapproches TO ws-compteur-journal
           CALL 'journal_batch' USING "virements_jardin    ", 'F',
               ws-compteur-journal
           GOBACK.

       TRAITER-UN-CREDIT.
           ADD 1 TO ws-nombre-credits
           IF transaction-sequence > ws-sequence-atteinte THEN
               MOVE transaction-sequence TO ws-sequence-atteinte
           END-IF
           MOVE montant_transaction TO ws-montant-credit
           MOVE memo_transaction TO ws-libelle-credit
           MOVE hist-date TO ws-date-credit
           MOVE 'N' TO ws-rapproche
           MOVE ZERO TO ws-facture-retenue
           MOVE SPACES TO ws-motif-suspens
           CALL 'reference_paiement_jardin' USING 'L',
                   ws-numero-reference, ws-libelle-credit,
                   ws-resultat-reference
           EVALUATE ws-resultat-reference
               WHEN 'F'
                   PERFORM RAPPROCHER-PAR-FACTURE
               WHEN 'D'
                   PERFORM RAPPROCHER-PAR-DEVIS
               WHEN OTHER
                   PERFORM RAPPROCHER-PAR-MONTANT
           END-EVALUATE
           IF ws-rapproche = 'O' THEN
               PERFORM POSER-LE-REGLEMENT
           ELSE
               PERFORM METTRE-EN-SUSPENS
           END-IF.

       RAPPROCHER-PAR-FACTURE.
      *>    La reference designe la facture : le credit la solde s'il
      *>    est egal a son reste du, sinon il attend en suspens avec
      *>    le numero de la facture pour guider l'affectation.
           MOVE ws-numero-reference TO ws-numero-saisi
           MOVE ws-numero-reference TO ws-facture-retenue
           PERFORM RETROUVER-LA-CREANCE
           IF ws-creance-trouvee = 'N' THEN
               MOVE "REFERENCE SANS FACTURE" TO ws-motif-suspens
               MOVE ZERO TO ws-facture-retenue
               EXIT PARAGRAPH
           END-IF
           PERFORM CUMULER-REGLEMENTS-FACTURE
           COMPUTE ws-reste-du = ws-montant-facture - ws-total-regle
           EVALUATE TRUE
               WHEN ws-reste-du <= ZERO
                   MOVE "FACTURE DEJA REGLEE" TO ws-motif-suspens
               WHEN ws-montant-credit = ws-reste-du
                   MOVE 'O' TO ws-rapproche
               WHEN ws-montant-credit < ws-reste-du
                   MOVE "REGLEMENT PARTIEL" TO ws-motif-suspens
               WHEN OTHER
                   MOVE "MONTANT SUPERIEUR AU DU" TO ws-motif-suspens
           END-EVALUATE.

       RAPPROCHER-PAR-DEVIS.
      *>    Le client a paye avec la reference du devis imprime : le
      *>    devis donne le client, dont on cherche la facture ouverte
      *>    au montant exact (l'acompte en general).
           MOVE ZERO TO ws-client-vise
           MOVE 'N' TO fin_travaux
           OPEN INPUT travaux_jardin
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_travaux = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-devis = ws-numero-reference
                               MOVE trav-numero-client
                                   TO ws-client-vise
                               MOVE 'Y' TO fin_travaux
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           END-IF
           IF ws-client-vise = ZERO THEN
               MOVE "REFERENCE DE DEVIS INCONNUE" TO ws-motif-suspens
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO ws-critere
           PERFORM CHERCHER-CREANCES-OUVERTES
           IF ws-nombre-candidats = ZERO THEN
               MOVE "DEVIS SANS FACTURE A CE MONTANT"
                   TO ws-motif-suspens
           ELSE
               MOVE 'O' TO ws-rapproche
           END-IF.

       RAPPROCHER-PAR-MONTANT.
      *>    Sans reference lisible, le credit n'est rapproche que si
      *>    une seule facture ouverte a exactement ce reste du et
      *>    porte un client dont le nom figure dans le libelle.
           MOVE 'N' TO ws-critere
           MOVE ws-libelle-credit TO ws-libelle-majuscules
           INSPECT ws-libelle-majuscules CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM CHERCHER-CREANCES-OUVERTES
           EVALUATE ws-nombre-candidats
               WHEN 0
                   MOVE "SANS CORRESPONDANCE" TO ws-motif-suspens
                   MOVE ZERO TO ws-facture-retenue
               WHEN 1
                   MOVE 'O' TO ws-rapproche
               WHEN OTHER
                   MOVE "PLUSIEURS FACTURES POSSIBLES"
                       TO ws-motif-suspens
                   MOVE ZERO TO ws-facture-retenue
           END-EVALUATE.

       CHERCHER-CREANCES-OUVERTES.
      *>    La premiere creance retenue (la plus ancienne) est gardee
      *>    dans ws-facture-retenue ; le nombre de candidates dit si
      *>    le choix est sans ambiguite.
           MOVE ZERO TO ws-nombre-candidats
           MOVE ZERO TO ws-facture-retenue
           MOVE 'N' TO fin_creances
           OPEN INPUT creances_jardin
           IF ws-file-status-creances = '00' THEN
               PERFORM UNTIL fin_creances = 'Y'
                   READ creances_jardin
                       AT END
                           MOVE 'Y' TO fin_creances
                       NOT AT END
                           PERFORM EXAMINER-UNE-CREANCE
                   END-READ
               END-PERFORM
               CLOSE creances_jardin
           END-IF.

       EXAMINER-UNE-CREANCE.
           IF ws-critere = 'C' THEN
               IF cr-numero-client NOT = ws-client-vise THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM CHERCHER-NOM-DANS-LIBELLE
               IF ws-nom-present = 'N' THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE cr-numero-facture TO ws-numero-saisi
           MOVE cr-montant TO ws-montant-facture
           PERFORM CUMULER-REGLEMENTS-FACTURE
           COMPUTE ws-reste-du = ws-montant-facture - ws-total-regle
           IF ws-reste-du NOT = ws-montant-credit THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-nombre-candidats
           IF ws-nombre-candidats = 1 THEN
               MOVE cr-numero-facture TO ws-facture-retenue
               MOVE cr-client TO ws-client-facture
               MOVE cr-numero-client TO ws-numero-client-facture
               MOVE cr-type TO ws-type-facture
           END-IF.

       CHERCHER-NOM-DANS-LIBELLE.
      *>    Un mot du nom du client d'au moins trois lettres suffit :
      *>    le donneur d'ordre ecrit rarement son nom complet.
           MOVE 'N' TO ws-nom-present
           MOVE cr-client TO ws-nom-majuscules
           INSPECT ws-nom-majuscules CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO ws-pointeur
           PERFORM UNTIL ws-pointeur > 30 OR ws-nom-present = 'O'
               MOVE SPACES TO ws-mot-nom
               MOVE ZERO TO ws-longueur-mot
               UNSTRING ws-nom-majuscules DELIMITED BY ALL SPACE
                   INTO ws-mot-nom COUNT IN ws-longueur-mot
                   WITH POINTER ws-pointeur
               END-UNSTRING
               IF ws-longueur-mot >= 3 THEN
                   MOVE ZERO TO ws-occurrences
                   INSPECT ws-libelle-majuscules TALLYING
                       ws-occurrences FOR ALL
                       ws-mot-nom(1:ws-longueur-mot)
                   IF ws-occurrences > ZERO THEN
                       MOVE 'O' TO ws-nom-present
                   END-IF
               END-IF
               IF ws-longueur-mot = ZERO THEN
                   MOVE 31 TO ws-pointeur
               END-IF
           END-PERFORM.

       RETROUVER-LA-CREANCE.
           MOVE 'N' TO ws-creance-trouvee
           MOVE 'N' TO fin_creances
           OPEN INPUT creances_jardin
           IF ws-file-status-creances = '00' THEN
               PERFORM UNTIL fin_creances = 'Y'
                   READ creances_jardin
                       AT END
                           MOVE 'Y' TO fin_creances
                       NOT AT END
                           IF cr-numero-facture = ws-numero-saisi
                                   THEN
                               MOVE 'O' TO ws-creance-trouvee
                               MOVE cr-montant TO ws-montant-facture
                               MOVE cr-client TO ws-client-facture
                               MOVE cr-numero-client
                                   TO ws-numero-client-facture
                               MOVE cr-type TO ws-type-facture
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE creances_jardin
           END-IF.

       CUMULER-REGLEMENTS-FACTURE.
           MOVE ZERO TO ws-total-regle
           MOVE 'N' TO fin_reglements
           OPEN INPUT reglements_jardin
           IF ws-file-status-reglements = '00' THEN
               PERFORM UNTIL fin_reglements = 'Y'
                   READ reglements_jardin
                       AT END
                           MOVE 'Y' TO fin_reglements
                       NOT AT END
                           IF rg-numero-facture = ws-numero-saisi
                                   THEN
                               ADD rg-montant TO ws-total-regle
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reglements_jardin
           END-IF.

       POSER-LE-REGLEMENT.
      *>    Le credit solde la creance retenue : reglement par
      *>    virement a la date de valeur du mouvement.
           OPEN EXTEND reglements_jardin
           IF ws-file-status-reglements = '35' THEN
               OPEN OUTPUT reglements_jardin
           END-IF
           MOVE ws-facture-retenue TO rg-numero-facture
           MOVE ws-date-credit TO rg-date
           MOVE ws-montant-credit TO rg-montant
           SET rg-virement TO TRUE
           WRITE reglement-record
           END-WRITE
           CLOSE reglements_jardin
           ADD 1 TO ws-nombre-rapproches
           ADD ws-montant-credit TO ws-total-rapproche
           MOVE SPACES TO ligne-rapport
           STRING "RAPPROCHE  " DELIMITED BY SIZE
                   transaction-sequence DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-credit DELIMITED BY SIZE
                   " € facture " DELIMITED BY SIZE
                   ws-facture-retenue DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-type-facture DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-client-facture DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           IF ws-type-facture = "SOLDE  " THEN
               PERFORM MARQUER-CHANTIER-PAYE
           END-IF.

       MARQUER-CHANTIER-PAYE.
      *>    Meme regle qu'au guichet des reglements : la facture de
      *>    solde reglee fait passer le chantier facture du client au
      *>    statut paye.
           MOVE 'N' TO ws-travail-marque
           MOVE 'N' TO fin_travaux
           OPEN I-O travaux_jardin
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_travaux = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-client
                                   = ws-numero-client-facture
                                   AND trav-facture
                                   AND ws-travail-marque = 'N' THEN
                               SET trav-paye TO TRUE
                               REWRITE ligne-travaux
                               MOVE 'O' TO ws-travail-marque
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           END-IF
           IF ws-travail-marque = 'O' THEN
               MOVE SPACES TO ligne-rapport
               STRING "  chantier de " DELIMITED BY SIZE
                       ws-client-facture DELIMITED BY SIZE
                       " passe au statut paye" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-IF.

       METTRE-EN-SUSPENS.
           OPEN EXTEND suspens_jardin
           IF ws-file-status-suspens = '35' THEN
               OPEN OUTPUT suspens_jardin
           END-IF
           MOVE transaction-sequence TO su-sequence
           MOVE ws-date-credit TO su-date
           MOVE ws-montant-credit TO su-montant
           MOVE ws-libelle-credit TO su-libelle
           MOVE ws-facture-retenue TO su-numero-facture
           MOVE ws-motif-suspens TO su-motif
           MOVE ZERO TO su-montant-affecte
           SET su-a-affecter TO TRUE
           WRITE suspens-jardin-record
           END-WRITE
           CLOSE suspens_jardin
           ADD 1 TO ws-nombre-suspens
           ADD ws-montant-credit TO ws-total-suspens
           MOVE SPACES TO ligne-rapport
           STRING "EN SUSPENS " DELIMITED BY SIZE
                   transaction-sequence DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-credit DELIMITED BY SIZE
                   " € " DELIMITED BY SIZE
                   ws-motif-suspens DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-libelle-credit DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.
       END PROGRAM virements_jardin.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. traitement_saisies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT saisies ASSIGN TO 'saisies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-saisies.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT blocages_fonds ASSIGN TO 'blocages_fonds'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-blocages.
           SELECT virements_externes ASSIGN TO 'virements_externes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-virements.
           SELECT solde_insaisissable ASSIGN TO 'solde_insaisissable'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametre.
           SELECT rapport_saisies ASSIGN TO 'rapport_saisies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD saisies.
           COPY cpsaisie.
       FD comptes.
           COPY cpcompte.
       FD blocages_fonds.
           COPY cpblocage.
       FD virements_externes.
           COPY cpvirext.
       FD solde_insaisissable.
      *>    Fichier parametre d'une ligne : le solde bancaire
      *>    insaisissable, egal au montant forfaitaire du RSA pour une
      *>    personne seule, revalorise chaque annee par decret.
       01  insaisissable-parametre PIC 9(7)V99.
       FD rapport_saisies.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-saisies PIC XX.
       01  ws-file-status-blocages PIC XX.
       01  ws-file-status-virements PIC XX.
       01  ws-file-status-parametre PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_saisies PIC X VALUE 'N'.
       01  fin_comptes PIC X VALUE 'N'.
       01  fin_blocages PIC X VALUE 'N'.
       01  fin_virements_numer PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-solde-insaisissable PIC 9(7)V99 VALUE 646.52.
      *>    Comptes du debiteur retenus pour le gel, avec le solde
      *>    crediteur encore libre de tout blocage : un decouvert
      *>    autorise n'est pas de l'argent du client et ne se saisit
      *>    pas.
       01  table-comptes-debiteur.
           05  cd-entry OCCURS 20 TIMES INDEXED BY cd-i.
               10  cd-numero           PIC 9(6).
               10  cd-disponible       PIC 9(7)V99.
       01  cd-nombre PIC 9(2) VALUE ZERO.
       01  ws-total-disponible PIC 9(9)V99 VALUE ZERO.
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-solde-libre PIC S9(9)V99 VALUE ZERO.
       01  ws-montant-saisissable PIC S9(9)V99 VALUE ZERO.
       01  ws-reste-a-geler PIC 9(7)V99 VALUE ZERO.
       01  ws-part-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-motif-saisie PIC X(13).
       01  ws-date-fin.
           05  ws-fin-annee PIC 9(4).
           05  ws-fin-mois PIC 9(2).
           05  ws-fin-jour PIC 9(2).
       01  ws-date-fin-num REDEFINES ws-date-fin PIC 9(8).
       01  ws-montant-paiement PIC 9(7)V99 VALUE ZERO.
       01  ws-total-paye PIC 9(7)V99 VALUE ZERO.
       01  ws-solde-positif PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-saisie PIC X(30).
       01  ws-sequence-virement PIC 9(6) VALUE ZERO.
       01  ws-option-frais PIC X(1) VALUE 'S'.
       01  ws-frais-banque PIC 9(2)V99 VALUE ZERO.
       01  ws-montant-envoye PIC 9(7)V99 VALUE ZERO.
       01  ws-frais-correspondant PIC 9(5)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-gelees PIC 9(5) VALUE ZERO.
       01  ws-total-gele PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-payees PIC 9(5) VALUE ZERO.
       01  ws-total-verse PIC 9(9)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Traitement de nuit des saisies, dans l'ordre de
      *>    signification du fichier saisies :
      *>     - une saisie recue est gelee : sur l'ensemble des comptes
      *>       du debiteur, le solde crediteur libre, diminue du solde
      *>       bancaire insaisissable laisse une seule fois au client,
      *>       est bloque a hauteur du montant reclame, compte par
      *>       compte (blocage sans expiration, motif SAISIE suivi du
      *>       numero de la saisie). Les fonds deja geles par une
      *>       saisie anterieure ne sont plus libres : la suivante ne
      *>       prend que ce qui reste ;
      *>     - une saisie gelee dont le delai de contestation d'un
      *>       mois est ecoule est payee : chaque compte gele est
      *>       debite de sa part, verse au creancier par virement
      *>       externe, et le blocage est leve.
      *>    Une saisie contestee n'est ni gelee davantage ni payee.
      *>    L'avis au debiteur part avec les avis clients.
           DISPLAY "Traitement des saisies"
           CALL 'journal_batch' USING "traitement_saisies  ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           PERFORM LIRE-SOLDE-INSAISISSABLE
           OPEN OUTPUT rapport_saisies
           MOVE SPACES TO ligne-rapport
           STRING "SAISIES DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " - solde insaisissable " DELIMITED BY SIZE
                   ws-solde-insaisissable DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_saisies
           OPEN I-O saisies
           IF ws-file-status-saisies = '00' THEN
               PERFORM UNTIL fin_saisies = 'Y'
                   READ saisies
                       AT END
                           MOVE 'Y' TO fin_saisies
                       NOT AT END
                           PERFORM TRAITER-UNE-SAISIE
                   END-READ
               END-PERFORM
               CLOSE saisies
           ELSE
               DISPLAY "Aucune saisie a traiter"
           END-IF

           PERFORM ECRIRE-RECAPITULATIF
           CLOSE rapport_saisies
           DISPLAY "Saisies gelees : ", ws-nombre-gelees,
                       "  payees : ", ws-nombre-payees
           COMPUTE ws-compteur-journal =
                   ws-nombre-gelees + ws-nombre-payees
           CALL 'journal_batch' USING "traitement_saisies  ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-SOLDE-INSAISISSABLE.
           OPEN INPUT solde_insaisissable
           IF ws-file-status-parametre = '00' THEN
               READ solde_insaisissable
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE insaisissable-parametre
                           TO ws-solde-insaisissable
               END-READ
               CLOSE solde_insaisissable
           END-IF.

       TRAITER-UNE-SAISIE.
           MOVE SPACES TO ws-motif-saisie
           STRING "SAISIE " DELIMITED BY SIZE
                   sai-sequence DELIMITED BY SIZE
               INTO ws-motif-saisie
           EVALUATE TRUE
               WHEN sai-recue
                   PERFORM GELER-UNE-SAISIE
                   REWRITE saisie-record
               WHEN sai-gelee
                   IF sai-date-fin-contestation <= ws-date-du-jour
                           THEN
                       PERFORM PAYER-UNE-SAISIE
                       REWRITE saisie-record
                   END-IF
           END-EVALUATE.

       GELER-UNE-SAISIE.
           PERFORM RECENSER-COMPTES-DEBITEUR
           COMPUTE ws-montant-saisissable =
                   ws-total-disponible - ws-solde-insaisissable
           IF ws-montant-saisissable < ZERO THEN
               MOVE ZERO TO ws-montant-saisissable
           END-IF
           IF ws-montant-saisissable > sai-montant-reclame THEN
               MOVE sai-montant-reclame TO ws-reste-a-geler
           ELSE
               MOVE ws-montant-saisissable TO ws-reste-a-geler
           END-IF
           MOVE ws-reste-a-geler TO sai-montant-gele
           PERFORM VARYING cd-i FROM 1 BY 1
                   UNTIL cd-i > cd-nombre OR ws-reste-a-geler = ZERO
               IF cd-disponible(cd-i) > ws-reste-a-geler THEN
                   MOVE ws-reste-a-geler TO ws-part-compte
               ELSE
                   MOVE cd-disponible(cd-i) TO ws-part-compte
               END-IF
               IF ws-part-compte > ZERO THEN
                   PERFORM POSER-BLOCAGE-SAISIE
                   SUBTRACT ws-part-compte FROM ws-reste-a-geler
               END-IF
           END-PERFORM
           IF cd-nombre > ZERO THEN
               MOVE cd-numero(1) TO sai-compte-avis
           ELSE
               MOVE ZERO TO sai-compte-avis
           END-IF
           MOVE ws-date-du-jour TO sai-date-gel
           PERFORM CALCULER-FIN-CONTESTATION
           SET sai-gelee TO TRUE
           ADD 1 TO ws-nombre-gelees
           ADD sai-montant-gele TO ws-total-gele
           MOVE SPACES TO ligne-rapport
           STRING "GEL saisie " DELIMITED BY SIZE
                   sai-sequence DELIMITED BY SIZE
                   " client " DELIMITED BY SIZE
                   sai-client DELIMITED BY SIZE
                   " reclame " DELIMITED BY SIZE
                   sai-montant-reclame DELIMITED BY SIZE
                   " gele " DELIMITED BY SIZE
                   sai-montant-gele DELIMITED BY SIZE
                   " jusqu'au " DELIMITED BY SIZE
                   sai-date-fin-contestation DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       RECENSER-COMPTES-DEBITEUR.
      *>    Tous les comptes non clotures du debiteur entrent dans le
      *>    calcul, y compris bloques ou dormants : la saisie porte
      *>    sur tout ce que la banque detient pour lui.
           MOVE ZERO TO cd-nombre
           MOVE ZERO TO ws-total-disponible
           MOVE 'N' TO fin_comptes
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_comptes = 'Y'
                   READ comptes NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_comptes
                       NOT AT END
                           IF compte-client = sai-client
                                   AND NOT compte-ferme
                                   AND cd-nombre < 20 THEN
                               PERFORM RETENIR-COMPTE-DEBITEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
           END-IF.

       RETENIR-COMPTE-DEBITEUR.
           CALL 'calculer_blocages' USING compte-numero,
               ws-blocages-compte
           COMPUTE ws-solde-libre = compte-solde - ws-blocages-compte
           IF ws-solde-libre < ZERO THEN
               MOVE ZERO TO ws-solde-libre
           END-IF
           ADD 1 TO cd-nombre
           MOVE compte-numero TO cd-numero(cd-nombre)
           MOVE ws-solde-libre TO cd-disponible(cd-nombre)
           ADD ws-solde-libre TO ws-total-disponible.

       POSER-BLOCAGE-SAISIE.
           OPEN EXTEND blocages_fonds
           IF ws-file-status-blocages = '35' THEN
               OPEN OUTPUT blocages_fonds
           END-IF
           MOVE cd-numero(cd-i) TO blo-compte
           MOVE ws-part-compte TO blo-montant
           MOVE SPACES TO blo-motif
           STRING ws-motif-saisie DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sai-reference DELIMITED BY SIZE
               INTO blo-motif
           MOVE ws-date-du-jour TO blo-date-pose
           MOVE ZERO TO blo-date-expiration
           SET blo-actif TO TRUE
           WRITE blocage-record
           END-WRITE
           CLOSE blocages_fonds.

       CALCULER-FIN-CONTESTATION.
      *>    Un mois apres la signification ; un 31 sans equivalent le
      *>    mois suivant est ramene au dernier jour de ce mois.
           MOVE sai-date-signification TO ws-date-fin-num
           ADD 1 TO ws-fin-mois
           IF ws-fin-mois > 12 THEN
               MOVE 1 TO ws-fin-mois
               ADD 1 TO ws-fin-annee
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(ws-date-fin-num)
                   = ZERO
               SUBTRACT 1 FROM ws-fin-jour
           END-PERFORM
           MOVE ws-date-fin-num TO sai-date-fin-contestation.

       PAYER-UNE-SAISIE.
           MOVE ZERO TO ws-total-paye
           MOVE SPACES TO ws-memo-saisie
           STRING "SAISIE " DELIMITED BY SIZE
                   sai-reference DELIMITED BY SIZE
               INTO ws-memo-saisie
           MOVE 'N' TO fin_blocages
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
      *>    La saisie reste gelee et sera payee au passage suivant.
               DISPLAY "/!\ Fichier comptes indisponible, saisie ",
                           sai-sequence, " non payee"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O blocages_fonds
           IF ws-file-status-blocages = '00' THEN
               PERFORM UNTIL fin_blocages = 'Y'
                   READ blocages_fonds
                       AT END
                           MOVE 'Y' TO fin_blocages
                       NOT AT END
                           IF blo-actif
                                   AND blo-motif(1:13)
                                       = ws-motif-saisie THEN
                               PERFORM PAYER-UN-BLOCAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blocages_fonds
           END-IF
           CLOSE comptes
           MOVE ws-total-paye TO sai-montant-paye
           MOVE ws-date-du-jour TO sai-date-paiement
           SET sai-payee TO TRUE
           ADD 1 TO ws-nombre-payees
           ADD ws-total-paye TO ws-total-verse
           MOVE SPACES TO ligne-rapport
           STRING "PAIEMENT saisie " DELIMITED BY SIZE
                   sai-sequence DELIMITED BY SIZE
                   " client " DELIMITED BY SIZE
                   sai-client DELIMITED BY SIZE
                   " verse " DELIMITED BY SIZE
                   ws-total-paye DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   sai-creancier DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       PAYER-UN-BLOCAGE.
      *>    Le compte a pu descendre sous le montant gele par le jeu
      *>    du decouvert autorise : on ne verse jamais plus que son
      *>    solde crediteur.
           MOVE blo-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", blo-compte, " introuvable",
                               " pour la saisie ", sai-sequence
                   EXIT PARAGRAPH
           END-READ
           IF compte-solde > ZERO THEN
               MOVE compte-solde TO ws-solde-positif
           ELSE
               MOVE ZERO TO ws-solde-positif
           END-IF
           IF blo-montant > ws-solde-positif THEN
               MOVE ws-solde-positif TO ws-montant-paiement
           ELSE
               MOVE blo-montant TO ws-montant-paiement
           END-IF
           IF ws-montant-paiement > ZERO THEN
               MOVE compte-solde TO ws-image-ancien-solde
               COMPUTE compte-solde =
                       compte-solde - ws-montant-paiement
               REWRITE compte-record
               MOVE compte-solde TO ws-image-nouveau-solde
               CALL 'journal_comptes' USING "saisies     ",
                   "SAISIES ", compte-numero,
                   ws-image-ancien-solde, ws-image-nouveau-solde,
                   compte-statut, compte-statut
               MOVE compte-solde TO ws-solde-apres
               MOVE ws-montant-paiement TO ws-montant-mouvement
               CALL 'transaction' USING "V", compte-numero,
                   ws-montant-mouvement, ws-solde-apres,
                   ws-memo-saisie, "Paiement saisie", "SAISIES "
               PERFORM DEPOSER-VIREMENT-CREANCIER
               ADD ws-montant-paiement TO ws-total-paye
           END-IF
           SET blo-leve TO TRUE
           REWRITE blocage-record.

       DEPOSER-VIREMENT-CREANCIER.
           PERFORM NUMEROTER-VIREMENT-EXTERNE
           OPEN EXTEND virements_externes
           IF ws-file-status-virements = '35' THEN
               OPEN OUTPUT virements_externes
           END-IF
           MOVE ws-sequence-virement TO ve-sequence
           MOVE compte-numero TO ve-compte-origine
           MOVE sai-banque-creancier TO ve-banque-destinataire
           MOVE sai-iban-creancier TO ve-compte-destinataire
           MOVE ws-montant-paiement TO ve-montant
           MOVE ws-date-du-jour TO ve-date-demande
           MOVE ZERO TO ve-date-reglement
           SET ve-en-attente TO TRUE
           MOVE "EUR" TO ve-devise
           MOVE ws-montant-paiement TO ve-montant-devise
           MOVE 1 TO ve-taux-applique
      *>    Paiement au creancier passe par le systeme :
      *>    frais partages, sans frais de notre part : seul le frais
      *>    attendu du correspondant est note pour le nostro.
           MOVE 'S' TO ws-option-frais
           CALL 'calcul_frais_virement' USING ws-option-frais,
               sai-banque-creancier, ve-devise, ws-montant-paiement,
               ws-frais-banque, ws-montant-envoye,
               ws-frais-correspondant
           MOVE ws-option-frais TO ve-option-frais
           MOVE ZERO TO ve-frais-banque
           MOVE ws-frais-correspondant TO ve-frais-correspondant
           WRITE virement-externe
           END-WRITE
           CLOSE virements_externes.

       NUMEROTER-VIREMENT-EXTERNE.
           MOVE ZERO TO ws-sequence-virement
           MOVE 'N' TO fin_virements_numer
           OPEN INPUT virements_externes
           IF ws-file-status-virements = '00' THEN
               PERFORM UNTIL fin_virements_numer = 'Y'
                   READ virements_externes
                       AT END
                           MOVE 'Y' TO fin_virements_numer
                       NOT AT END
                           IF ve-sequence > ws-sequence-virement THEN
                               MOVE ve-sequence
                                   TO ws-sequence-virement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE virements_externes
           END-IF
           ADD 1 TO ws-sequence-virement.

       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO ligne-rapport
           STRING "Saisies gelees : " DELIMITED BY SIZE
                   ws-nombre-gelees DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-gele DELIMITED BY SIZE
                   " € - payees : " DELIMITED BY SIZE
                   ws-nombre-payees DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-verse DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM traitement_saisies.

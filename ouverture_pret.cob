           SELECT echeancier_prets ASSIGN TO 'echeancier_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-echeancier.
           SELECT demandes_prets ASSIGN TO 'demandes_prets'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-demandes.
           SELECT comptes_terme ASSIGN TO 'comptes_terme'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-terme.

       DATA DIVISION.
       FILE SECTION.
           COPY cppret.
       FD echeancier_prets.
           COPY cpecheancier.
       FD demandes_prets.
           COPY cpdemandepret.
       FD comptes_terme.
           COPY cpterme.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-prets PIC XX.
       01  ws-file-status-echeancier PIC XX.
       01  fin_prets PIC X VALUE 'N'.
       01  ws-file-status-demandes PIC XX.
       01  fin_demandes PIC X VALUE 'N'.
       01  ws-numero-demande PIC 9(6) VALUE ZERO.
       01  ws-demande-trouvee PIC X VALUE 'N'.
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-compte-saisi PIC 9(6).
       01  ws-date-metier PIC 9(8) VALUE ZERO.
       01  ws-capital PIC 9(7)V99.
       01  ws-date-echeance PIC 9(8).
       01  ws-pret-existant PIC X VALUE 'N'.
       01  ws-montant-deblocage PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-date-eclatee.
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-date-entiere PIC 9(8).
       01  ws-file-status-terme PIC XX.
       01  fin_terme PIC X VALUE 'N'.
       01  ws-nantissement-demande PIC X VALUE 'N'.
       01  ws-nantissement-accorde PIC X VALUE 'N'.
       01  ws-compte-terme-saisi PIC 9(6) VALUE ZERO.
       01  ws-terme-nantissable PIC X VALUE 'N'.
       01  ws-capital-terme PIC 9(7)V99 VALUE ZERO.
       01  ws-autorise PIC X.
       01  ws-id-superviseur PIC X(8).

       PROCEDURE DIVISION.
      *>    Deblocage d'un pret personnel au guichet : le capital est
      *>    seance tenante dans echeancier_prets. La collecte des
      *>    mensualites est ensuite l'affaire de la chaine de fin de
      *>    journee, jamais du guichet.
      *>    Le pret ne se debloque que sur une demande accordee
      *>    (demande_pret), dont il reprend le montant, le taux et la
      *>    duree ; la demande passe alors debloquee.
           DISPLAY "Ouverture d'un pret personnel"
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           CALL 'date_metier' USING ws-date-metier
           DISPLAY "Numero du compte a crediter :"
           ACCEPT ws-compte-saisi
                           " ouverture refusee"
               STOP RUN
           END-IF
           DISPLAY "Numero de la demande de pret accordee :"
           ACCEPT ws-numero-demande
           PERFORM LIRE-DEMANDE-ACCORDEE
           IF ws-demande-trouvee = 'N' THEN
               DISPLAY "/!\ Aucune demande accordee sous ce numero",
                           " pour ce compte, ouverture refusee"
               STOP RUN
           END-IF
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible"
                                   " refuse"
                   ELSE
                       PERFORM SAISIR-CONDITIONS-PRET
                       PERFORM SAISIR-NANTISSEMENT
                       IF ws-nantissement-demande = 'O'
                               AND ws-nantissement-accorde = 'N' THEN
                           DISPLAY "/!\ Garantie non constituee,",
                                       " pret refuse"
                       ELSE
                       PERFORM CALCULER-MENSUALITE
                       PERFORM DEBLOQUER-LE-CAPITAL
                       PERFORM ENREGISTRER-PRET
                       PERFORM GENERER-ECHEANCIER
                       PERFORM MARQUER-DEMANDE-DEBLOQUEE
                       IF ws-nantissement-demande = 'O' THEN
                           PERFORM ENREGISTRER-NANTISSEMENT
                       END-IF
                       DISPLAY "--> Pret de ", ws-capital,
                                   " € debloque sur le compte ",
                                   ws-compte-saisi, ", mensualite ",
                                   ws-mensualite, " € sur ",
                                   ws-duree-mois, " mois"
                       END-IF
                   END-IF
           END-READ
           CLOSE comptes
               CLOSE prets
           END-IF.

       LIRE-DEMANDE-ACCORDEE.
           MOVE 'N' TO ws-demande-trouvee
           MOVE 'N' TO fin_demandes
           OPEN INPUT demandes_prets
           IF ws-file-status-demandes = '00' THEN
               PERFORM UNTIL fin_demandes = 'Y'
                   READ demandes_prets
                       AT END
                           MOVE 'Y' TO fin_demandes
                       NOT AT END
                           IF dp-numero = ws-numero-demande
                                   AND dp-compte = ws-compte-saisi
                                   AND dp-accordee THEN
                               MOVE 'O' TO ws-demande-trouvee
                               MOVE 'Y' TO fin_demandes
                               MOVE dp-montant TO ws-capital
                               MOVE dp-taux-annuel TO ws-taux-annuel
                               MOVE dp-duree-mois TO ws-duree-mois
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandes_prets
           END-IF.

       MARQUER-DEMANDE-DEBLOQUEE.
           MOVE 'N' TO fin_demandes
           OPEN I-O demandes_prets
           IF ws-file-status-demandes = '00' THEN
               PERFORM UNTIL fin_demandes = 'Y'
                   READ demandes_prets
                       AT END
                           MOVE 'Y' TO fin_demandes
                       NOT AT END
                           IF dp-numero = ws-numero-demande THEN
                               MOVE 'Y' TO fin_demandes
                               SET dp-debloquee TO TRUE
                               MOVE ws-date-metier
                                   TO dp-date-deblocage
                               REWRITE demande-pret-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandes_prets
           END-IF.

       SAISIR-CONDITIONS-PRET.
           DISPLAY "Demande ", ws-numero-demande, " : capital ",
                       ws-capital, " taux ", ws-taux-annuel,
                       " sur ", ws-duree-mois, " mois"
           DISPLAY "Premiere echeance (AAAAMMJJ) :"
           ACCEPT ws-date-echeance.

       SAISIR-NANTISSEMENT.
      *>    Un pret peut etre garanti par un depot a terme du client :
      *>    le depot doit etre actif et libre de tout autre
      *>    nantissement, et la garantie n'est constituee qu'avec
      *>    l'accord d'un superviseur (journal des autorisations).
      *>    Sans cet accord, le pret garanti n'est pas debloque.
           MOVE 'N' TO ws-nantissement-accorde
           DISPLAY "Pret garanti par un depot a terme ? (O/N)"
           ACCEPT ws-nantissement-demande
           IF ws-nantissement-demande = 'o' THEN
               MOVE 'O' TO ws-nantissement-demande
           END-IF
           IF ws-nantissement-demande NOT = 'O' THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero du compte qui porte le depot :"
           ACCEPT ws-compte-terme-saisi
           PERFORM VERIFIER-DEPOT-NANTISSABLE
           IF ws-terme-nantissable = 'N' THEN
               DISPLAY "/!\ Aucun depot a terme actif et libre sur",
                           " ce compte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Depot de ", ws-capital-terme, " € nanti pour un",
                       " pret de ", ws-capital, " €"
           CALL 'autoriser_superviseur' USING "NANTISSEMENT",
               ws-compte-saisi, ws-capital, ws-autorise,
               ws-id-superviseur
           IF ws-autorise = 'O' THEN
               MOVE 'O' TO ws-nantissement-accorde
           ELSE
               DISPLAY "/!\ Nantissement non autorise"
           END-IF.

       VERIFIER-DEPOT-NANTISSABLE.
           MOVE 'N' TO ws-terme-nantissable
           MOVE 'N' TO fin_terme
           OPEN INPUT comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-compte = ws-compte-terme-saisi
                                   AND cat-actif
                                   AND NOT cat-nantissement-actif THEN
                               MOVE 'O' TO ws-terme-nantissable
                               MOVE cat-capital TO ws-capital-terme
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF.

       ENREGISTRER-NANTISSEMENT.
           MOVE 'N' TO fin_terme
           OPEN I-O comptes_terme
           IF ws-file-status-terme = '00' THEN
               PERFORM UNTIL fin_terme = 'Y'
                   READ comptes_terme
                       AT END
                           MOVE 'Y' TO fin_terme
                       NOT AT END
                           IF cat-compte = ws-compte-terme-saisi
                                   AND cat-actif
                                   AND NOT cat-nantissement-actif THEN
                               MOVE ws-compte-saisi TO cat-pret-nanti
                               SET cat-nantissement-actif TO TRUE
                               MOVE ws-id-superviseur
                                   TO cat-superviseur-nantissement
                               MOVE ws-date-metier
                                   TO cat-date-nantissement
                               MOVE ZERO TO cat-date-levee
                               REWRITE compte-terme-record
                               MOVE 'Y' TO fin_terme
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_terme
           END-IF
           DISPLAY "--> Depot du compte ", ws-compte-terme-saisi,
                       " nanti en garantie du pret".

       CALCULER-MENSUALITE.
      *>    Mensualite constante de l'amortissement classique :
      *>    capital x t / (1 - (1+t)^-n) avec t le taux mensuel. Un

       IDENTIFICATION DIVISION.
       PROGRAM-ID. releve_cfonb.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT comptes_entreprises ASSIGN TO 'comptes_entreprises'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-entreprises.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT mouvements_jour ASSIGN TO 'mouvements_jour'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-mouvements.
           SELECT fichier_releve ASSIGN TO ws-nom-releve
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-releve.
           SELECT rapport_releves ASSIGN TO 'rapport_releves_cfonb'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD comptes_entreprises.
           COPY cpcptent.
       FD comptes.
           COPY cpcompte.
       FD mouvements_jour.
           COPY cphist.
       FD fichier_releve.
           COPY cpcfonb.
       FD rapport_releves.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-entreprises PIC XX.
       01  ws-file-status-mouvements PIC XX.
       01  ws-file-status-releve PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_entreprises PIC X VALUE 'N'.
       01  fin_mouvements PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-jjmmaa PIC X(6).
       01  ws-date-a-convertir PIC 9(8).
       01  ws-date-convertie REDEFINES ws-date-a-convertir.
           05  ws-siecle-conv PIC 9(2).
           05  ws-annee-conv PIC 9(2).
           05  ws-mois-conv PIC 9(2).
           05  ws-jour-conv PIC 9(2).
       01  ws-date-valeur-jjmmaa PIC X(6).
       01  code-banque PIC X(5) VALUE "30099".
       01  code-guichet PIC X(5) VALUE "00001".
       01  ws-nom-releve PIC X(60).
      *>    Mouvements du jour du compte en cours, dans l'ordre de
      *>    passation, chacun avec son sens (C credit, D debit).
       01  table-mouvements.
           05  tm-entry OCCURS 500 TIMES INDEXED BY tm-i.
               10  tm-sequence         PIC 9(9).
               10  tm-date             PIC 9(8).
               10  tm-action           PIC X(10).
               10  tm-montant          PIC 9(7)V99.
               10  tm-solde-apres      PIC S9(7)V99.
               10  tm-memo             PIC X(30).
               10  tm-sens             PIC X(1).
       01  tm-nombre PIC 9(3) VALUE ZERO.
       01  ws-solde-precedent PIC S9(7)V99 VALUE ZERO.
       01  ws-precedent-connu PIC X VALUE 'N'.
       01  ws-sens PIC X.
       01  ws-ecart PIC S9(8)V99 VALUE ZERO.
       01  ws-solde-ouverture PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-cloture PIC S9(7)V99 VALUE ZERO.
       01  ws-solde-compte PIC S9(7)V99 VALUE ZERO.
       01  ws-total-credits PIC 9(9)V99 VALUE ZERO.
       01  ws-total-debits PIC 9(9)V99 VALUE ZERO.
       01  ws-numero-releve PIC 9(5) VALUE ZERO.
      *>    Codage du montant : la valeur absolue en centimes sur
      *>    quatorze chiffres, dont le dernier est remplace par son
      *>    caractere signe.
       01  ws-montant-a-coder PIC S9(12)V99 VALUE ZERO.
       01  ws-centimes PIC 9(14) VALUE ZERO.
       01  ws-centimes-eclates REDEFINES ws-centimes.
           05  ws-centimes-tete PIC 9(13).
           05  ws-centimes-unite PIC 9(1).
       01  ws-signes-positifs PIC X(10) VALUE "{ABCDEFGHI".
       01  ws-signes-negatifs PIC X(10) VALUE "}JKLMNOPQR".
       01  ws-numero-ecriture PIC 9(9).
       01  ws-nombre-releves PIC 9(5) VALUE ZERO.
       01  ws-nombre-lignes PIC 9(7) VALUE ZERO.
       01  ws-nombre-anomalies PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Releve electronique de la journee pour chaque compte
      *>    d'entreprise actif (comptes_entreprises), au format CFONB
      *>    120 que lisent les logiciels comptables : un
      *>    enregistrement 01 d'ancien solde, un 04 par mouvement du
      *>    jour (mouvements_jour, date de valeur = journee comptable
      *>    du mouvement) et un 07 de nouveau solde. Chaque releve est
      *>    un fichier numerote dans le repertoire de depot du
      *>    client ; le numero n'avance que si le fichier a bien ete
      *>    ecrit, et une journee deja deposee n'est pas redeposee en
      *>    cas de reprise de la chaine.
      *>    Le sens d'un mouvement se lit sur l'enchainement des
      *>    soldes apres operation : un virement, une correction
      *>    peuvent etre au credit comme au debit.
           DISPLAY "Releves CFONB des comptes d'entreprise"
           CALL 'journal_batch' USING "releve_cfonb        ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-date-a-convertir
           PERFORM CONVERTIR-DATE-JJMMAA
           MOVE ws-date-valeur-jjmmaa TO ws-date-jjmmaa
           OPEN OUTPUT rapport_releves
           MOVE SPACES TO ligne-rapport
           STRING "RELEVES CFONB DU " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport

           MOVE 'N' TO fin_entreprises
           OPEN I-O comptes_entreprises
           IF ws-file-status-entreprises = '00' THEN
               OPEN INPUT comptes
               PERFORM UNTIL fin_entreprises = 'Y'
                   READ comptes_entreprises
                       AT END
                           MOVE 'Y' TO fin_entreprises
                       NOT AT END
                           IF ent-actif
                                   AND ent-date-dernier
                                       < ws-date-du-jour THEN
                               PERFORM PRODUIRE-RELEVE-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes
               CLOSE comptes_entreprises
           ELSE
               DISPLAY "Aucun compte d'entreprise inscrit"
           END-IF

           MOVE SPACES TO ligne-rapport
           STRING "Releves deposes : " DELIMITED BY SIZE
                   ws-nombre-releves DELIMITED BY SIZE
                   " - mouvements : " DELIMITED BY SIZE
                   ws-nombre-lignes DELIMITED BY SIZE
                   " - anomalies : " DELIMITED BY SIZE
                   ws-nombre-anomalies DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_releves
           DISPLAY "Releves deposes : ", ws-nombre-releves,
                       "  anomalies : ", ws-nombre-anomalies
           MOVE ws-nombre-releves TO ws-compteur-journal
           CALL 'journal_batch' USING "releve_cfonb        ", 'F',
               ws-compteur-journal
           GOBACK.

       PRODUIRE-RELEVE-COMPTE.
           MOVE ent-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   MOVE SPACES TO ligne-rapport
                   STRING "ANOMALIE compte " DELIMITED BY SIZE
                           ent-compte DELIMITED BY SIZE
                           " introuvable" DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
                   ADD 1 TO ws-nombre-anomalies
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHARGER-MOUVEMENTS-COMPTE
           PERFORM CALCULER-SOLDES-RELEVE
           COMPUTE ws-numero-releve = ent-dernier-numero + 1
           MOVE SPACES TO ws-nom-releve
           STRING ent-repertoire DELIMITED BY SPACE
                   "/releve_" DELIMITED BY SIZE
                   ent-compte DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   ws-numero-releve DELIMITED BY SIZE
                   ".cfonb" DELIMITED BY SIZE
               INTO ws-nom-releve
           OPEN OUTPUT fichier_releve
           IF ws-file-status-releve NOT = '00' THEN
               MOVE SPACES TO ligne-rapport
               STRING "ANOMALIE depot impossible " DELIMITED BY SIZE
                       ws-nom-releve DELIMITED BY SPACE
                       " statut " DELIMITED BY SIZE
                       ws-file-status-releve DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
               ADD 1 TO ws-nombre-anomalies
               EXIT PARAGRAPH
           END-IF
           PERFORM ECRIRE-ANCIEN-SOLDE
           PERFORM VARYING tm-i FROM 1 BY 1 UNTIL tm-i > tm-nombre
               PERFORM ECRIRE-MOUVEMENT
           END-PERFORM
           PERFORM ECRIRE-NOUVEAU-SOLDE
           CLOSE fichier_releve

           MOVE ws-numero-releve TO ent-dernier-numero
           MOVE ws-solde-cloture TO ent-dernier-solde
           MOVE ws-date-du-jour TO ent-date-dernier
           REWRITE compte-entreprise
           ADD 1 TO ws-nombre-releves
           ADD tm-nombre TO ws-nombre-lignes
           MOVE SPACES TO ligne-rapport
           STRING "RELEVE " DELIMITED BY SIZE
                   ws-numero-releve DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   ent-compte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tm-nombre DELIMITED BY SIZE
                   " mvt ouverture " DELIMITED BY SIZE
                   ws-solde-ouverture DELIMITED BY SIZE
                   " cloture " DELIMITED BY SIZE
                   ws-solde-cloture DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       CHARGER-MOUVEMENTS-COMPTE.
      *>    Tout l'extrait est parcouru pour suivre l'enchainement des
      *>    soldes du compte, y compris les mouvements deja dates du
      *>    lendemain ; seuls ceux de la journee entrent au releve.
      *>    Le sens du premier mouvement se deduit du solde du releve
      *>    precedent, ou a defaut de la nature de l'operation.
           MOVE ZERO TO tm-nombre
           IF ent-dernier-numero > ZERO THEN
               MOVE ent-dernier-solde TO ws-solde-precedent
               MOVE 'O' TO ws-precedent-connu
           ELSE
               MOVE 'N' TO ws-precedent-connu
           END-IF
           MOVE 'N' TO fin_mouvements
           OPEN INPUT mouvements_jour
           IF ws-file-status-mouvements = '00' THEN
               PERFORM UNTIL fin_mouvements = 'Y'
                   READ mouvements_jour
                       AT END
                           MOVE 'Y' TO fin_mouvements
                       NOT AT END
                           IF hist-compte = ent-compte
                                   AND montant_transaction > ZERO
                                   THEN
                               PERFORM RETENIR-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mouvements_jour
           END-IF.

       RETENIR-MOUVEMENT.
           IF ws-precedent-connu = 'O' THEN
               COMPUTE ws-ecart = ws-solde-precedent
                       - montant_transaction - hist-solde-apres
               IF ws-ecart < 0.02 AND ws-ecart > -0.02 THEN
                   MOVE 'D' TO ws-sens
               ELSE
                   MOVE 'C' TO ws-sens
               END-IF
           ELSE
               EVALUATE action_transaction
                   WHEN "Retrait :"
                   WHEN "Frais :"
                   WHEN "Echeance :"
                   WHEN "Cheque :"
                   WHEN "Prelev :"
                   WHEN "Retenue :"
                   WHEN "Carte :"
                   WHEN "Bon emis :"
                   WHEN "Chq banque"
                       MOVE 'D' TO ws-sens
                   WHEN OTHER
                       MOVE 'C' TO ws-sens
               END-EVALUATE
           END-IF
           MOVE hist-solde-apres TO ws-solde-precedent
           MOVE 'O' TO ws-precedent-connu
           IF hist-date NOT = ws-date-du-jour OR tm-nombre >= 500
                   THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tm-nombre
           MOVE transaction-sequence TO tm-sequence(tm-nombre)
           MOVE hist-date TO tm-date(tm-nombre)
           MOVE action_transaction TO tm-action(tm-nombre)
           MOVE montant_transaction TO tm-montant(tm-nombre)
           MOVE hist-solde-apres TO tm-solde-apres(tm-nombre)
           MOVE memo_transaction TO tm-memo(tm-nombre)
           MOVE ws-sens TO tm-sens(tm-nombre).

       CALCULER-SOLDES-RELEVE.
      *>    L'ancien solde est le nouveau solde du releve precedent ;
      *>    pour le tout premier releve, il se reconstitue a partir
      *>    du premier mouvement du jour, ou a defaut du solde actuel
      *>    du compte. Le nouveau solde en decoule : le releve est
      *>    toujours equilibre pour le logiciel du client.
           MOVE ZERO TO ws-total-credits
           MOVE ZERO TO ws-total-debits
           PERFORM VARYING tm-i FROM 1 BY 1 UNTIL tm-i > tm-nombre
               IF tm-sens(tm-i) = 'D' THEN
                   ADD tm-montant(tm-i) TO ws-total-debits
               ELSE
                   ADD tm-montant(tm-i) TO ws-total-credits
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ent-dernier-numero > ZERO
                   MOVE ent-dernier-solde TO ws-solde-ouverture
               WHEN tm-nombre > ZERO
                   IF tm-sens(1) = 'D' THEN
                       COMPUTE ws-solde-ouverture =
                               tm-solde-apres(1) + tm-montant(1)
                   ELSE
                       COMPUTE ws-solde-ouverture =
                               tm-solde-apres(1) - tm-montant(1)
                   END-IF
               WHEN OTHER
                   MOVE compte-solde TO ws-solde-compte
                   MOVE ws-solde-compte TO ws-solde-ouverture
           END-EVALUATE
           COMPUTE ws-solde-cloture = ws-solde-ouverture
                   + ws-total-credits - ws-total-debits.

       PREPARER-ENREGISTREMENT.
           MOVE SPACES TO enreg-cfonb
           MOVE code-banque TO cf-banque
           MOVE code-guichet TO cf-guichet
           MOVE compte-devise TO cf-devise
           IF cf-devise = SPACES THEN
               MOVE "EUR" TO cf-devise
           END-IF
           MOVE 2 TO cf-decimales
           MOVE SPACES TO cf-compte
           STRING "00000" DELIMITED BY SIZE
                   ent-compte DELIMITED BY SIZE
               INTO cf-compte
           MOVE ws-date-jjmmaa TO cf-date.

       ECRIRE-ANCIEN-SOLDE.
           PERFORM PREPARER-ENREGISTREMENT
           MOVE "01" TO cf-code
           MOVE ws-solde-ouverture TO ws-montant-a-coder
           PERFORM CODER-MONTANT
           MOVE SPACES TO cf-reference
           STRING "RELEVE " DELIMITED BY SIZE
                   ws-numero-releve DELIMITED BY SIZE
               INTO cf-reference
           WRITE enreg-cfonb
           END-WRITE.

       ECRIRE-MOUVEMENT.
           PERFORM PREPARER-ENREGISTREMENT
           MOVE "04" TO cf-code
           MOVE tm-action(tm-i)(1:4) TO cf-operation-interne
           EVALUATE TRUE
               WHEN tm-action(tm-i) = "Cheque :"
                   MOVE "01" TO cf-operation
               WHEN tm-action(tm-i) = "Prelev :"
                   MOVE "03" TO cf-operation
               WHEN tm-action(tm-i) = "Carte :"
                   MOVE "04" TO cf-operation
               WHEN tm-action(tm-i) = "Retrait :"
                   MOVE "02" TO cf-operation
               WHEN tm-sens(tm-i) = 'D'
                   MOVE "06" TO cf-operation
               WHEN OTHER
                   MOVE "05" TO cf-operation
           END-EVALUATE
           MOVE tm-date(tm-i) TO ws-date-a-convertir
           PERFORM CONVERTIR-DATE-JJMMAA
           MOVE ws-date-valeur-jjmmaa TO cf-date-valeur
           MOVE tm-memo(tm-i) TO cf-libelle
           IF cf-libelle = SPACES THEN
               MOVE tm-action(tm-i) TO cf-libelle
           END-IF
           MOVE tm-sequence(tm-i) TO ws-numero-ecriture
           MOVE ws-numero-ecriture(3:7) TO cf-ecriture
           MOVE "0" TO cf-exoneration
           MOVE "0" TO cf-indisponibilite
           IF tm-sens(tm-i) = 'D' THEN
               COMPUTE ws-montant-a-coder = ZERO - tm-montant(tm-i)
           ELSE
               MOVE tm-montant(tm-i) TO ws-montant-a-coder
           END-IF
           PERFORM CODER-MONTANT
           MOVE ws-numero-ecriture TO cf-reference
           WRITE enreg-cfonb
           END-WRITE.

       ECRIRE-NOUVEAU-SOLDE.
           PERFORM PREPARER-ENREGISTREMENT
           MOVE "07" TO cf-code
           MOVE ws-solde-cloture TO ws-montant-a-coder
           PERFORM CODER-MONTANT
           MOVE SPACES TO cf-reference
           STRING "RELEVE " DELIMITED BY SIZE
                   ws-numero-releve DELIMITED BY SIZE
               INTO cf-reference
           WRITE enreg-cfonb
           END-WRITE.

       CODER-MONTANT.
           IF ws-montant-a-coder < ZERO THEN
               COMPUTE ws-centimes = (ZERO - ws-montant-a-coder) * 100
           ELSE
               COMPUTE ws-centimes = ws-montant-a-coder * 100
           END-IF
           MOVE ws-centimes-tete TO cf-montant-chiffres
           IF ws-montant-a-coder < ZERO THEN
               MOVE ws-signes-negatifs(ws-centimes-unite + 1:1)
                   TO cf-montant-signe
           ELSE
               MOVE ws-signes-positifs(ws-centimes-unite + 1:1)
                   TO cf-montant-signe
           END-IF.

       CONVERTIR-DATE-JJMMAA.
           MOVE SPACES TO ws-date-valeur-jjmmaa
           STRING ws-jour-conv DELIMITED BY SIZE
                   ws-mois-conv DELIMITED BY SIZE
                   ws-annee-conv DELIMITED BY SIZE
               INTO ws-date-valeur-jjmmaa.
       END PROGRAM releve_cfonb.

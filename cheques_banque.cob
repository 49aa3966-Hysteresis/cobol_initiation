       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheques_banque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT cheques_banque ASSIGN TO 'cheques_banque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-registre.
           SELECT compteur_cheques_banque ASSIGN TO
               'compteur_cheques_banque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compteur.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status.
           SELECT cheques_banque_imprimes ASSIGN TO
               'cheques_banque_imprimes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-impression.
           SELECT soldes_gl ASSIGN TO 'soldes_gl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-soldes.
           SELECT compte_gl_cheques_banque ASSIGN TO
               'compte_gl_cheques_banque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-compte-gl.
           SELECT etat_cheques_banque ASSIGN TO 'etat_cheques_banque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-etat.

       DATA DIVISION.
       FILE SECTION.
       FD cheques_banque.
           COPY cpchqbanque.
       FD compteur_cheques_banque.
      *>    Fichier d'une seule ligne : le dernier numero de cheque de
      *>    banque attribue.
       01  compteur-cheques-banque-record.
           05  cpt-dernier-cheque-banque PIC 9(7).
       FD comptes.
           COPY cpcompte.
       FD cheques_banque_imprimes.
       01  ligne-impression PIC X(80).
       FD soldes_gl.
           COPY cpsoldegl.
       FD compte_gl_cheques_banque.
      *>    Fichier parametre d'une ligne : le compte du plan qui
      *>    porte le passif des cheques de banque en circulation
      *>    (credite par l'action Chq banque au plan comptable).
       01  compte-gl-cheques-record.
           05  cgc-compte PIC X(6).
       FD etat_cheques_banque.
       01  ligne-etat PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-registre PIC XX.
       01  ws-file-status-compteur PIC XX.
       01  ws-file-status-impression PIC XX.
       01  ws-file-status-soldes PIC XX.
       01  ws-file-status-compte-gl PIC XX.
       01  ws-file-status-etat PIC XX.
       01  fin_registre PIC X VALUE 'N'.
       01  fin_soldes PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-compte-saisi PIC 9(6).
       01  ws-beneficiaire-saisi PIC X(30).
       01  ws-montant-saisi PIC 9(7)V99.
       01  ws-numero-saisi PIC 9(7).
       01  ws-code-saisi PIC 9(6).
       01  ws-numero-cheque PIC 9(7) VALUE ZERO.
       01  ws-code-controle PIC 9(6) VALUE ZERO.
       01  ws-cle-base PIC 9(15) VALUE ZERO.
       01  ws-cle-reste PIC 9(6) VALUE ZERO.
       01  ws-emission-acceptee PIC X VALUE 'N'.
       01  ws-cheque-trouve PIC X VALUE 'N'.
       01  ws-blocages-compte PIC 9(7)V99 VALUE ZERO.
       01  ws-operation-frais PIC X VALUE 'B'.
       01  ws-frais-bareme PIC 9(2)V99 VALUE ZERO.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-client PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-cheque PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-id-superviseur PIC X(8).
       01  ws-autorise PIC X.
       01  ws-montant-autorisation PIC 9(7)V99 VALUE ZERO.
       01  ws-montant-edite PIC Z(6)9.99.
      *>    Etat mensuel : la situation est reconstituee a la fin du
      *>    mois demande, pour se rapprocher de la ligne du mois au
      *>    grand livre meme si l'etat est tire quelques jours plus
      *>    tard (un cheque paye depuis etait encore en circulation
      *>    a la cloture).
       01  ws-mois-etat PIC 9(6).
       01  ws-date-premier-suivant.
           05  ws-annee-suivant PIC 9(4).
           05  ws-mois-suivant PIC 9(2).
           05  ws-jour-suivant PIC 9(2).
       01  ws-premier-suivant REDEFINES ws-date-premier-suivant
                              PIC 9(8).
       01  ws-date-fin-mois PIC 9(8).
       01  ws-age-jours PIC 9(5).
       01  ws-compte-gl-cheques PIC X(6) VALUE "467300".
       01  ws-ligne-gl-trouvee PIC X VALUE 'N'.
       01  ws-passif-gl PIC S9(13)V99 VALUE ZERO.
       01  ws-ecart-gl PIC S9(13)V99 VALUE ZERO.
       01  ws-passif-edite PIC -(12)9.99.
       01  ws-ecart-edite PIC -(12)9.99.
       01  ws-libelle-statut PIC X(8).
       01  table-anciennete.
           05  ta-tranche OCCURS 4 TIMES INDEXED BY ta-i.
               10  ta-libelle       PIC X(17).
               10  ta-nombre        PIC 9(5).
               10  ta-total         PIC 9(11)V99.
       01  ws-nombre-circulation PIC 9(5) VALUE ZERO.
       01  ws-total-circulation PIC 9(11)V99 VALUE ZERO.
       01  ws-total-edite PIC Z(10)9.99.

       PROCEDURE DIVISION.
      *>    Registre des cheques de banque, a la place du carnet
      *>    papier : l'emission debite le client par le circuit
      *>    transaction (action Chq banque, que le plan comptable
      *>    deverse en debit des depots et credit du passif des
      *>    cheques de banque en circulation) et imprime la formule
      *>    avec son numero et son code de controle. Le paiement se
      *>    fait a la presentation en compensation, sur ce passif.
      *>    Un cheque perdu ou vole est frappe d'opposition, puis le
      *>    client est rembourse ; l'etat mensuel rapproche ce qui
      *>    circule encore du solde du passif au grand livre.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "-------------- "
           DISPLAY "     Cheques de banque"
           DISPLAY "-------------- "
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Emettre un cheque de banque : 1"
           DISPLAY "Verifier un cheque de banque : 2"
           DISPLAY "Faire opposition sur un cheque de banque : 3"
           DISPLAY "Rembourser un cheque de banque oppose : 4"
           DISPLAY "Etat mensuel des cheques en circulation : 5"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM EMETTRE-CHEQUE-BANQUE
               WHEN '2'
                   PERFORM VERIFIER-CHEQUE-BANQUE
               WHEN '3'
                   PERFORM OPPOSER-CHEQUE-BANQUE
               WHEN '4'
                   PERFORM REMBOURSER-CHEQUE-BANQUE
               WHEN '5'
                   PERFORM ETAT-CHEQUES-CIRCULATION
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       EMETTRE-CHEQUE-BANQUE.
           DISPLAY "Numero du compte client a debiter :"
           ACCEPT ws-compte-saisi
           DISPLAY "Beneficiaire du cheque :"
           MOVE SPACES TO ws-beneficiaire-saisi
           ACCEPT ws-beneficiaire-saisi
           DISPLAY "Montant du cheque :"
           ACCEPT ws-montant-saisi
           IF ws-beneficiaire-saisi = SPACES
                   OR ws-montant-saisi = ZERO THEN
               DISPLAY "/!\ Beneficiaire et montant obligatoires,",
                           " emission refusee"
               EXIT PARAGRAPH
           END-IF
           CALL 'calcul_frais_operation'
               USING ws-operation-frais, ws-frais-bareme
           CALL 'calculer_blocages' USING ws-compte-saisi,
               ws-blocages-compte
           MOVE 'N' TO ws-emission-acceptee
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-compte-saisi TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte inconnu, emission refusee"
               NOT INVALID KEY
      *>    Un cheque de banque est une garantie de paiement : la
      *>    provision doit etre la, frais compris, sans puiser dans
      *>    le decouvert autorise.
                   EVALUATE TRUE
                       WHEN NOT compte-actif
                           DISPLAY "/!\ Compte ferme ou bloque,",
                                       " emission refusee"
                       WHEN compte-solde - ws-blocages-compte
                               < ws-montant-saisi + ws-frais-bareme
                           DISPLAY "/!\ Provision insuffisante,",
                                       " emission refusee"
                       WHEN OTHER
                           PERFORM DEBITER-CLIENT-EMISSION
                   END-EVALUATE
           END-READ
           CLOSE comptes
           IF ws-emission-acceptee = 'O' THEN
               PERFORM INSCRIRE-CHEQUE-BANQUE
               PERFORM IMPRIMER-CHEQUE-BANQUE
               MOVE ws-montant-saisi TO ws-montant-edite
               DISPLAY "--> Cheque de banque ", ws-numero-cheque,
                           " emis pour ", ws-montant-edite,
                           " €, code de controle ", ws-code-controle
           END-IF.

       DEBITER-CLIENT-EMISSION.
           PERFORM NUMEROTER-CHEQUE-BANQUE
           PERFORM CALCULER-CODE-CONTROLE
           MOVE compte-solde TO ws-image-ancien-solde
           COMPUTE compte-solde = compte-solde - ws-montant-saisi
           REWRITE compte-record
           MOVE compte-solde TO ws-image-nouveau-solde
           CALL 'journal_comptes' USING "chqbanque   ",
               ws-operateur, compte-numero, ws-image-ancien-solde,
               ws-image-nouveau-solde, compte-statut, compte-statut
           MOVE compte-solde TO ws-solde-client
           MOVE ws-montant-saisi TO ws-montant-mouvement
           MOVE SPACES TO ws-memo-cheque
           STRING "Chq banque " DELIMITED BY SIZE
                   ws-numero-cheque DELIMITED BY SIZE
               INTO ws-memo-cheque
           CALL 'transaction' USING "T", ws-compte-saisi,
               ws-montant-mouvement, ws-solde-client, ws-memo-cheque,
               ws-beneficiaire-saisi(1:20), ws-operateur
           IF ws-frais-bareme > ZERO THEN
               MOVE compte-solde TO ws-image-ancien-solde
               COMPUTE compte-solde = compte-solde - ws-frais-bareme
               REWRITE compte-record
               MOVE compte-solde TO ws-image-nouveau-solde
               CALL 'journal_comptes' USING "chqbanque   ",
                   ws-operateur, compte-numero,
                   ws-image-ancien-solde, ws-image-nouveau-solde,
                   compte-statut, compte-statut
               MOVE compte-solde TO ws-solde-client
               MOVE ws-frais-bareme TO ws-montant-mouvement
               CALL 'transaction' USING "F", ws-compte-saisi,
                   ws-montant-mouvement, ws-solde-client,
                   ws-memo-cheque, "Frais cheque banque ",
                   ws-operateur
           END-IF
           MOVE 'O' TO ws-emission-acceptee.

       NUMEROTER-CHEQUE-BANQUE.
           MOVE ZERO TO ws-numero-cheque
           OPEN INPUT compteur_cheques_banque
           IF ws-file-status-compteur = '00' THEN
               READ compteur_cheques_banque
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cpt-dernier-cheque-banque
                           TO ws-numero-cheque
               END-READ
               CLOSE compteur_cheques_banque
           END-IF
           ADD 1 TO ws-numero-cheque
           OPEN OUTPUT compteur_cheques_banque
           MOVE ws-numero-cheque TO cpt-dernier-cheque-banque
           WRITE compteur-cheques-banque-record
           END-WRITE
           CLOSE compteur_cheques_banque.

       CALCULER-CODE-CONTROLE.
      *>    Code a six chiffres tire du numero, de la date d'emission
      *>    et du montant : une formule falsifiee (montant gratte,
      *>    numero invente) ne donne pas le code que le registre
      *>    redonne au telephone.
           COMPUTE ws-cle-base = ws-numero-cheque * 100000000
                   + ws-date-du-jour
           COMPUTE ws-cle-reste = FUNCTION MOD(ws-cle-base, 999983)
           COMPUTE ws-cle-base = ws-cle-reste * 1000000000
                   + ws-montant-saisi * 100
           COMPUTE ws-code-controle =
                   FUNCTION MOD(ws-cle-base, 999983).

       INSCRIRE-CHEQUE-BANQUE.
           OPEN EXTEND cheques_banque
           IF ws-file-status-registre = '35' THEN
               OPEN OUTPUT cheques_banque
           END-IF
           MOVE ws-numero-cheque TO cbq-numero
           MOVE ws-compte-saisi TO cbq-compte
           MOVE ws-beneficiaire-saisi TO cbq-beneficiaire
           MOVE ws-montant-saisi TO cbq-montant
           MOVE ws-date-du-jour TO cbq-date-emission
           MOVE ws-code-controle TO cbq-code-controle
           SET cbq-emis TO TRUE
           MOVE ws-date-du-jour TO cbq-date-statut
           MOVE ws-operateur TO cbq-operateur
           MOVE SPACES TO cbq-superviseur
           WRITE cheque-banque-record
           END-WRITE
           CLOSE cheques_banque.

       IMPRIMER-CHEQUE-BANQUE.
           OPEN EXTEND cheques_banque_imprimes
           IF ws-file-status-impression = '35' THEN
               OPEN OUTPUT cheques_banque_imprimes
           END-IF
           MOVE ALL "=" TO ligne-impression
           WRITE ligne-impression
           MOVE SPACES TO ligne-impression
           STRING "CHEQUE DE BANQUE No " DELIMITED BY SIZE
                   ws-numero-cheque DELIMITED BY SIZE
                   "          BQLOCALE" DELIMITED BY SIZE
               INTO ligne-impression
           WRITE ligne-impression
           MOVE ws-montant-saisi TO ws-montant-edite
           MOVE SPACES TO ligne-impression
           STRING "Payez contre ce cheque la somme de "
                   DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-impression
           WRITE ligne-impression
           MOVE SPACES TO ligne-impression
           STRING "A l'ordre de " DELIMITED BY SIZE
                   ws-beneficiaire-saisi DELIMITED BY SIZE
               INTO ligne-impression
           WRITE ligne-impression
           MOVE SPACES TO ligne-impression
           STRING "Emis le " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   " a la demande du compte " DELIMITED BY SIZE
                   ws-compte-saisi DELIMITED BY SIZE
               INTO ligne-impression
           WRITE ligne-impression
           MOVE SPACES TO ligne-impression
           STRING "Code de controle : " DELIMITED BY SIZE
                   ws-code-controle DELIMITED BY SIZE
                   "   Guichetier : " DELIMITED BY SIZE
                   ws-operateur DELIMITED BY SIZE
               INTO ligne-impression
           WRITE ligne-impression
           MOVE ALL "=" TO ligne-impression
           WRITE ligne-impression
           END-WRITE
           CLOSE cheques_banque_imprimes.

       VERIFIER-CHEQUE-BANQUE.
      *>    Appel du vendeur qui recoit le cheque : numero, code et
      *>    montant lus sur la formule doivent concorder avec le
      *>    registre, et le cheque etre encore payable.
           DISPLAY "Numero du cheque de banque :"
           ACCEPT ws-numero-saisi
           DISPLAY "Code de controle lu sur la formule :"
           ACCEPT ws-code-saisi
           DISPLAY "Montant lu sur la formule :"
           ACCEPT ws-montant-saisi
           PERFORM LIRE-CHEQUE-BANQUE
           IF ws-cheque-trouve = 'N' THEN
               DISPLAY "/!\ Aucun cheque de banque avec ce numero :",
                           " FORMULE SUSPECTE"
               EXIT PARAGRAPH
           END-IF
           IF cbq-code-controle NOT = ws-code-saisi
                   OR cbq-montant NOT = ws-montant-saisi THEN
               DISPLAY "/!\ Code ou montant non conforme au",
                           " registre : FORMULE SUSPECTE"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN cbq-emis
                   DISPLAY "--> Cheque authentique, en circulation",
                               " (emis le ", cbq-date-emission,
                               " a l'ordre de ", cbq-beneficiaire,
                               ")"
               WHEN cbq-paye
                   DISPLAY "/!\ Cheque deja paye le ",
                               cbq-date-statut
               WHEN OTHER
                   DISPLAY "/!\ Cheque frappe d'opposition le ",
                               cbq-date-statut, " : NE PAS ACCEPTER"
           END-EVALUATE.

       LIRE-CHEQUE-BANQUE.
           MOVE 'N' TO ws-cheque-trouve
           MOVE 'N' TO fin_registre
           OPEN INPUT cheques_banque
           IF ws-file-status-registre = '00' THEN
               PERFORM UNTIL fin_registre = 'Y'
                   READ cheques_banque
                       AT END
                           MOVE 'Y' TO fin_registre
                       NOT AT END
                           IF cbq-numero = ws-numero-saisi THEN
                               MOVE 'O' TO ws-cheque-trouve
                               MOVE 'Y' TO fin_registre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_banque
           END-IF.

       OPPOSER-CHEQUE-BANQUE.
      *>    Cheque perdu ou vole : seul un cheque encore en
      *>    circulation se frappe d'opposition, avec l'accord d'un
      *>    superviseur. Le montant reste au passif jusqu'au
      *>    remboursement du client.
           DISPLAY "Numero du cheque de banque a opposer :"
           ACCEPT ws-numero-saisi
           MOVE 'N' TO ws-cheque-trouve
           MOVE 'N' TO fin_registre
           OPEN I-O cheques_banque
           IF ws-file-status-registre = '00' THEN
               PERFORM UNTIL fin_registre = 'Y'
                   READ cheques_banque
                       AT END
                           MOVE 'Y' TO fin_registre
                       NOT AT END
                           IF cbq-numero = ws-numero-saisi
                                   AND cbq-emis THEN
                               MOVE 'O' TO ws-cheque-trouve
                               MOVE 'Y' TO fin_registre
                               PERFORM POSER-OPPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_banque
           END-IF
           IF ws-cheque-trouve = 'N' THEN
               DISPLAY "/!\ Aucun cheque de banque en circulation",
                           " avec ce numero"
           END-IF.

       POSER-OPPOSITION.
           MOVE cbq-montant TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "CHQ BQ OPPOS",
               cbq-compte, ws-montant-autorisation, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, opposition non",
                           " posee"
               EXIT PARAGRAPH
           END-IF
           SET cbq-oppose TO TRUE
           MOVE ws-date-du-jour TO cbq-date-statut
           MOVE ws-operateur TO cbq-operateur
           MOVE ws-id-superviseur TO cbq-superviseur
           REWRITE cheque-banque-record
           DISPLAY "--> Opposition posee sur le cheque de banque ",
                       cbq-numero.

       REMBOURSER-CHEQUE-BANQUE.
      *>    Le client d'un cheque oppose est recredite : le montant
      *>    sort du passif (action Chq bq rem au plan comptable) et
      *>    le cheque ne pourra plus jamais etre paye.
           DISPLAY "Numero du cheque de banque oppose :"
           ACCEPT ws-numero-saisi
           MOVE 'N' TO ws-cheque-trouve
           MOVE 'N' TO fin_registre
           OPEN I-O cheques_banque
           IF ws-file-status-registre = '00' THEN
               PERFORM UNTIL fin_registre = 'Y'
                   READ cheques_banque
                       AT END
                           MOVE 'Y' TO fin_registre
                       NOT AT END
                           IF cbq-numero = ws-numero-saisi
                                   AND cbq-oppose THEN
                               MOVE 'O' TO ws-cheque-trouve
                               MOVE 'Y' TO fin_registre
                               PERFORM RECREDITER-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cheques_banque
           END-IF
           IF ws-cheque-trouve = 'N' THEN
               DISPLAY "/!\ Aucun cheque de banque oppose avec ce",
                           " numero"
           END-IF.

       RECREDITER-CLIENT.
           MOVE cbq-montant TO ws-montant-autorisation
           CALL 'autoriser_superviseur' USING "CHQ BQ REMB ",
               cbq-compte, ws-montant-autorisation, ws-autorise,
               ws-id-superviseur
           IF ws-autorise NOT = 'O' THEN
               DISPLAY "/!\ Autorisation refusee, remboursement",
                           " non fait"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible"
               EXIT PARAGRAPH
           END-IF
           MOVE cbq-compte TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte ", cbq-compte, " inconnu,",
                               " remboursement non fait"
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde = compte-solde + cbq-montant
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING "chqbanque   ",
                       ws-id-superviseur, compte-numero,
                       ws-image-ancien-solde, ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-client
                   MOVE cbq-montant TO ws-montant-mouvement
                   MOVE SPACES TO ws-memo-cheque
                   STRING "Chq banque " DELIMITED BY SIZE
                           cbq-numero DELIMITED BY SIZE
                       INTO ws-memo-cheque
                   CALL 'transaction' USING "Z", cbq-compte,
                       ws-montant-mouvement, ws-solde-client,
                       ws-memo-cheque, "Chq banque oppose   ",
                       ws-id-superviseur
                   SET cbq-rembourse TO TRUE
                   MOVE ws-date-du-jour TO cbq-date-statut
                   MOVE ws-id-superviseur TO cbq-superviseur
                   REWRITE cheque-banque-record
                   MOVE cbq-montant TO ws-montant-edite
                   DISPLAY "--> ", ws-montant-edite, " € recredites",
                               " au compte ", cbq-compte
           END-READ
           CLOSE comptes.

       ETAT-CHEQUES-CIRCULATION.
      *>    Etat mensuel pour la comptabilite, tire une fois le mois
      *>    reporte au grand livre : les cheques encore en
      *>    circulation a la fin du mois, par anciennete, et leur
      *>    total rapproche du solde du passif dans soldes_gl.
           DISPLAY "Mois de l'etat (AAAAMM) :"
           ACCEPT ws-mois-etat
           PERFORM CALCULER-FIN-DE-MOIS
           PERFORM LIRE-COMPTE-GL-CHEQUES
           MOVE "0 a 30 jours" TO ta-libelle(1)
           MOVE "31 a 90 jours" TO ta-libelle(2)
           MOVE "91 a 180 jours" TO ta-libelle(3)
           MOVE "plus de 180 jours" TO ta-libelle(4)
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > 4
               MOVE ZERO TO ta-nombre(ta-i)
               MOVE ZERO TO ta-total(ta-i)
           END-PERFORM
           OPEN OUTPUT etat_cheques_banque
           MOVE SPACES TO ligne-etat
           STRING "CHEQUES DE BANQUE EN CIRCULATION AU "
                   DELIMITED BY SIZE
                   ws-date-fin-mois DELIMITED BY SIZE
               INTO ligne-etat
           WRITE ligne-etat
           MOVE 'N' TO fin_registre
           OPEN INPUT cheques_banque
           IF ws-file-status-registre = '00' THEN
               PERFORM UNTIL fin_registre = 'Y'
                   READ cheques_banque
                       AT END
                           MOVE 'Y' TO fin_registre
                       NOT AT END
                           PERFORM RETENIR-SI-EN-CIRCULATION
                   END-READ
               END-PERFORM
               CLOSE cheques_banque
           END-IF
           PERFORM ECRIRE-TRANCHES-ANCIENNETE
           PERFORM RAPPROCHER-PASSIF-GL
           CLOSE etat_cheques_banque
           DISPLAY "Etat ecrit dans etat_cheques_banque".

       CALCULER-FIN-DE-MOIS.
           MOVE ws-mois-etat(1:4) TO ws-annee-suivant
           MOVE ws-mois-etat(5:2) TO ws-mois-suivant
           MOVE 1 TO ws-jour-suivant
           IF ws-mois-suivant = 12 THEN
               ADD 1 TO ws-annee-suivant
               MOVE 1 TO ws-mois-suivant
           ELSE
               ADD 1 TO ws-mois-suivant
           END-IF
           COMPUTE ws-date-fin-mois = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-premier-suivant)
                   - 1).

       LIRE-COMPTE-GL-CHEQUES.
           OPEN INPUT compte_gl_cheques_banque
           IF ws-file-status-compte-gl = '00' THEN
               READ compte_gl_cheques_banque
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cgc-compte TO ws-compte-gl-cheques
               END-READ
               CLOSE compte_gl_cheques_banque
           END-IF.

       RETENIR-SI-EN-CIRCULATION.
      *>    En circulation a la fin du mois : emis au plus tard ce
      *>    jour-la, et pas encore sorti du passif a cette date (un
      *>    cheque oppose y reste jusqu'a son remboursement).
           IF cbq-date-emission > ws-date-fin-mois THEN
               EXIT PARAGRAPH
           END-IF
           IF (cbq-paye OR cbq-rembourse)
                   AND cbq-date-statut NOT > ws-date-fin-mois THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-age-jours =
                   FUNCTION INTEGER-OF-DATE(ws-date-fin-mois)
                   - FUNCTION INTEGER-OF-DATE(cbq-date-emission)
           EVALUATE TRUE
               WHEN ws-age-jours <= 30
                   SET ta-i TO 1
               WHEN ws-age-jours <= 90
                   SET ta-i TO 2
               WHEN ws-age-jours <= 180
                   SET ta-i TO 3
               WHEN OTHER
                   SET ta-i TO 4
           END-EVALUATE
           ADD 1 TO ta-nombre(ta-i)
           ADD cbq-montant TO ta-total(ta-i)
           ADD 1 TO ws-nombre-circulation
           ADD cbq-montant TO ws-total-circulation
           IF cbq-oppose AND cbq-date-statut NOT > ws-date-fin-mois
                   THEN
               MOVE "OPPOSE" TO ws-libelle-statut
           ELSE
               MOVE SPACES TO ws-libelle-statut
           END-IF
           MOVE cbq-montant TO ws-montant-edite
           MOVE SPACES TO ligne-etat
           STRING "Cheque " DELIMITED BY SIZE
                   cbq-numero DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   cbq-date-emission DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   cbq-compte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " € " DELIMITED BY SIZE
                   ws-age-jours DELIMITED BY SIZE
                   " j " DELIMITED BY SIZE
                   cbq-beneficiaire(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-libelle-statut DELIMITED BY SIZE
               INTO ligne-etat
           WRITE ligne-etat
           END-WRITE.

       ECRIRE-TRANCHES-ANCIENNETE.
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > 4
               MOVE ta-total(ta-i) TO ws-total-edite
               MOVE SPACES TO ligne-etat
               STRING "Anciennete " DELIMITED BY SIZE
                       ta-libelle(ta-i) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       ta-nombre(ta-i) DELIMITED BY SIZE
                       " cheque(s) pour " DELIMITED BY SIZE
                       ws-total-edite DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-etat
               WRITE ligne-etat
               END-WRITE
           END-PERFORM
           MOVE ws-total-circulation TO ws-total-edite
           MOVE SPACES TO ligne-etat
           STRING "En circulation : " DELIMITED BY SIZE
                   ws-nombre-circulation DELIMITED BY SIZE
                   " cheque(s) pour " DELIMITED BY SIZE
                   ws-total-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-etat
           WRITE ligne-etat.

       RAPPROCHER-PASSIF-GL.
      *>    Le solde d'un compte de passif est crediteur : a la
      *>    convention de la balance (ouverture + debits - credits),
      *>    il sort negatif et se lit donc en sens inverse.
           MOVE 'N' TO ws-ligne-gl-trouvee
           MOVE 'N' TO fin_soldes
           OPEN INPUT soldes_gl
           IF ws-file-status-soldes = '00' THEN
               PERFORM UNTIL fin_soldes = 'Y'
                   READ soldes_gl
                       AT END
                           MOVE 'Y' TO fin_soldes
                       NOT AT END
                           IF gl-compte = ws-compte-gl-cheques
                                   AND gl-mois = ws-mois-etat THEN
                               MOVE 'O' TO ws-ligne-gl-trouvee
                               COMPUTE ws-passif-gl = ZERO
                                   - gl-solde-ouverture
                                   - gl-total-debits
                                   + gl-total-credits
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE soldes_gl
           END-IF
           MOVE SPACES TO ligne-etat
           IF ws-ligne-gl-trouvee = 'N' THEN
               STRING "/!\ Aucune ligne du compte " DELIMITED BY SIZE
                       ws-compte-gl-cheques DELIMITED BY SIZE
                       " pour " DELIMITED BY SIZE
                       ws-mois-etat DELIMITED BY SIZE
                       " au grand livre : rapprochement impossible"
                       DELIMITED BY SIZE
                   INTO ligne-etat
               WRITE ligne-etat
               DISPLAY "/!\ Mois absent du grand livre, etat non",
                           " rapproche"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-ecart-gl = ws-passif-gl - ws-total-circulation
           MOVE ws-passif-gl TO ws-passif-edite
           MOVE ws-ecart-gl TO ws-ecart-edite
           STRING "Passif au grand livre (compte " DELIMITED BY SIZE
                   ws-compte-gl-cheques DELIMITED BY SIZE
                   ") : " DELIMITED BY SIZE
                   ws-passif-edite DELIMITED BY SIZE
                   " € - ecart : " DELIMITED BY SIZE
                   ws-ecart-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-etat
           WRITE ligne-etat
           IF ws-ecart-gl NOT = ZERO THEN
               MOVE SPACES TO ligne-etat
               STRING "/!\ REGISTRE ET GRAND LIVRE EN ECART, A"
                       DELIMITED BY SIZE
                       " JUSTIFIER" DELIMITED BY SIZE
                   INTO ligne-etat
               WRITE ligne-etat
               DISPLAY "/!\ Ecart de ", ws-ecart-edite, " € avec le",
                           " grand livre"
           END-IF.
       END PROGRAM cheques_banque.

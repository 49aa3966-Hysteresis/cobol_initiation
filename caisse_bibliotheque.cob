       IDENTIFICATION DIVISION.
       PROGRAM-ID. caisse_bibliotheque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT amendes ASSIGN TO 'amendes'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-amendes.
           SELECT arretes_caisse_bibliotheque ASSIGN TO
               'arretes_caisse_bibliotheque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-arretes.
           SELECT rapport_caisse_bibliotheque ASSIGN TO
               'rapport_caisse_bibliotheque'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT comptes ASSIGN TO 'comptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS compte-numero
           ALTERNATE RECORD KEY IS compte-nom WITH DUPLICATES
           FILE STATUS IS ws-file-status-comptes.

       DATA DIVISION.
       FILE SECTION.
       FD amendes.
           COPY cpamende.
       FD arretes_caisse_bibliotheque.
      *>    Registre des arretes de caisse du comptoir : une ligne
      *>    par jour arrete, pour qu'un meme jour ne soit pas depose
      *>    deux fois en banque.
       01  ligne-arrete.
           05  ar-date             PIC 9(8).
           05  ar-attendu          PIC S9(6)V99.
           05  ar-compte           PIC 9(6)V99.
           05  ar-ecart            PIC S9(6)V99.
           05  ar-depose           PIC 9(6)V99.
       FD rapport_caisse_bibliotheque.
       01  ligne-rapport PIC X(80).
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status-amendes PIC XX.
       01  ws-file-status-arretes PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  ws-file-status-comptes PIC XX.
       01  fin_amendes PIC X VALUE 'N'.
       01  fin_arretes PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-caisse PIC 9(8) VALUE ZERO.
       01  ws-deja-arrete PIC X VALUE 'N'.
      *>    Compte bancaire de la bibliotheque dans le fichier maitre
      *>    des comptes, comme le compte de la boutique : les especes
      *>    du comptoir y sont deposees par le circuit transaction.
       01  compte-bibliotheque PIC 9(6) VALUE 000778.
       01  ws-total-amendes PIC 9(6)V99 VALUE ZERO.
       01  ws-nb-amendes PIC 9(4) VALUE ZERO.
       01  ws-total-cotisations PIC 9(6)V99 VALUE ZERO.
       01  ws-nb-cotisations PIC 9(4) VALUE ZERO.
       01  ws-total-pertes PIC 9(6)V99 VALUE ZERO.
       01  ws-nb-pertes PIC 9(4) VALUE ZERO.
       01  ws-total-remboursements PIC 9(6)V99 VALUE ZERO.
       01  ws-nb-remboursements PIC 9(4) VALUE ZERO.
       01  ws-attendu PIC S9(6)V99 VALUE ZERO.
       01  ws-especes-comptees PIC 9(6)V99 VALUE ZERO.
       01  ws-ecart PIC S9(6)V99 VALUE ZERO.
       01  ws-montant-poste PIC 9(6)V99 VALUE ZERO.
       01  ws-montant-depot-banque PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-bibliotheque PIC S9(7)V99 VALUE ZERO.
       01  ws-memo-depot PIC X(30).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-affiche PIC -(6)9.99.

       PROCEDURE DIVISION.
      *>    Arrete de caisse du comptoir de la bibliotheque en fin de
      *>    journee : les especes attendues sont les mouvements du
      *>    registre des amendes a la date (am-date-paiement) -
      *>    amendes de retard encaissees au retour, cotisations des
      *>    renouvellements, factures de livres perdus, moins les
      *>    remboursements de livres retrouves. Elles sont comparees
      *>    aux especes comptees, le montant compte est depose sur le
      *>    compte de la bibliotheque par le meme circuit transaction
      *>    que la recette de la boutique, et le rapport, ecart
      *>    compris, est signe par le responsable de la
      *>    bibliotheque. Un jour deja arrete ne se redepose pas.
           DISPLAY "Arrete de caisse de la bibliotheque"
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Date de caisse (AAAAMMJJ, vide = aujourd'hui) :"
           ACCEPT ws-date-caisse
           IF ws-date-caisse = ZERO THEN
               MOVE ws-date-du-jour TO ws-date-caisse
           END-IF
           PERFORM CONTROLER-JOUR-ARRETE
           IF ws-deja-arrete = 'O' THEN
               DISPLAY "/!\ La caisse du ", ws-date-caisse,
                           " est deja arretee et deposee"
               STOP RUN
           END-IF
           PERFORM TOTALISER-MOUVEMENTS
           COMPUTE ws-attendu = ws-total-amendes
                   + ws-total-cotisations + ws-total-pertes
                   - ws-total-remboursements
           MOVE ws-attendu TO ws-montant-affiche
           DISPLAY "Especes attendues : ", ws-montant-affiche, " €"
           DISPLAY "Especes comptees :"
           ACCEPT ws-especes-comptees
           COMPUTE ws-ecart = ws-especes-comptees - ws-attendu
           PERFORM DEPOSER-ESPECES-EN-BANQUE
           PERFORM ECRIRE-RAPPORT-CAISSE
      *>    Le jour n'est marque arrete qu'une fois les especes
      *>    deposees : un depot manque se relance le lendemain.
           IF ws-especes-comptees > ZERO
                   AND ws-montant-poste = ZERO THEN
               DISPLAY "/!\ Especes non deposees : arrete du ",
                           ws-date-caisse, " non enregistre,",
                           " a relancer"
           ELSE
               PERFORM ENREGISTRER-ARRETE
           END-IF
           MOVE ws-ecart TO ws-montant-affiche
           DISPLAY "Ecart de caisse : ", ws-montant-affiche, " €"
           DISPLAY "Rapport a signer dans rapport_caisse_bibliotheque"
           STOP RUN.

       CONTROLER-JOUR-ARRETE.
           MOVE 'N' TO ws-deja-arrete
           MOVE 'N' TO fin_arretes
           OPEN INPUT arretes_caisse_bibliotheque
           IF ws-file-status-arretes = '00' THEN
               PERFORM UNTIL fin_arretes = 'Y'
                   READ arretes_caisse_bibliotheque
                       AT END
                           MOVE 'Y' TO fin_arretes
                       NOT AT END
                           IF ar-date = ws-date-caisse THEN
                               MOVE 'O' TO ws-deja-arrete
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arretes_caisse_bibliotheque
           END-IF.

       TOTALISER-MOUVEMENTS.
           MOVE 'N' TO fin_amendes
           OPEN INPUT amendes
           IF ws-file-status-amendes = '00' THEN
               PERFORM UNTIL fin_amendes = 'Y'
                   READ amendes
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-date-paiement = ws-date-caisse THEN
                               PERFORM CLASSER-UN-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE amendes
           END-IF.

       CLASSER-UN-MOUVEMENT.
           EVALUATE TRUE
               WHEN am-remboursee
                   ADD am-montant TO ws-total-remboursements
                   ADD 1 TO ws-nb-remboursements
               WHEN am-payee AND am-titre = "COTISATION ANNUELLE"
                   ADD am-montant TO ws-total-cotisations
                   ADD 1 TO ws-nb-cotisations
               WHEN am-payee AND am-retard
                   ADD am-montant TO ws-total-amendes
                   ADD 1 TO ws-nb-amendes
               WHEN am-payee
                   ADD am-montant TO ws-total-pertes
                   ADD 1 TO ws-nb-pertes
           END-EVALUATE.

       DEPOSER-ESPECES-EN-BANQUE.
      *>    Le depot porte sur les especes comptees, celles qui
      *>    partent reellement a la banque ; l'ecart reste au rapport.
           MOVE ZERO TO ws-montant-poste
           IF ws-especes-comptees = ZERO THEN
               DISPLAY "Aucune espece a deposer"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O comptes
           IF ws-file-status-comptes NOT = '00' THEN
               DISPLAY "/!\ Fichier comptes indisponible,",
                           " especes non deposees"
               EXIT PARAGRAPH
           END-IF
           MOVE compte-bibliotheque TO compte-numero
           READ comptes KEY IS compte-numero
               INVALID KEY
                   DISPLAY "/!\ Compte bibliotheque ",
                               compte-bibliotheque, " inconnu,",
                               " especes non deposees"
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde =
                           compte-solde + ws-especes-comptees
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING
                       "caisse_bibli", "BIBLIO  ",
                       compte-numero,
                       ws-image-ancien-solde,
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-bibliotheque
                   MOVE ws-especes-comptees
                       TO ws-montant-depot-banque
                   MOVE SPACES TO ws-memo-depot
                   STRING "Caisse biblio du " DELIMITED BY SIZE
                           ws-date-caisse DELIMITED BY SIZE
                       INTO ws-memo-depot
                   CALL 'transaction' USING "D",
                       compte-bibliotheque,
                       ws-montant-depot-banque,
                       ws-solde-bibliotheque, ws-memo-depot,
                       SPACES, "BIBLIO  "
                   MOVE ws-especes-comptees TO ws-montant-poste
                   DISPLAY "--> Especes de ", ws-especes-comptees,
                       " € deposees sur le compte ",
                       compte-bibliotheque
           END-READ
           CLOSE comptes.

       ECRIRE-RAPPORT-CAISSE.
           OPEN OUTPUT rapport_caisse_bibliotheque
           MOVE SPACES TO ligne-rapport
           STRING "ARRETE DE CAISSE DE LA BIBLIOTHEQUE DU "
                   DELIMITED BY SIZE
                   ws-date-caisse DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-total-amendes TO ws-montant-affiche
           STRING "Amendes de retard    " DELIMITED BY SIZE
                   ws-nb-amendes DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-total-cotisations TO ws-montant-affiche
           STRING "Cotisations          " DELIMITED BY SIZE
                   ws-nb-cotisations DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-total-pertes TO ws-montant-affiche
           STRING "Livres perdus        " DELIMITED BY SIZE
                   ws-nb-pertes DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-total-remboursements TO ws-montant-affiche
           STRING "Remboursements       " DELIMITED BY SIZE
                   ws-nb-remboursements DELIMITED BY SIZE
                   " -" DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-attendu TO ws-montant-affiche
           STRING "Especes attendues          " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-especes-comptees TO ws-montant-affiche
           STRING "Especes comptees           " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-ecart TO ws-montant-affiche
           STRING "Ecart                      " DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           IF ws-ecart NOT = ZERO THEN
               MOVE "A JUSTIFIER" TO ligne-rapport(45:11)
           END-IF
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           MOVE ws-montant-poste TO ws-montant-affiche
           STRING "Depose sur le compte " DELIMITED BY SIZE
                   compte-bibliotheque DELIMITED BY SIZE
                   ws-montant-affiche DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           WRITE ligne-rapport
           MOVE "Visa du responsable de la bibliotheque :"
               TO ligne-rapport
           WRITE ligne-rapport
           MOVE "Nom et signature : ______________________________"
               TO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_caisse_bibliotheque.

       ENREGISTRER-ARRETE.
           OPEN EXTEND arretes_caisse_bibliotheque
           IF ws-file-status-arretes = '35' THEN
               OPEN OUTPUT arretes_caisse_bibliotheque
           END-IF
           MOVE ws-date-caisse TO ar-date
           MOVE ws-attendu TO ar-attendu
           MOVE ws-especes-comptees TO ar-compte
           MOVE ws-ecart TO ar-ecart
           MOVE ws-montant-poste TO ar-depose
           WRITE ligne-arrete
           END-WRITE
           CLOSE arretes_caisse_bibliotheque.
       END PROGRAM caisse_bibliotheque.

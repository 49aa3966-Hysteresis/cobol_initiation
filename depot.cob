           COPY cpcompte.
       WORKING-STORAGE SECTION.
       01  ws-file-status pic XX.
       01  solde_b PIC S9(7)V99 VALUE 200 .
       01  compte_x PIC 9(6) VALUE 000545.
       01  montant_depot PIC 9(7)V99 COMP VALUE ZERO.
       01  montant_retrait PIC 9(7)V99 COMP.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-file-status-residus PIC XX.
       01  ws-depot-direct PIC X VALUE 'N'.
       01  ws-solde-credite PIC S9(7)V99 VALUE ZERO.
       01  ws-file-status-suspens PIC XX.
       01  ws-motif-suspens PIC X(30).
       01  ws-date-metier PIC 9(8) VALUE ZERO.
       01  ws-fichier-le-solde PIC X(30) VALUE "le_solde".
       01  ws-fichier-historique PIC X(30) VALUE "historique".
       01  ws-fichier-comptes PIC X(30) VALUE "comptes".
       01  ws-produit-credite PIC X(4) VALUE SPACES.
       01  ws-solde-avant-credit PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-credit PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.
       LINKAGE SECTION.
       01  ls_operation PIC X.
       01  ls_MONTANT_DEPOT PIC 9(7)V99 COMP.
       01  compte_b PIC 9(6).
       01  solde PIC S9(7)V99.
       01  ls_operateur PIC X(8).

       PROCEDURE DIVISION USING ls_operation, ls_MONTANT_DEPOT,
               END-IF
           END-IF.

           IF depot-autorise = 'O' THEN
               PERFORM CONTROLER-PLAFOND-DEPOT
           END-IF.

           IF depot-autorise = 'O' THEN
               DISPLAY "Le DEPOT est ",montant_depot, " €"
               COMPUTE solde = solde + montant_depot
           END-IF.
           DISPLAY "Gate depot".

       CONTROLER-PLAFOND-DEPOT.
      *>    Un livret reglemente ne se remplit que jusqu'a son
      *>    plafond (controler_plafond_livret) : le depot qui le
      *>    ferait depasser est refuse, la marge restante affichee.
           MOVE SPACES TO ws-produit-credite
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE compte_b TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE compte-produit TO ws-produit-credite
               END-READ
               CLOSE comptes
           END-IF
           MOVE solde TO ws-solde-avant-credit
           MOVE montant_depot TO ws-montant-credit
           CALL 'controler_plafond_livret' USING ws-produit-credite,
               ws-solde-avant-credit, ws-montant-credit,
               ws-livret-admis, ws-montant-admissible
           IF ws-livret-admis = 'N' THEN
               DISPLAY "/!\ Depot refuse"
               MOVE 'N' TO depot-autorise
           END-IF.

       DEPOT-NUIT.
      *>    Pendant de DEPOT pour la boite de depot de nuit : au lieu
      *>    d'un ACCEPT au guichet, chaque montant est lu du fichier
                                       " transit"
                       END-IF
                   END-IF
                   IF ws-depot-direct = 'S' THEN
                       MOVE "plafond du livret atteint"
                           TO ws-motif-suspens
                       PERFORM METTRE-DEPOT-EN-SUSPENS
                   END-IF
                   IF ws-depot-direct = 'N' THEN
                       PERFORM POSTER-DEPOT-NUIT-TRANSIT
                   END-IF
                                   compte-nuit, " inactif,",
                                   " versement au transit"
                   ELSE
                       MOVE compte-solde TO ws-solde-avant-credit
                       MOVE montant_depot TO ws-montant-credit
                       CALL 'controler_plafond_livret' USING
                           compte-produit, ws-solde-avant-credit,
                           ws-montant-credit, ws-livret-admis,
                           ws-montant-admissible
                       IF ws-livret-admis = 'N' THEN
                           DISPLAY "/!\ Depot de nuit : compte ",
                                       compte-nuit, " au plafond du",
                                       " livret, mis en suspens"
                           MOVE 'S' TO ws-depot-direct
                       ELSE
                           MOVE compte-solde TO ws-image-ancien-solde
                           COMPUTE compte-solde =
                                   compte-solde + montant_depot
                           REWRITE compte-record
                           MOVE compte-solde TO ws-image-nouveau-solde
                           CALL 'journal_comptes' USING "depot       ",
                               ls_operateur, compte-numero,
                               ws-image-ancien-solde,
                               ws-image-nouveau-solde,
                               compte-statut, compte-statut
                           MOVE compte-solde TO ws-solde-credite
                           MOVE 'O' TO ws-depot-direct
                       END-IF
                   END-IF
           END-READ
           CLOSE comptes

       01  fin_credits PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-motif-rejet PIC X(20).
       01  ws-solde-avant-livret PIC S9(7)V99 VALUE ZERO.
       01  ws-montant-livret PIC 9(7)V99 VALUE ZERO.
       01  ws-livret-admis PIC X VALUE 'O'.
       01  ws-montant-admissible PIC 9(7)V99 VALUE ZERO.
       01  ws-credit-applique PIC X.
       01  ws-montant-credit PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-credite PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-credites PIC 9(5) VALUE ZERO.
       01  ws-total-credites PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-suspens PIC 9(5) VALUE ZERO.
       01  ws-compte-vise PIC 9(6) VALUE ZERO.
       01  ws-iban-attendu PIC X(20).
       01  ws-cle-valide PIC X.
       01  ws-resultat-filtrage PIC X VALUE 'N'.
       01  ws-nombre-retenus PIC 9(5) VALUE ZERO.
       01  ws-total-retenus PIC 9(9)V99 VALUE ZERO.
           COPY cpfiltrage.

       PROCEDURE DIVISION.
      *>    Traite le fichier des credits recus des autres banques :
                       ws-total-credites, " €"
           DISPLAY "Suspens  : ", ws-nombre-suspens, " pour ",
                       ws-total-suspens, " €"
           DISPLAY "Retenus  : ", ws-nombre-retenus, " pour ",
                       ws-total-retenus, " €"
           GOBACK.

       TRAITER-UN-CREDIT.
               PERFORM METTRE-EN-SUSPENS
               EXIT PARAGRAPH
           END-IF
           PERFORM FILTRER-LE-CREDIT
           IF ws-resultat-filtrage = 'O' THEN
               PERFORM SIGNALER-CREDIT-RETENU
               EXIT PARAGRAPH
           END-IF
           OPEN I-O comptes
           IF ws-file-status NOT = '00' THEN
               MOVE "fichier comptes indispo" TO ws-motif-rejet
                           MOVE "compte ferme ou bloque"
                               TO ws-motif-rejet
                       ELSE
                           PERFORM CONTROLER-PLAFOND-LIVRET
                           IF ws-livret-admis = 'N' THEN
                               MOVE "plafond livret" TO ws-motif-rejet
                           ELSE
                               PERFORM CREDITER-LE-COMPTE
                           END-IF
                       END-IF
               END-READ
               CLOSE comptes
               END-IF
           END-IF.

       FILTRER-LE-CREDIT.
      *>    Le donneur d'ordre et la reference sont passes au filtre de
      *>    la liste de gel des avoirs : un credit qui ressemble a une
      *>    entree n'est pas poste, il attend dans file_filtrage la
      *>    decision d'un superviseur (filtrage_sanctions).
           INITIALIZE filtrage-record
           SET flt-credit-entrant TO TRUE
           MOVE ws-compte-vise TO flt-compte
           MOVE ce-montant TO flt-montant
           MOVE ce-nom-donneur TO flt-nom
           MOVE ce-reference TO flt-reference
           MOVE ce-banque-origine TO flt-banque
           MOVE ce-iban-destination TO flt-iban
           MOVE "EUR" TO flt-devise
           MOVE ce-montant TO flt-montant-devise
           MOVE 1 TO flt-taux-applique
           MOVE "CREDITEN" TO flt-operateur
           CALL 'filtrer_sanctions' USING 'R', ws-resultat-filtrage,
               filtrage-record.

       SIGNALER-CREDIT-RETENU.
           ADD 1 TO ws-nombre-retenus
           ADD ce-montant TO ws-total-retenus
           MOVE SPACES TO ligne-rapport
           STRING "RETENU compte " DELIMITED BY SIZE
                   ws-compte-vise DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ce-montant DELIMITED BY SIZE
                   " € de " DELIMITED BY SIZE
                   ce-banque-origine DELIMITED BY SIZE
                   " : liste de gel " DELIMITED BY SIZE
                   flt-identifiant-liste DELIMITED BY SIZE
                   " filtrage " DELIMITED BY SIZE
                   flt-sequence DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.

       CONTROLER-PLAFOND-LIVRET.
      *>    Un livret reglemente au plafond ne recoit pas le credit :
      *>    il part au suspens pour retour a l'emetteur.
           MOVE compte-solde TO ws-solde-avant-livret
           MOVE ce-montant TO ws-montant-livret
           CALL 'controler_plafond_livret' USING compte-produit,
               ws-solde-avant-livret, ws-montant-livret,
               ws-livret-admis, ws-montant-admissible.

       CREDITER-LE-COMPTE.
           MOVE compte-solde TO ws-image-ancien-solde
           COMPUTE compte-solde = compte-solde + ce-montant
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE
           MOVE SPACES TO ligne-rapport
           STRING "Retenus au filtrage : " DELIMITED BY SIZE
                   ws-nombre-retenus DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-total-retenus DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM credits_entrants.

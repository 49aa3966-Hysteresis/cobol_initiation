       01  ws-blocages-employeur PIC 9(7)V99 VALUE ZERO.
       01  ws-debit-fait PIC X VALUE 'N'.
       01  ws-montant-mouvement PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-solde-apres PIC S9(7)V99 VALUE ZERO.
       01  ws-nombre-credites PIC 9(5) VALUE ZERO.
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-resultat-filtrage PIC X VALUE 'N'.
       01  ws-nombre-retenus PIC 9(5) VALUE ZERO.
       01  ws-total-retenus PIC 9(9)V99 VALUE ZERO.
       01  ws-total-a-debiter PIC 9(9)V99 VALUE ZERO.
           COPY cpfiltrage.

       PROCEDURE DIVISION.
      *>    Remise de salaires d'un employeur client : tout-ou-rien.
      *>    Deuxieme passe seulement si tout est juste : un debit
      *>    unique du compte employeur, puis un credit Salaire par
      *>    salarie, chacun par le circuit transaction.
      *>    Une ligne dont le salarie ressemble a une entree de la
      *>    liste de gel des avoirs ne fait pas refuser la remise :
      *>    elle est retenue dans file_filtrage, et l'employeur n'est
      *>    debite que du reste ; le superviseur passera le salaire
      *>    (debit employeur et credit salarie) s'il la libere.
           DISPLAY "Remise de salaires"
           CALL 'journal_batch' USING "remise_salaires     ", 'D',
               ws-compteur-journal
                   STRING "REMISE POSTEE : " DELIMITED BY SIZE
                           ws-nombre-credites DELIMITED BY SIZE
                           " salaire(s) pour " DELIMITED BY SIZE
                           ws-total-a-debiter DELIMITED BY SIZE
                           " € debites du compte " DELIMITED BY SIZE
                           ws-compte-employeur DELIMITED BY SIZE
                       INTO ligne-rapport
                   WRITE ligne-rapport
                   IF ws-nombre-retenus > ZERO THEN
                       MOVE SPACES TO ligne-rapport
                       STRING "RETENUS AU FILTRAGE : "
                               DELIMITED BY SIZE
                               ws-nombre-retenus DELIMITED BY SIZE
                               " salaire(s) pour " DELIMITED BY SIZE
                               ws-total-retenus DELIMITED BY SIZE
                               " €" DELIMITED BY SIZE
                           INTO ligne-rapport
                       WRITE ligne-rapport
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO ligne-rapport

           CLOSE rapport_salaires
           DISPLAY "Salaires credites : ", ws-nombre-credites,
                       "  lignes en anomalie : ", ws-nombre-invalides,
                       "  retenus : ", ws-nombre-retenus
           MOVE ws-nombre-credites TO ws-compteur-journal
           CALL 'journal_batch' USING "remise_salaires     ", 'F',
               ws-compteur-journal
           IF rd-montant = ZERO THEN
               MOVE "montant nul" TO ws-motif-invalide
           END-IF
           IF ws-motif-invalide = SPACES THEN
               CALL 'filtrer_sanctions' USING 'C',
                   ws-resultat-filtrage, filtrage-record
               IF ws-resultat-filtrage = 'O' THEN
                   ADD rd-montant TO ws-total-retenus
               END-IF
           END-IF
           IF ws-motif-invalide NOT = SPACES THEN
               MOVE 'N' TO ws-remise-valide
               ADD 1 TO ws-nombre-invalides
                   NOT INVALID KEY
                       IF compte-actif THEN
                           MOVE 'O' TO ws-compte-valide
                           PERFORM PREPARER-FILTRAGE-SALAIRE
                       ELSE
                           MOVE "compte ferme ou bloque"
                               TO ws-motif-invalide
               END-WRITE
           END-IF.

       PREPARER-FILTRAGE-SALAIRE.
      *>    Le salarie est filtre sur le nom du titulaire du compte a
      *>    crediter, avec le libelle de la ligne en reference.
           INITIALIZE filtrage-record
           SET flt-salaire TO TRUE
           MOVE rd-compte TO flt-compte
           MOVE ws-compte-employeur TO flt-compte-contrepartie
           MOVE rd-montant TO flt-montant
           STRING compte-nom DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   compte-prenom DELIMITED BY SIZE
               INTO flt-nom
           MOVE rd-libelle TO flt-reference
           MOVE "EUR" TO flt-devise
           MOVE rd-montant TO flt-montant-devise
           MOVE 1 TO flt-taux-applique
           MOVE "SALAIRES" TO flt-operateur.

       DEBITER-EMPLOYEUR.
      *>    Un seul debit du compte employeur pour toute la remise,
      *>    par le circuit transaction habituel, diminue des salaires
      *>    retenus au filtrage.
           MOVE 'N' TO ws-debit-fait
           COMPUTE ws-total-a-debiter =
                   ws-total-lignes - ws-total-retenus
           IF ws-total-a-debiter = ZERO THEN
               MOVE 'O' TO ws-debit-fait
               EXIT PARAGRAPH
           END-IF
           OPEN I-O comptes
           MOVE ws-compte-employeur TO compte-numero
           READ comptes KEY IS compte-numero
               NOT INVALID KEY
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde =
                           compte-solde - ws-total-a-debiter
                   REWRITE compte-record
                   MOVE compte-solde TO ws-image-nouveau-solde
                   CALL 'journal_comptes' USING "salaires    ",
                       ws-image-nouveau-solde,
                       compte-statut, compte-statut
                   MOVE compte-solde TO ws-solde-apres
                   MOVE ws-total-a-debiter TO ws-montant-mouvement
                   CALL 'transaction' USING "V",
                       ws-compte-employeur, ws-montant-mouvement,
                       ws-solde-apres, SPACES, "Remise de salaires",
                   DISPLAY "/!\ Compte salarie ", rd-compte,
                               " disparu entre les deux passes"
               NOT INVALID KEY
                   PERFORM PREPARER-FILTRAGE-SALAIRE
                   CALL 'filtrer_sanctions' USING 'R',
                       ws-resultat-filtrage, filtrage-record
                   IF ws-resultat-filtrage = 'O' THEN
                       PERFORM SIGNALER-SALAIRE-RETENU
                   ELSE
                   MOVE compte-solde TO ws-image-ancien-solde
                   COMPUTE compte-solde = compte-solde + rd-montant
                   REWRITE compte-record
                       ws-montant-mouvement, ws-solde-apres,
                       rd-libelle, "Salaire", "SALAIRES"
                   ADD 1 TO ws-nombre-credites
                   END-IF
           END-READ
           CLOSE comptes.

       SIGNALER-SALAIRE-RETENU.
           ADD 1 TO ws-nombre-retenus
           MOVE SPACES TO ligne-rapport
           STRING "SALAIRE RETENU compte " DELIMITED BY SIZE
                   rd-compte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rd-montant DELIMITED BY SIZE
                   " € : liste de gel " DELIMITED BY SIZE
                   flt-identifiant-liste DELIMITED BY SIZE
                   " filtrage " DELIMITED BY SIZE
                   flt-sequence DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           END-WRITE.
       END PROGRAM remise_salaires.

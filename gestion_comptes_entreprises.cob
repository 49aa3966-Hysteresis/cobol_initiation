       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestion_comptes_entreprises.

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

       DATA DIVISION.
       FILE SECTION.
       FD comptes_entreprises.
           COPY cpcptent.
       FD comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-entreprises PIC XX.
       01  fin_entreprises PIC X VALUE 'N'.
       01  ws-choix PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-operateur PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-compte-saisi PIC 9(6).
       01  ws-compte-trouve PIC X VALUE 'N'.
       01  ws-deja-inscrit PIC X VALUE 'N'.
       01  ws-nouveau-statut PIC X.
       01  ws-nombre-lignes PIC 9(4) VALUE ZERO.
       01  ws-solde-affiche PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Fiche des comptes d'entreprise : un compte inscrit ici
      *>    recoit chaque nuit son releve CFONB 120 (releve_cfonb)
      *>    dans le repertoire de depot du client. L'inscription part
      *>    du solde actuel du compte ; la suspension arrete les
      *>    releves sans perdre la numerotation.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           CALL 'authentifier_operateur' USING 'C', ws-operateur,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "-------------- "
           DISPLAY "     Releves electroniques des entreprises"
           DISPLAY "-------------- "
           DISPLAY "Lister les comptes d'entreprise : 1"
           DISPLAY "Inscrire un compte d'entreprise : 2"
           DISPLAY "Suspendre les releves d'un compte : 3"
           DISPLAY "Reprendre les releves d'un compte : 4"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM LISTER-COMPTES-ENTREPRISES
               WHEN '2'
                   PERFORM INSCRIRE-COMPTE-ENTREPRISE
               WHEN '3'
                   MOVE 'S' TO ws-nouveau-statut
                   PERFORM CHANGER-STATUT-RELEVE
               WHEN '4'
                   MOVE 'A' TO ws-nouveau-statut
                   PERFORM CHANGER-STATUT-RELEVE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           STOP RUN.

       LISTER-COMPTES-ENTREPRISES.
           MOVE ZERO TO ws-nombre-lignes
           MOVE 'N' TO fin_entreprises
           OPEN INPUT comptes_entreprises
           IF ws-file-status-entreprises = '00' THEN
               PERFORM UNTIL fin_entreprises = 'Y'
                   READ comptes_entreprises
                       AT END
                           MOVE 'Y' TO fin_entreprises
                       NOT AT END
                           ADD 1 TO ws-nombre-lignes
                           DISPLAY ent-compte, " ", ent-raison-sociale,
                                       " statut ", ent-statut
                           DISPLAY "       depot ", ent-repertoire
                           DISPLAY "       releve ",
                                       ent-dernier-numero,
                                       " du ", ent-date-dernier,
                                       " solde ", ent-dernier-solde
                   END-READ
               END-PERFORM
               CLOSE comptes_entreprises
           END-IF
           IF ws-nombre-lignes = ZERO THEN
               DISPLAY "Aucun compte d'entreprise inscrit"
           END-IF.

       INSCRIRE-COMPTE-ENTREPRISE.
           DISPLAY "Numero du compte :"
           ACCEPT ws-compte-saisi
           PERFORM LIRE-COMPTE
           IF ws-compte-trouve = 'N' THEN
               DISPLAY "/!\ Compte inconnu"
               EXIT PARAGRAPH
           END-IF
           IF compte-ferme THEN
               DISPLAY "/!\ Compte ferme"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-INSCRIPTION
           IF ws-deja-inscrit = 'O' THEN
               DISPLAY "/!\ Compte deja inscrit"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE compte-entreprise
           MOVE compte-numero TO ent-compte
           MOVE compte-client TO ent-client
           DISPLAY "Raison sociale :"
           ACCEPT ent-raison-sociale
           DISPLAY "Repertoire de depot des releves :"
           ACCEPT ent-repertoire
           IF ent-raison-sociale = SPACES OR ent-repertoire = SPACES
                   THEN
               DISPLAY "/!\ Raison sociale et repertoire",
                           " obligatoires, compte non inscrit"
               EXIT PARAGRAPH
           END-IF
      *>    Solde de reference seulement : le premier releve
      *>    reconstitue son solde d'ouverture a partir des mouvements
      *>    de sa journee, l'inscription ayant pu se faire apres
      *>    certains d'entre eux.
           MOVE compte-solde TO ws-solde-affiche
           MOVE ws-solde-affiche TO ent-dernier-solde
           MOVE ZERO TO ent-dernier-numero
           MOVE ZERO TO ent-date-dernier
           SET ent-actif TO TRUE
           MOVE ws-date-du-jour TO ent-date-inscription
           MOVE ws-operateur TO ent-operateur
           OPEN EXTEND comptes_entreprises
           IF ws-file-status-entreprises = '35' THEN
               OPEN OUTPUT comptes_entreprises
           END-IF
           WRITE compte-entreprise
           END-WRITE
           CLOSE comptes_entreprises
           DISPLAY "--> Compte ", ent-compte, " inscrit ; premier",
                       " releve au traitement de nuit".

       LIRE-COMPTE.
           MOVE 'N' TO ws-compte-trouve
           OPEN INPUT comptes
           IF ws-file-status = '00' THEN
               MOVE ws-compte-saisi TO compte-numero
               READ comptes KEY IS compte-numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-compte-trouve
               END-READ
               CLOSE comptes
           END-IF.

       CONTROLER-INSCRIPTION.
           MOVE 'N' TO ws-deja-inscrit
           MOVE 'N' TO fin_entreprises
           OPEN INPUT comptes_entreprises
           IF ws-file-status-entreprises = '00' THEN
               PERFORM UNTIL fin_entreprises = 'Y'
                   READ comptes_entreprises
                       AT END
                           MOVE 'Y' TO fin_entreprises
                       NOT AT END
                           IF ent-compte = ws-compte-saisi THEN
                               MOVE 'O' TO ws-deja-inscrit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_entreprises
           END-IF.

       CHANGER-STATUT-RELEVE.
           DISPLAY "Numero du compte :"
           ACCEPT ws-compte-saisi
           MOVE 'N' TO ws-deja-inscrit
           MOVE 'N' TO fin_entreprises
           OPEN I-O comptes_entreprises
           IF ws-file-status-entreprises = '00' THEN
               PERFORM UNTIL fin_entreprises = 'Y'
                   READ comptes_entreprises
                       AT END
                           MOVE 'Y' TO fin_entreprises
                       NOT AT END
                           IF ent-compte = ws-compte-saisi THEN
                               MOVE 'O' TO ws-deja-inscrit
                               MOVE 'Y' TO fin_entreprises
                               MOVE ws-nouveau-statut TO ent-statut
                               MOVE ws-operateur TO ent-operateur
                               REWRITE compte-entreprise
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes_entreprises
           END-IF
           IF ws-deja-inscrit = 'N' THEN
               DISPLAY "/!\ Compte non inscrit"
           ELSE
               DISPLAY "--> Statut des releves du compte ",
                           ws-compte-saisi, " : ", ws-nouveau-statut
           END-IF.
       END PROGRAM gestion_comptes_entreprises.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empreinte_fichier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fichier_lignes ASSIGN TO ws-chemin
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT fichier_comptes ASSIGN TO ws-chemin
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD fichier_lignes.
       01  ligne-fichier PIC X(1024).
       FD fichier_comptes.
           COPY cpcompte.

       WORKING-STORAGE SECTION.
      *>    Vues des deux fichiers tenus dans totaux_controle, pour en
      *>    refaire le total comme maj_controle.
           COPY cphist.
           COPY cpsolde.
       01  ws-file-status PIC XX.
       01  ws-chemin PIC X(60).
       01  fin_fichier PIC X VALUE 'N'.
       01  ws-longueur PIC 9(4) VALUE ZERO.
       01  ws-position PIC 9(4) VALUE ZERO.
       01  ws-enregistrement PIC X(1024).
       01  ws-empreinte PIC 9(10) VALUE ZERO.
       01  ws-diviseur-empreinte PIC 9(9) VALUE 999999937.

       LINKAGE SECTION.
       01  ls-chemin PIC X(60).
       01  ls-fichier PIC X(30).
       01  ls-genre PIC X.
       01  ls-nombre PIC 9(9).
       01  ls-total PIC S9(11)V99.
       01  ls-empreinte PIC 9(10).
       01  ls-statut PIC X.

       PROCEDURE DIVISION USING ls-chemin, ls-fichier, ls-genre,
               ls-nombre, ls-total, ls-empreinte, ls-statut.
      *>    Compte les enregistrements d'un fichier, refait son total
      *>    de controle s'il en a un et en calcule l'empreinte : un
      *>    cumul glissant de chaque octet de chaque enregistrement,
      *>    qui change si une ligne est alteree, perdue ou deplacee.
      *>    Le meme calcul sert a la prise de la sauvegarde et a sa
      *>    verification. Statut N si le fichier ne s'ouvre pas.
           MOVE ls-chemin TO ws-chemin
           MOVE ZERO TO ls-nombre
           MOVE ZERO TO ls-total
           MOVE ZERO TO ws-empreinte
           MOVE 'N' TO ls-statut
           MOVE 'N' TO fin_fichier
           IF ls-genre = 'S' THEN
               PERFORM PARCOURIR-DECHARGE-COMPTES
           ELSE
               PERFORM PARCOURIR-LIGNES
           END-IF
           MOVE ws-empreinte TO ls-empreinte
           GOBACK.

       PARCOURIR-LIGNES.
           OPEN INPUT fichier_lignes
           IF ws-file-status NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_fichier = 'Y'
               READ fichier_lignes
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       ADD 1 TO ls-nombre
                       MOVE ligne-fichier TO ws-enregistrement
                       PERFORM MESURER-LIGNE
                       PERFORM CUMULER-EMPREINTE
                       PERFORM CUMULER-TOTAL
               END-READ
           END-PERFORM
           CLOSE fichier_lignes
           MOVE 'O' TO ls-statut.

       PARCOURIR-DECHARGE-COMPTES.
           OPEN INPUT fichier_comptes
           IF ws-file-status NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL fin_fichier = 'Y'
               READ fichier_comptes
                   AT END
                       MOVE 'Y' TO fin_fichier
                   NOT AT END
                       ADD 1 TO ls-nombre
                       MOVE compte-record TO ws-enregistrement
                       MOVE FUNCTION LENGTH(compte-record)
                           TO ws-longueur
                       PERFORM CUMULER-EMPREINTE
               END-READ
           END-PERFORM
           CLOSE fichier_comptes
           MOVE 'O' TO ls-statut.

       MESURER-LIGNE.
      *>    Les blancs de fin de ligne ne comptent pas : une copie
      *>    en lignes ne les conserve pas.
           MOVE 1024 TO ws-longueur
           PERFORM UNTIL ws-longueur = ZERO
                   OR ws-enregistrement(ws-longueur:1) NOT = SPACE
               SUBTRACT 1 FROM ws-longueur
           END-PERFORM.

       CUMULER-EMPREINTE.
           PERFORM VARYING ws-position FROM 1 BY 1
                   UNTIL ws-position > ws-longueur
               COMPUTE ws-empreinte = FUNCTION MOD(
                       ws-empreinte * 31
                       + FUNCTION ORD(ws-enregistrement(ws-position:1)),
                       ws-diviseur-empreinte)
           END-PERFORM
      *>    Une marque de fin d'enregistrement, pour qu'un decoupage
      *>    different des memes octets ne donne pas la meme empreinte.
           COMPUTE ws-empreinte = FUNCTION MOD(
                   ws-empreinte * 31 + 257, ws-diviseur-empreinte).

       CUMULER-TOTAL.
           EVALUATE ls-fichier
               WHEN "historique"
                   MOVE ws-enregistrement TO transactions
                   IF montant_transaction IS NUMERIC THEN
                       ADD montant_transaction TO ls-total
                   END-IF
               WHEN "le_solde"
                   MOVE ws-enregistrement TO soldes_file
                   IF montant_solde IS NUMERIC THEN
                       ADD montant_solde TO ls-total
                   END-IF
           END-EVALUATE.
       END PROGRAM empreinte_fichier.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. appliquer_parametre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fichier_parametre ASSIGN TO ws-nom-fichier
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD fichier_parametre.
       01  ligne-parametre PIC X(80).

       WORKING-STORAGE SECTION.
           COPY cpcatparam.
       01  ws-file-status PIC XX.
       01  ws-nom-fichier PIC X(24).
       01  fin_parametre PIC X VALUE 'N'.
       01  ws-ligne PIC X(80).
       01  ws-position PIC 9(2).
       01  ws-longueur PIC 9(2).
       01  ws-rang-voisin PIC 9(2).
      *>    Calendrier des feries recharge en entier, reecrit dans
      *>    l'ordre des dates avec la date ajoutee ou sans la date
      *>    retiree.
       01  table-feries.
           05  fe-date PIC 9(8) OCCURS 366 TIMES INDEXED BY fe-i.
       01  fe-nombre PIC 9(3) VALUE ZERO.
       01  ws-date-ajoutee PIC 9(8) VALUE ZERO.
       01  ws-date-retiree PIC 9(8) VALUE ZERO.
       01  ws-date-ecrite PIC X VALUE 'N'.
       01  ws-date-presente PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ls-rang PIC 9(2).
       01  ls-nouvelle-valeur PIC X(12).
       01  ls-ancienne-valeur PIC X(12).
       01  ls-statut PIC X.

       PROCEDURE DIVISION USING ls-rang, ls-nouvelle-valeur,
               ls-ancienne-valeur, ls-statut.
      *>    Point d'ecriture unique des fichiers parametres, appele
      *>    par l'ecran de maintenance pour un changement immediat et
      *>    par la chaine de nuit pour un changement planifie : la
      *>    zone du parametre est remplacee dans la ligne du fichier,
      *>    les autres zones de la meme ligne restant telles quelles
      *>    (valeurs par defaut du catalogue si le fichier n'existe
      *>    pas encore). L'ancienne valeur revient a l'appelant pour
      *>    le journal. Pour le calendrier des feries, une nouvelle
      *>    valeur renseignee est une date a ajouter, sinon l'ancienne
      *>    valeur est la date a retirer.
           MOVE 'N' TO ls-statut
           IF ls-rang = ZERO OR ls-rang > cat-nombre THEN
               GOBACK
           END-IF
           SET cat-i TO ls-rang
           MOVE cat-fichier(cat-i) TO ws-nom-fichier
           IF cat-calendrier(cat-i) THEN
               PERFORM MODIFIER-CALENDRIER
               GOBACK
           END-IF
           MOVE cat-position(cat-i) TO ws-position
           MOVE cat-longueur(cat-i) TO ws-longueur
           PERFORM CONSTRUIRE-LIGNE-DEFAUT
           OPEN INPUT fichier_parametre
           IF ws-file-status = '00' THEN
               READ fichier_parametre
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ligne-parametre TO ws-ligne
               END-READ
               CLOSE fichier_parametre
           END-IF
           MOVE SPACES TO ls-ancienne-valeur
           MOVE ws-ligne(ws-position:ws-longueur)
               TO ls-ancienne-valeur(1:ws-longueur)
           MOVE ls-nouvelle-valeur(1:ws-longueur)
               TO ws-ligne(ws-position:ws-longueur)
           OPEN OUTPUT fichier_parametre
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Ecriture impossible dans ", ws-nom-fichier
               GOBACK
           END-IF
           MOVE ws-ligne TO ligne-parametre
           WRITE ligne-parametre
           END-WRITE
           CLOSE fichier_parametre
           MOVE 'O' TO ls-statut
           GOBACK.

       CONSTRUIRE-LIGNE-DEFAUT.
      *>    Toutes les zones du meme fichier a leur valeur par defaut.
           MOVE SPACES TO ws-ligne
           PERFORM VARYING ws-rang-voisin FROM 1 BY 1
                   UNTIL ws-rang-voisin > cat-nombre
               IF cat-fichier(ws-rang-voisin) = ws-nom-fichier THEN
                   MOVE cat-defaut(ws-rang-voisin)
                       (1:cat-longueur(ws-rang-voisin))
                       TO ws-ligne(cat-position(ws-rang-voisin):
                                   cat-longueur(ws-rang-voisin))
               END-IF
           END-PERFORM.

       MODIFIER-CALENDRIER.
           MOVE ZERO TO ws-date-ajoutee
           MOVE ZERO TO ws-date-retiree
           IF ls-nouvelle-valeur NOT = SPACES THEN
               MOVE ls-nouvelle-valeur(1:8) TO ws-date-ajoutee
           ELSE
               MOVE ls-ancienne-valeur(1:8) TO ws-date-retiree
           END-IF
           PERFORM CHARGER-CALENDRIER
           MOVE 'N' TO ws-date-presente
           PERFORM VARYING fe-i FROM 1 BY 1 UNTIL fe-i > fe-nombre
               IF fe-date(fe-i) = ws-date-ajoutee
                       OR fe-date(fe-i) = ws-date-retiree THEN
                   MOVE 'O' TO ws-date-presente
               END-IF
           END-PERFORM
           IF ws-date-ajoutee NOT = ZERO
                   AND ws-date-presente = 'O' THEN
               DISPLAY "/!\ Date deja au calendrier : ",
                           ws-date-ajoutee
               EXIT PARAGRAPH
           END-IF
           IF ws-date-retiree NOT = ZERO
                   AND ws-date-presente = 'N' THEN
               DISPLAY "/!\ Date absente du calendrier : ",
                           ws-date-retiree
               EXIT PARAGRAPH
           END-IF
           IF ws-date-ajoutee NOT = ZERO AND fe-nombre = 366 THEN
               DISPLAY "/!\ Calendrier des feries plein"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT fichier_parametre
           IF ws-file-status NOT = '00' THEN
               DISPLAY "/!\ Ecriture impossible dans ", ws-nom-fichier
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-date-ecrite
           IF ws-date-ajoutee = ZERO THEN
               MOVE 'O' TO ws-date-ecrite
           END-IF
           PERFORM VARYING fe-i FROM 1 BY 1 UNTIL fe-i > fe-nombre
               IF ws-date-ecrite = 'N'
                       AND fe-date(fe-i) > ws-date-ajoutee THEN
                   MOVE SPACES TO ligne-parametre
                   MOVE ws-date-ajoutee TO ligne-parametre(1:8)
                   WRITE ligne-parametre
                   END-WRITE
                   MOVE 'O' TO ws-date-ecrite
               END-IF
               IF fe-date(fe-i) NOT = ws-date-retiree THEN
                   MOVE SPACES TO ligne-parametre
                   MOVE fe-date(fe-i) TO ligne-parametre(1:8)
                   WRITE ligne-parametre
                   END-WRITE
               END-IF
           END-PERFORM
           IF ws-date-ecrite = 'N' THEN
               MOVE SPACES TO ligne-parametre
               MOVE ws-date-ajoutee TO ligne-parametre(1:8)
               WRITE ligne-parametre
               END-WRITE
           END-IF
           CLOSE fichier_parametre
           MOVE 'O' TO ls-statut.

       CHARGER-CALENDRIER.
           MOVE ZERO TO fe-nombre
           MOVE 'N' TO fin_parametre
           OPEN INPUT fichier_parametre
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_parametre = 'Y'
                   READ fichier_parametre
                       AT END
                           MOVE 'Y' TO fin_parametre
                       NOT AT END
                           IF ligne-parametre(1:8) IS NUMERIC
                                   AND fe-nombre < 366 THEN
                               ADD 1 TO fe-nombre
                               MOVE ligne-parametre(1:8)
                                   TO fe-date(fe-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fichier_parametre
           END-IF.
       END PROGRAM appliquer_parametre.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. filtrer_sanctions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT liste_sanctions ASSIGN TO 'liste_sanctions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-liste.
           SELECT file_filtrage ASSIGN TO 'file_filtrage'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-file.

       DATA DIVISION.
       FILE SECTION.
       FD liste_sanctions.
           COPY cpsanction.
       FD file_filtrage.
           COPY cpfiltrage
               REPLACING ==filtrage-record== BY ==filtrage-fichier==
                         ==flt-sequence== BY ==ff-sequence==
                         ==flt-date== BY ==ff-date==
                         ==flt-origine== BY ==ff-origine==
                         ==flt-virement-sortant==
                             BY ==ff-virement-sortant==
                         ==flt-credit-entrant== BY ==ff-credit-entrant==
                         ==flt-salaire== BY ==ff-salaire==
                         ==flt-compte== BY ==ff-compte==
                         ==flt-compte-contrepartie==
                             BY ==ff-compte-contrepartie==
                         ==flt-montant== BY ==ff-montant==
                         ==flt-nom== BY ==ff-nom==
                         ==flt-reference== BY ==ff-reference==
                         ==flt-banque== BY ==ff-banque==
                         ==flt-iban== BY ==ff-iban==
                         ==flt-devise== BY ==ff-devise==
                         ==flt-montant-devise== BY ==ff-montant-devise==
                         ==flt-taux-applique== BY ==ff-taux-applique==
                         ==flt-identifiant-liste==
                             BY ==ff-identifiant-liste==
                         ==flt-nom-liste== BY ==ff-nom-liste==
                         ==flt-operateur== BY ==ff-operateur==
                         ==flt-statut== BY ==ff-statut==
                         ==flt-en-attente== BY ==ff-en-attente==
                         ==flt-libere== BY ==ff-libere==
                         ==flt-confirme== BY ==ff-confirme==
                         ==flt-superviseur== BY ==ff-superviseur==
                         ==flt-date-decision== BY ==ff-date-decision==
                         ==flt-option-frais== BY ==ff-option-frais==.

       WORKING-STORAGE SECTION.
       01  ws-file-status-liste PIC XX.
       01  ws-file-status-file PIC XX.
       01  fin_liste PIC X VALUE 'N'.
       01  fin_file PIC X VALUE 'N'.
      *>    La liste est chargee une fois pour toutes au premier appel
      *>    du programme appelant : un lot de credits ne la relit pas
      *>    a chaque ligne.
       01  ws-liste-chargee PIC X VALUE 'N'.
       01  table-liste.
           05  tl-entry OCCURS 3000 TIMES INDEXED BY tl-i.
               10  tl-identifiant     PIC X(10).
               10  tl-nom             PIC X(40).
       01  tl-nombre PIC 9(4) VALUE ZERO.
       01  ws-texte PIC X(80).
       01  ws-pos PIC 9(2).
       01  ws-caractere PIC X.
      *>    Mots du texte en cours de decoupage, puis copie des mots
      *>    du candidat (nom et reference de la contrepartie).
       01  table-mots.
           05  tm-entry OCCURS 16 TIMES INDEXED BY tm-i.
               10  tm-mot             PIC X(20).
               10  tm-longueur        PIC 9(2).
       01  tm-nombre PIC 9(2) VALUE ZERO.
       01  table-candidat.
           05  tc-entry OCCURS 16 TIMES INDEXED BY tc-i.
               10  tc-mot             PIC X(20).
               10  tc-longueur        PIC 9(2).
       01  tc-nombre PIC 9(2) VALUE ZERO.
       01  ws-mots-significatifs PIC 9(2) VALUE ZERO.
       01  ws-mots-retrouves PIC 9(2) VALUE ZERO.
       01  ws-mot-retrouve PIC X.
       01  ws-mots-voisins PIC X.
       01  ws-ecarts PIC 9(2).
       01  ws-k PIC 9(2).
       01  ws-l PIC 9(2).
       01  ws-mot-court PIC X(20).
       01  ws-mot-long PIC X(20).
       01  ws-long-court PIC 9(2).
       01  ws-long-long PIC 9(2).
       01  ws-sequence-filtrage PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  ls-mode PIC X.
       01  ls-resultat PIC X.
           COPY cpfiltrage.

       PROCEDURE DIVISION USING ls-mode, ls-resultat, filtrage-record.
      *>    Point de filtrage unique contre la liste de gel des avoirs,
      *>    appele par le virement externe du guichet, les credits
      *>    entrants et la remise de salaires. Le nom et la reference
      *>    de la contrepartie sont decoupes en mots ; une entree de la
      *>    liste est touchee quand chacun de ses mots significatifs
      *>    (trois lettres et plus) se retrouve parmi eux, dans
      *>    n'importe quel ordre, au besoin a une faute de frappe
      *>    pres (une lettre changee, ajoutee ou omise dans un mot de
      *>    cinq lettres et plus) : les translitterations varient
      *>    d'un fichier a l'autre.
      *>     - C : controle seul, resultat O ou N ;
      *>     - R : controle, et en cas de touche l'operation est
      *>       deposee en attente dans file_filtrage.
           MOVE 'N' TO ls-resultat
           MOVE SPACES TO flt-identifiant-liste
           MOVE SPACES TO flt-nom-liste
           IF ws-liste-chargee = 'N' THEN
               PERFORM CHARGER-LISTE
           END-IF
           MOVE SPACES TO ws-texte
           STRING flt-nom DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   flt-reference DELIMITED BY SIZE
               INTO ws-texte
           PERFORM DECOUPER-TEXTE
           MOVE table-mots TO table-candidat
           MOVE tm-nombre TO tc-nombre
           IF tc-nombre = ZERO THEN
               GOBACK
           END-IF
           PERFORM VARYING tl-i FROM 1 BY 1 UNTIL tl-i > tl-nombre
               PERFORM COMPARER-UNE-ENTREE
               IF ls-resultat = 'O' THEN
                   MOVE tl-identifiant(tl-i) TO flt-identifiant-liste
                   MOVE tl-nom(tl-i) TO flt-nom-liste
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ls-resultat = 'O' AND ls-mode = 'R' THEN
               PERFORM DEPOSER-EN-FILE
           END-IF
           GOBACK.

       CHARGER-LISTE.
           MOVE ZERO TO tl-nombre
           MOVE 'N' TO fin_liste
           OPEN INPUT liste_sanctions
           IF ws-file-status-liste = '00' THEN
               PERFORM UNTIL fin_liste = 'Y'
                   READ liste_sanctions
                       AT END
                           MOVE 'Y' TO fin_liste
                       NOT AT END
                           IF tl-nombre < 3000 THEN
                               ADD 1 TO tl-nombre
                               MOVE sa-identifiant
                                   TO tl-identifiant(tl-nombre)
                               MOVE sa-nom TO tl-nom(tl-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE liste_sanctions
           ELSE
               DISPLAY "/!\ Liste de gel des avoirs absente, aucun",
                           " filtrage possible"
           END-IF
           MOVE 'O' TO ws-liste-chargee.

       DECOUPER-TEXTE.
      *>    Majuscules, ponctuation et chiffres ramenes a des blancs,
      *>    puis un mot par suite de lettres (seize mots au plus,
      *>    vingt lettres par mot).
           INSPECT ws-texte CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-texte CONVERTING
               "-'.,;:/()&0123456789" TO
               "                    "
           INITIALIZE table-mots
           MOVE ZERO TO tm-nombre
           SET tm-i TO 1
           PERFORM VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 80
               MOVE ws-texte(ws-pos:1) TO ws-caractere
               IF ws-caractere = SPACE THEN
                   IF tm-nombre > ZERO THEN
                       IF tm-longueur(tm-nombre) > ZERO
                               AND tm-nombre < 16 THEN
                           ADD 1 TO tm-nombre
                       END-IF
                   END-IF
               ELSE
                   IF tm-nombre = ZERO THEN
                       MOVE 1 TO tm-nombre
                   END-IF
                   IF tm-longueur(tm-nombre) < 20 THEN
                       ADD 1 TO tm-longueur(tm-nombre)
                       MOVE ws-caractere TO tm-mot(tm-nombre)
                           (tm-longueur(tm-nombre):1)
                   END-IF
               END-IF
           END-PERFORM
           IF tm-nombre > ZERO THEN
               IF tm-longueur(tm-nombre) = ZERO THEN
                   SUBTRACT 1 FROM tm-nombre
               END-IF
           END-IF.

       COMPARER-UNE-ENTREE.
           MOVE tl-nom(tl-i) TO ws-texte
           PERFORM DECOUPER-TEXTE
           MOVE ZERO TO ws-mots-significatifs
           MOVE ZERO TO ws-mots-retrouves
           PERFORM VARYING tm-i FROM 1 BY 1 UNTIL tm-i > tm-nombre
               IF tm-longueur(tm-i) >= 3 THEN
                   ADD 1 TO ws-mots-significatifs
                   PERFORM CHERCHER-MOT-CANDIDAT
                   IF ws-mot-retrouve = 'O' THEN
                       ADD 1 TO ws-mots-retrouves
                   END-IF
               END-IF
           END-PERFORM
           IF ws-mots-significatifs > ZERO
                   AND ws-mots-retrouves = ws-mots-significatifs THEN
               MOVE 'O' TO ls-resultat
           END-IF.

       CHERCHER-MOT-CANDIDAT.
           MOVE 'N' TO ws-mot-retrouve
           PERFORM VARYING tc-i FROM 1 BY 1
                   UNTIL tc-i > tc-nombre OR ws-mot-retrouve = 'O'
               IF tc-mot(tc-i) = tm-mot(tm-i) THEN
                   MOVE 'O' TO ws-mot-retrouve
               ELSE
                   IF tm-longueur(tm-i) >= 5 THEN
                       PERFORM COMPARER-MOTS-VOISINS
                       MOVE ws-mots-voisins TO ws-mot-retrouve
                   END-IF
               END-IF
           END-PERFORM.

       COMPARER-MOTS-VOISINS.
      *>    Meme longueur : une seule lettre differente. Longueurs a
      *>    une lettre pres : le mot long, une lettre sautee, redonne
      *>    le mot court.
           MOVE 'N' TO ws-mots-voisins
           MOVE ZERO TO ws-ecarts
           EVALUATE TRUE
               WHEN tc-longueur(tc-i) = tm-longueur(tm-i)
                   PERFORM VARYING ws-k FROM 1 BY 1
                           UNTIL ws-k > tm-longueur(tm-i)
                       IF tc-mot(tc-i)(ws-k:1)
                               NOT = tm-mot(tm-i)(ws-k:1) THEN
                           ADD 1 TO ws-ecarts
                       END-IF
                   END-PERFORM
                   IF ws-ecarts <= 1 THEN
                       MOVE 'O' TO ws-mots-voisins
                   END-IF
               WHEN tc-longueur(tc-i) = tm-longueur(tm-i) + 1
                   MOVE tm-mot(tm-i) TO ws-mot-court
                   MOVE tm-longueur(tm-i) TO ws-long-court
                   MOVE tc-mot(tc-i) TO ws-mot-long
                   MOVE tc-longueur(tc-i) TO ws-long-long
                   PERFORM COMPARER-A-UNE-LETTRE-PRES
               WHEN tc-longueur(tc-i) + 1 = tm-longueur(tm-i)
                   MOVE tc-mot(tc-i) TO ws-mot-court
                   MOVE tc-longueur(tc-i) TO ws-long-court
                   MOVE tm-mot(tm-i) TO ws-mot-long
                   MOVE tm-longueur(tm-i) TO ws-long-long
                   PERFORM COMPARER-A-UNE-LETTRE-PRES
           END-EVALUATE.

       COMPARER-A-UNE-LETTRE-PRES.
           MOVE 1 TO ws-k
           MOVE 1 TO ws-l
           PERFORM UNTIL ws-k > ws-long-court OR ws-ecarts > 1
               IF ws-mot-court(ws-k:1) = ws-mot-long(ws-l:1) THEN
                   ADD 1 TO ws-k
               ELSE
                   ADD 1 TO ws-ecarts
               END-IF
               ADD 1 TO ws-l
           END-PERFORM
           IF ws-ecarts <= 1 THEN
               MOVE 'O' TO ws-mots-voisins
           END-IF.

       DEPOSER-EN-FILE.
           PERFORM NUMEROTER-FILTRAGE
           MOVE ws-sequence-filtrage TO flt-sequence
           MOVE FUNCTION CURRENT-DATE(1:8) TO flt-date
           SET flt-en-attente TO TRUE
           MOVE SPACES TO flt-superviseur
           MOVE ZERO TO flt-date-decision
           OPEN EXTEND file_filtrage
           IF ws-file-status-file = '35' THEN
               OPEN OUTPUT file_filtrage
           END-IF
           MOVE filtrage-record TO filtrage-fichier
           WRITE filtrage-fichier
           END-WRITE
           CLOSE file_filtrage.

       NUMEROTER-FILTRAGE.
           MOVE ZERO TO ws-sequence-filtrage
           MOVE 'N' TO fin_file
           OPEN INPUT file_filtrage
           IF ws-file-status-file = '00' THEN
               PERFORM UNTIL fin_file = 'Y'
                   READ file_filtrage
                       AT END
                           MOVE 'Y' TO fin_file
                       NOT AT END
                           IF ff-sequence > ws-sequence-filtrage THEN
                               MOVE ff-sequence
                                   TO ws-sequence-filtrage
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE file_filtrage
           END-IF
           ADD 1 TO ws-sequence-filtrage.
       END PROGRAM filtrer_sanctions.

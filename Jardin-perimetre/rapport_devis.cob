       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapport_devis.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT travaux_jardin ASSIGN TO 'travaux_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT evenements_devis ASSIGN TO 'evenements_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-evenements.
           SELECT parametres_devis ASSIGN TO 'parametres_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-parametres.
           SELECT clients_jardin ASSIGN TO 'clients_jardin'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-clients.
           SELECT rapport_devis ASSIGN TO 'rapport_devis'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD travaux_jardin.
           COPY cptravaux.
       FD evenements_devis.
           COPY cpevenementdevis.
       FD parametres_devis.
       01  parametres-devis-record.
           05  pde-taux-tva        PIC 9(2)V99.
           05  FILLER              PIC X(1).
           05  pde-validite-jours  PIC 9(3).
       FD clients_jardin.
           COPY cpclientjardin.
       FD rapport_devis.
       01  ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-evenements PIC XX.
       01  ws-file-status-parametres PIC XX.
       01  ws-file-status-clients PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  fin_travaux PIC X VALUE 'N'.
       01  fin_evenements PIC X VALUE 'N'.
       01  fin_clients PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-eclatee.
           05  ws-annee   PIC 9(4).
           05  ws-mois    PIC 9(2).
           05  ws-jour    PIC 9(2).
       01  ws-mois-rapport PIC 9(6).
       01  ws-validite-jours PIC 9(3) VALUE 30.
       01  ws-jour-du-jour PIC 9(7).
       01  ws-lundi-courant PIC 9(7).
       01  ws-jour-expiration PIC 9(7).
       01  ws-date-expiration PIC 9(8).
       01  ws-jours-entiers PIC 9(7).
      *>    Histoire d'un devis relue a l'historique : date
      *>    d'emission (a defaut la date de la ligne, pour les devis
      *>    anterieurs a l'historique) et date d'acceptation.
       01  ws-date-emission PIC 9(8).
       01  ws-date-acceptation PIC 9(8).
       01  ws-issue PIC X.
           88  ws-issue-acceptee   VALUE 'A'.
           88  ws-issue-refusee    VALUE 'R'.
           88  ws-issue-expiree    VALUE 'X'.
           88  ws-issue-ouverte    VALUE 'O'.
       01  ws-tranche PIC 9(1).
       01  ws-semaine PIC 9(2).
       01  ws-delai-jours PIC 9(5).
       01  ws-telephone PIC X(12).
       01  ws-taux PIC 9(3)V9.
       01  ws-taux-edite PIC ZZ9.9.
       01  ws-delai-moyen PIC 9(4)V9.
       01  ws-delai-edite PIC ZZZ9.9.
       01  ws-montant-edite PIC ZZZ,ZZZ,ZZ9.99.
       01  ws-i PIC 9(3).
       01  ws-j PIC 9(3).
       01  ws-date-semaine PIC 9(8).
      *>    Cohorte des devis emis dans le mois du rapport.
       01  ws-nb-emis PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.
       01  ws-valeur-emise PIC 9(9)V99 VALUE ZERO.
       01  ws-nb-acceptes PIC 9(5) VALUE ZERO.
       01  ws-nb-refuses PIC 9(5) VALUE ZERO.
       01  ws-nb-expires PIC 9(5) VALUE ZERO.
       01  ws-nb-ouverts PIC 9(5) VALUE ZERO.
       01  ws-nb-reoffres PIC 9(5) VALUE ZERO.
       01  ws-nb-delais PIC 9(5) VALUE ZERO.
       01  ws-total-delais PIC 9(7) VALUE ZERO.
       01  table-types.
           05  tt-ligne OCCURS 20 TIMES.
               10  tt-type         PIC X(20).
               10  tt-emis         PIC 9(5).
               10  tt-acceptes     PIC 9(5).
       01  tt-nombre PIC 9(2) VALUE ZERO.
       01  tt-i PIC 9(2).
       01  table-formes.
           05  tf-ligne OCCURS 4 TIMES.
               10  tf-emis         PIC 9(5).
               10  tf-acceptes     PIC 9(5).
       01  table-libelles-formes.
           05  FILLER PIC X(12) VALUE 'Rectangle   '.
           05  FILLER PIC X(12) VALUE 'En L        '.
           05  FILLER PIC X(12) VALUE 'Circulaire  '.
           05  FILLER PIC X(12) VALUE 'Composite   '.
       01  FILLER REDEFINES table-libelles-formes.
           05  tf-libelle OCCURS 4 TIMES PIC X(12).
       01  table-tranches.
           05  tv-ligne OCCURS 4 TIMES.
               10  tv-emis         PIC 9(5).
               10  tv-acceptes     PIC 9(5).
       01  table-libelles-tranches.
           05  FILLER PIC X(16) VALUE 'moins de 1000   '.
           05  FILLER PIC X(16) VALUE '1000 a 2499     '.
           05  FILLER PIC X(16) VALUE '2500 a 4999     '.
           05  FILLER PIC X(16) VALUE '5000 et plus    '.
       01  FILLER REDEFINES table-libelles-tranches.
           05  tv-libelle OCCURS 4 TIMES PIC X(16).
       01  table-motifs.
           05  tm-ligne OCCURS 10 TIMES.
               10  tm-motif        PIC X(30).
               10  tm-nombre       PIC 9(5).
       01  tm-nombre-motifs PIC 9(2) VALUE ZERO.
       01  tm-i PIC 9(2).
      *>    Devis ouverts par semaine d'expiration : case 1 pour les
      *>    devis expires depuis le debut du mois du rapport, 2 a 10
      *>    pour la semaine en cours et les huit suivantes, 11
      *>    au-dela.
       01  table-semaines.
           05  ts-ligne OCCURS 11 TIMES.
               10  ts-nombre       PIC 9(5).
               10  ts-valeur       PIC 9(9)V99.
       01  table-relances.
           05  tr-ligne OCCURS 200 TIMES.
               10  tr-semaine      PIC 9(2).
               10  tr-numero-devis PIC 9(6).
               10  tr-numero-client PIC 9(6).
               10  tr-client       PIC X(30).
               10  tr-montant      PIC 9(9)V99.
               10  tr-expiration   PIC 9(8).
       01  tr-nombre PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Rapport mensuel du portefeuille de devis, a lancer en
      *>    debut de mois sur le mois ecoule : devis emis dans le mois
      *>    et ce qu'ils sont devenus (acceptes, refuses, expires,
      *>    encore ouverts), devis re-offerts par la retarification,
      *>    taux de transformation par type de cloture, par forme de
      *>    jardin et par tranche de montant, delai moyen entre devis
      *>    et acceptation, motifs de perte ; puis la valeur des devis
      *>    encore ouverts par semaine d'expiration et la liste des
      *>    clients a relancer.
           DISPLAY "Rapport mensuel des devis"
           CALL 'journal_batch' USING "rapport_devis       ", 'D',
               ws-compteur-journal
           CALL 'date_metier' USING ws-date-du-jour
           MOVE ws-date-du-jour TO ws-date-eclatee
           IF ws-mois = 1 THEN
               SUBTRACT 1 FROM ws-annee
               MOVE 12 TO ws-mois
           ELSE
               SUBTRACT 1 FROM ws-mois
           END-IF
           COMPUTE ws-mois-rapport = ws-annee * 100 + ws-mois
           COMPUTE ws-jour-du-jour =
                   FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
      *>    Le jour 1 du calendrier interne est un lundi.
           COMPUTE ws-lundi-courant = ws-jour-du-jour
                   - FUNCTION MOD(ws-jour-du-jour - 1, 7)
           INITIALIZE table-types table-formes table-tranches
                      table-motifs table-semaines
           PERFORM LIRE-VALIDITE-DEVIS

           MOVE 'N' TO fin_travaux
           OPEN INPUT travaux_jardin
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_travaux = 'Y'
                   READ travaux_jardin
                       AT END
                           MOVE 'Y' TO fin_travaux
                       NOT AT END
                           IF trav-numero-devis NOT = ZERO THEN
                               PERFORM ANALYSER-UN-DEVIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE travaux_jardin
           ELSE
               DISPLAY "Aucun devis enregistre"
           END-IF
           PERFORM COMPTER-EVENEMENTS-DU-MOIS

           OPEN OUTPUT rapport_devis
           PERFORM ECRIRE-COHORTE
           PERFORM ECRIRE-TRANSFORMATION
           PERFORM ECRIRE-MOTIFS-PERTE
           PERFORM ECRIRE-DEVIS-OUVERTS
           CLOSE rapport_devis
           DISPLAY "Devis emis en ", ws-mois-rapport, " : ", ws-nb-emis,
                       "  devis ouverts a relancer : ", tr-nombre
           DISPLAY "--> Rapport ecrit dans rapport_devis"
           MOVE ws-nb-emis TO ws-compteur-journal
           CALL 'journal_batch' USING "rapport_devis       ", 'F',
               ws-compteur-journal
           GOBACK.

       LIRE-VALIDITE-DEVIS.
           OPEN INPUT parametres_devis
           IF ws-file-status-parametres = '00' THEN
               READ parametres_devis
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE pde-validite-jours TO ws-validite-jours
               END-READ
               CLOSE parametres_devis
           END-IF.

       ANALYSER-UN-DEVIS.
           PERFORM RETRACER-HISTORIQUE
           EVALUATE TRUE
               WHEN trav-accepte OR trav-en-chantier OR trav-termine
                       OR trav-facture OR trav-paye
                   SET ws-issue-acceptee TO TRUE
               WHEN trav-refuse
                   SET ws-issue-refusee TO TRUE
               WHEN OTHER
                   COMPUTE ws-jour-expiration = FUNCTION
                       INTEGER-OF-DATE(trav-date) + ws-validite-jours
                   IF ws-jour-expiration < ws-jour-du-jour THEN
                       SET ws-issue-expiree TO TRUE
                   ELSE
                       SET ws-issue-ouverte TO TRUE
                   END-IF
                   PERFORM CLASSER-DEVIS-OUVERT
           END-EVALUATE
           IF ws-date-emission(1:6) = ws-mois-rapport THEN
               PERFORM COMPTER-DANS-COHORTE
           END-IF
           IF ws-date-acceptation(1:6) = ws-mois-rapport
                   AND ws-date-acceptation >= ws-date-emission THEN
               COMPUTE ws-delai-jours =
                   FUNCTION INTEGER-OF-DATE(ws-date-acceptation)
                   - FUNCTION INTEGER-OF-DATE(ws-date-emission)
               ADD ws-delai-jours TO ws-total-delais
               ADD 1 TO ws-nb-delais
           END-IF.

       RETRACER-HISTORIQUE.
           MOVE trav-date TO ws-date-emission
           MOVE ZERO TO ws-date-acceptation
           MOVE 'N' TO fin_evenements
           OPEN INPUT evenements_devis
           IF ws-file-status-evenements = '00' THEN
               PERFORM UNTIL fin_evenements = 'Y'
                   READ evenements_devis
                       AT END
                           MOVE 'Y' TO fin_evenements
                       NOT AT END
                           IF ed-numero-devis = trav-numero-devis THEN
                               EVALUATE TRUE
                                   WHEN ed-emis
                                       MOVE ed-date
                                           TO ws-date-emission
                                   WHEN ed-accepte
                                       MOVE ed-date
                                           TO ws-date-acceptation
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE evenements_devis
           END-IF.

       COMPTER-DANS-COHORTE.
           ADD 1 TO ws-nb-emis
           ADD trav-cout-cloture TO ws-valeur-emise
           EVALUATE TRUE
               WHEN ws-issue-acceptee
                   ADD 1 TO ws-nb-acceptes
               WHEN ws-issue-refusee
                   ADD 1 TO ws-nb-refuses
               WHEN ws-issue-expiree
                   ADD 1 TO ws-nb-expires
               WHEN OTHER
                   ADD 1 TO ws-nb-ouverts
           END-EVALUATE
      *>    Par type de cloture.
           MOVE ZERO TO ws-i
           PERFORM VARYING tt-i FROM 1 BY 1 UNTIL tt-i > tt-nombre
               IF tt-type(tt-i) = trav-type-cloture THEN
                   MOVE tt-i TO ws-i
               END-IF
           END-PERFORM
           IF ws-i = ZERO AND tt-nombre < 20 THEN
               ADD 1 TO tt-nombre
               MOVE tt-nombre TO ws-i
               MOVE trav-type-cloture TO tt-type(ws-i)
           END-IF
           IF ws-i NOT = ZERO THEN
               ADD 1 TO tt-emis(ws-i)
               IF ws-issue-acceptee THEN
                   ADD 1 TO tt-acceptes(ws-i)
               END-IF
           END-IF
      *>    Par forme de jardin.
           IF trav-forme >= 1 AND trav-forme <= 4 THEN
               ADD 1 TO tf-emis(trav-forme)
               IF ws-issue-acceptee THEN
                   ADD 1 TO tf-acceptes(trav-forme)
               END-IF
           END-IF
      *>    Par tranche de montant.
           EVALUATE TRUE
               WHEN trav-cout-cloture < 1000
                   MOVE 1 TO ws-tranche
               WHEN trav-cout-cloture < 2500
                   MOVE 2 TO ws-tranche
               WHEN trav-cout-cloture < 5000
                   MOVE 3 TO ws-tranche
               WHEN OTHER
                   MOVE 4 TO ws-tranche
           END-EVALUATE
           ADD 1 TO tv-emis(ws-tranche)
           IF ws-issue-acceptee THEN
               ADD 1 TO tv-acceptes(ws-tranche)
           END-IF.

       CLASSER-DEVIS-OUVERT.
      *>    Devis toujours au statut devis, expire ou non : la
      *>    semaine de son expiration le range pour la relance. Un
      *>    devis expire avant le mois du rapport n'est plus relance,
      *>    il ne masque pas les devis encore ouverts.
           MOVE FUNCTION DATE-OF-INTEGER(ws-jour-expiration)
               TO ws-date-expiration
           IF ws-issue-expiree
                   AND ws-date-expiration(1:6) < ws-mois-rapport THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-issue-expiree THEN
               MOVE 1 TO ws-semaine
           ELSE
               COMPUTE ws-semaine =
                   (ws-jour-expiration - ws-lundi-courant) / 7 + 2
               IF ws-semaine > 10 THEN
                   MOVE 11 TO ws-semaine
               END-IF
           END-IF
           ADD 1 TO ts-nombre(ws-semaine)
           ADD trav-cout-cloture TO ts-valeur(ws-semaine)
           IF tr-nombre < 200 THEN
               ADD 1 TO tr-nombre
               MOVE ws-semaine TO tr-semaine(tr-nombre)
               MOVE trav-numero-devis TO tr-numero-devis(tr-nombre)
               MOVE trav-numero-client TO tr-numero-client(tr-nombre)
               MOVE trav-client TO tr-client(tr-nombre)
               MOVE trav-cout-cloture TO tr-montant(tr-nombre)
               MOVE ws-date-expiration TO tr-expiration(tr-nombre)
           END-IF.

       COMPTER-EVENEMENTS-DU-MOIS.
      *>    Re-offres et refus du mois, quel que soit le mois
      *>    d'emission du devis.
           MOVE 'N' TO fin_evenements
           OPEN INPUT evenements_devis
           IF ws-file-status-evenements = '00' THEN
               PERFORM UNTIL fin_evenements = 'Y'
                   READ evenements_devis
                       AT END
                           MOVE 'Y' TO fin_evenements
                       NOT AT END
                           IF ed-date(1:6) = ws-mois-rapport THEN
                               EVALUATE TRUE
                                   WHEN ed-reoffert
                                       ADD 1 TO ws-nb-reoffres
                                   WHEN ed-refuse
                                       PERFORM COMPTER-MOTIF-PERTE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE evenements_devis
           END-IF.

       COMPTER-MOTIF-PERTE.
           MOVE ZERO TO ws-i
           PERFORM VARYING tm-i FROM 1 BY 1
                   UNTIL tm-i > tm-nombre-motifs
               IF tm-motif(tm-i) = ed-motif-perte THEN
                   MOVE tm-i TO ws-i
               END-IF
           END-PERFORM
           IF ws-i = ZERO AND tm-nombre-motifs < 10 THEN
               ADD 1 TO tm-nombre-motifs
               MOVE tm-nombre-motifs TO ws-i
               MOVE ed-motif-perte TO tm-motif(ws-i)
           END-IF
           IF ws-i NOT = ZERO THEN
               ADD 1 TO tm-nombre(ws-i)
           END-IF.

       ECRIRE-COHORTE.
           MOVE SPACES TO ligne-rapport
           STRING "PORTEFEUILLE DE DEVIS - MOIS " DELIMITED BY SIZE
                   ws-mois-rapport DELIMITED BY SIZE
                   " (edite le " DELIMITED BY SIZE
                   ws-date-du-jour DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE ws-valeur-emise TO ws-montant-edite
           MOVE SPACES TO ligne-rapport
           STRING "Devis emis : " DELIMITED BY SIZE
                   ws-nb-emis DELIMITED BY SIZE
                   " pour " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "  dont acceptes " DELIMITED BY SIZE
                   ws-nb-acceptes DELIMITED BY SIZE
                   "  refuses " DELIMITED BY SIZE
                   ws-nb-refuses DELIMITED BY SIZE
                   "  expires " DELIMITED BY SIZE
                   ws-nb-expires DELIMITED BY SIZE
                   "  encore ouverts " DELIMITED BY SIZE
                   ws-nb-ouverts DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACES TO ligne-rapport
           STRING "Devis re-offerts par la retarification dans le"
                       DELIMITED BY SIZE
                   " mois : " DELIMITED BY SIZE
                   ws-nb-reoffres DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           MOVE ZERO TO ws-delai-moyen
           IF ws-nb-delais > ZERO THEN
               COMPUTE ws-delai-moyen ROUNDED =
                       ws-total-delais / ws-nb-delais
           END-IF
           MOVE ws-delai-moyen TO ws-delai-edite
           MOVE SPACES TO ligne-rapport
           STRING "Delai moyen devis -> acceptation : "
                       DELIMITED BY SIZE
                   ws-delai-edite DELIMITED BY SIZE
                   " jour(s) sur " DELIMITED BY SIZE
                   ws-nb-delais DELIMITED BY SIZE
                   " acceptation(s) du mois" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.

       ECRIRE-TRANSFORMATION.
      *>    Taux de transformation des devis emis dans le mois :
      *>    acceptes sur emis.
           MOVE SPACES TO ligne-rapport
           WRITE ligne-rapport
           MOVE "TRANSFORMATION PAR TYPE DE CLOTURE" TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING tt-i FROM 1 BY 1 UNTIL tt-i > tt-nombre
               MOVE ZERO TO ws-taux
               IF tt-emis(tt-i) > ZERO THEN
                   COMPUTE ws-taux ROUNDED =
                       tt-acceptes(tt-i) * 100 / tt-emis(tt-i)
               END-IF
               MOVE ws-taux TO ws-taux-edite
               MOVE SPACES TO ligne-rapport
               STRING "  " DELIMITED BY SIZE
                       tt-type(tt-i) DELIMITED BY SIZE
                       " emis " DELIMITED BY SIZE
                       tt-emis(tt-i) DELIMITED BY SIZE
                       " acceptes " DELIMITED BY SIZE
                       tt-acceptes(tt-i) DELIMITED BY SIZE
                       " taux " DELIMITED BY SIZE
                       ws-taux-edite DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM
           MOVE "TRANSFORMATION PAR FORME DE JARDIN" TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 4
               MOVE ZERO TO ws-taux
               IF tf-emis(ws-i) > ZERO THEN
                   COMPUTE ws-taux ROUNDED =
                       tf-acceptes(ws-i) * 100 / tf-emis(ws-i)
               END-IF
               MOVE ws-taux TO ws-taux-edite
               MOVE SPACES TO ligne-rapport
               STRING "  " DELIMITED BY SIZE
                       tf-libelle(ws-i) DELIMITED BY SIZE
                       " emis " DELIMITED BY SIZE
                       tf-emis(ws-i) DELIMITED BY SIZE
                       " acceptes " DELIMITED BY SIZE
                       tf-acceptes(ws-i) DELIMITED BY SIZE
                       " taux " DELIMITED BY SIZE
                       ws-taux-edite DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM
           MOVE "TRANSFORMATION PAR TRANCHE DE MONTANT (€)"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 4
               MOVE ZERO TO ws-taux
               IF tv-emis(ws-i) > ZERO THEN
                   COMPUTE ws-taux ROUNDED =
                       tv-acceptes(ws-i) * 100 / tv-emis(ws-i)
               END-IF
               MOVE ws-taux TO ws-taux-edite
               MOVE SPACES TO ligne-rapport
               STRING "  " DELIMITED BY SIZE
                       tv-libelle(ws-i) DELIMITED BY SIZE
                       " emis " DELIMITED BY SIZE
                       tv-emis(ws-i) DELIMITED BY SIZE
                       " acceptes " DELIMITED BY SIZE
                       tv-acceptes(ws-i) DELIMITED BY SIZE
                       " taux " DELIMITED BY SIZE
                       ws-taux-edite DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM.

       ECRIRE-MOTIFS-PERTE.
           MOVE SPACES TO ligne-rapport
           WRITE ligne-rapport
           MOVE "MOTIFS DE PERTE DES DEVIS REFUSES DANS LE MOIS"
               TO ligne-rapport
           WRITE ligne-rapport
           IF tm-nombre-motifs = ZERO THEN
               MOVE "  aucun devis refuse" TO ligne-rapport
               WRITE ligne-rapport
           END-IF
           PERFORM VARYING tm-i FROM 1 BY 1
                   UNTIL tm-i > tm-nombre-motifs
               MOVE SPACES TO ligne-rapport
               STRING "  " DELIMITED BY SIZE
                       tm-motif(tm-i) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       tm-nombre(tm-i) DELIMITED BY SIZE
                   INTO ligne-rapport
               WRITE ligne-rapport
           END-PERFORM.

       ECRIRE-DEVIS-OUVERTS.
      *>    Valeur des devis ouverts par semaine d'expiration, puis
      *>    les clients a relancer dans le meme ordre.
           MOVE SPACES TO ligne-rapport
           WRITE ligne-rapport
           MOVE "DEVIS OUVERTS PAR SEMAINE D'EXPIRATION"
               TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 11
               PERFORM LIBELLER-SEMAINE
               MOVE ts-valeur(ws-i) TO ws-montant-edite
               STRING ts-nombre(ws-i) DELIMITED BY SIZE
                       " devis pour " DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       " €" DELIMITED BY SIZE
                   INTO ligne-rapport
                   WITH POINTER ws-j
               WRITE ligne-rapport
           END-PERFORM
           MOVE SPACES TO ligne-rapport
           WRITE ligne-rapport
           MOVE "CLIENTS A RELANCER" TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 11
               PERFORM VARYING ws-j FROM 1 BY 1 UNTIL ws-j > tr-nombre
                   IF tr-semaine(ws-j) = ws-i THEN
                       PERFORM ECRIRE-UNE-RELANCE
                   END-IF
               END-PERFORM
           END-PERFORM.

       LIBELLER-SEMAINE.
      *>    Libelle de la case ws-i en tete de ligne-rapport ; ws-j
      *>    pointe derriere pour la suite de la ligne.
           MOVE SPACES TO ligne-rapport
           EVALUATE ws-i
               WHEN 1
                   MOVE "  deja expires" TO ligne-rapport
               WHEN 11
                   MOVE "  au-dela de huit semaines" TO ligne-rapport
               WHEN OTHER
                   COMPUTE ws-jours-entiers =
                           ws-lundi-courant + (ws-i - 2) * 7
                   MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                       TO ws-date-semaine
                   STRING "  semaine du " DELIMITED BY SIZE
                           ws-date-semaine DELIMITED BY SIZE
                       INTO ligne-rapport
           END-EVALUATE
           MOVE 30 TO ws-j.

       ECRIRE-UNE-RELANCE.
           PERFORM RETROUVER-TELEPHONE
           MOVE tr-montant(ws-j) TO ws-montant-edite
           MOVE SPACES TO ligne-rapport
           STRING "  devis " DELIMITED BY SIZE
                   tr-numero-devis(ws-j) DELIMITED BY SIZE
                   " expire le " DELIMITED BY SIZE
                   tr-expiration(ws-j) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tr-client(ws-j) DELIMITED BY SIZE
                   " tel " DELIMITED BY SIZE
                   ws-telephone DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " €" DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport.

       RETROUVER-TELEPHONE.
           MOVE SPACES TO ws-telephone
           MOVE 'N' TO fin_clients
           OPEN INPUT clients_jardin
           IF ws-file-status-clients = '00' THEN
               PERFORM UNTIL fin_clients = 'Y'
                   READ clients_jardin
                       AT END
                           MOVE 'Y' TO fin_clients
                       NOT AT END
                           IF clj-numero = tr-numero-client(ws-j)
                               MOVE clj-telephone TO ws-telephone
                               MOVE 'Y' TO fin_clients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients_jardin
           END-IF.
       END PROGRAM rapport_devis.

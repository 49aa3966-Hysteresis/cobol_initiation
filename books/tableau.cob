               'etiquettes_a_imprimer'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-etiq.
           SELECT suggestions_achats ASSIGN TO 'suggestions_achats'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-suggestions.
           SELECT demandeurs_suggestions ASSIGN TO
               'demandeurs_suggestions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-demandeurs.
           SELECT budget_acquisitions ASSIGN TO 'budget_acquisitions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-budget.
           SELECT reparations_copies ASSIGN TO 'reparations_copies'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-reparations.

       DATA DIVISION.
       FILE SECTION.
           COPY cptarifamende.
       FD copies_livres.
           COPY cpcopie.
       FD suggestions_achats.
           COPY cpsuggestion.
       FD demandeurs_suggestions.
           COPY cpdemandeursugg.
       FD budget_acquisitions.
           COPY cpbudgetacq.
       FD reparations_copies.
           COPY cpreparation.
       FD parametre_reservation.
      *>    Fichier parametre d'une seule ligne : le nombre de jours
      *>    pendant lesquels une copie rendue reste reservee au
       01 ws-carte-saisie PIC 9(6).
       01 ws-membre-trouve PIC X VALUE 'N'.
       01 ws-nom-membre PIC X(30).
       01 ws-limite-membre PIC 9(3) VALUE ZERO.
       01 ws-statut-membre PIC X.
       01 ws-prets-en-cours PIC 9(3) VALUE ZERO.
       01 ws-type-membre PIC X VALUE SPACE.
       01 ws-fin-terme-membre PIC 9(8) VALUE ZERO.
       01 ws-ecole-groupe PIC X(30).
       01 ws-classe-groupe PIC X(10).
       01 ws-responsable-groupe PIC X(30).
       01 ws-choix-membre PIC X.
       01 ws-membre-modifie PIC X VALUE 'N'.
       01 ws-rang-attente-membre PIC 9(3) VALUE ZERO.
       01 ws-titre-scanne PIC X(30).
       01 ws-etiquette-connue PIC X VALUE 'N'.
       01 ws-nb-etiquettes PIC 9(4) VALUE ZERO.
       01 ws-file-status-suggestions PIC XX.
       01 ws-file-status-demandeurs PIC XX.
       01 fin_suggestions PIC X VALUE 'N'.
       01 fin_demandeurs PIC X VALUE 'N'.
       01 ws-numero-suggestion PIC 9(6) VALUE ZERO.
       01 ws-suggestion-trouvee PIC X VALUE 'N'.
       01 ws-deja-demandeur PIC X VALUE 'N'.
       01 ws-auteur-suggere PIC X(30).
       01 ws-isbn-suggere PIC X(13).
       01 ws-nombre-demandes PIC 9(3) VALUE ZERO.
       01 ws-file-status-budget PIC XX.
       01 ws-file-status-reparations PIC XX.
       01 fin_budget PIC X VALUE 'N'.
       01 ws-budget-trouve PIC X VALUE 'N'.
       01 ws-copie-en-reparation PIC X VALUE 'N'.
       01 ws-etat-avant-retrait PIC X.
       01 ws-lieu-reparation PIC X.
       01 ws-cout-reparation PIC 9(4)V99 VALUE ZERO.
       01 ws-retour-prevu-reparation PIC 9(8) VALUE ZERO.
       01 ws-jours-reparation PIC 9(3) VALUE ZERO.
       01 ws-carte-perte PIC 9(6) VALUE ZERO.
       01 ws-titre-perte PIC X(30).
       01 ws-rang-perte PIC 9(2) VALUE ZERO.
       01 ws-montant-perte PIC 9(4)V99 VALUE ZERO.
       01 ws-perte-trouvee PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
               PERFORM CHARGER-DONNEES-INITIALES
           END-IF
           PERFORM CALCULER-DISPONIBILITES
           PERFORM DECOMPTER-COPIES-EN-REPARATION
           PERFORM DECOMPTER-RESERVATIONS

           PERFORM UNTIL continuer = 'y'
               DISPLAY "Consulter un membre : 8"
               DISPLAY "Gerer les copies physiques : 9"
               DISPLAY "Fusionner les doublons du catalogue : D"
               DISPLAY "Suggerer un achat : A"
               DISPLAY "----------------------------"
               DISPLAY "Quitter : 0"
               ACCEPT choix_menu
                       PERFORM RENOUVELER-EMPRUNT
                   WHEN 'D' WHEN 'd'
                       PERFORM FUSIONNER-DOUBLONS-CATALOGUE
                   WHEN 'A' WHEN 'a'
                       PERFORM SUGGERER-ACHAT
                   WHEN OTHER
                       DISPLAY "/!\ Choix non reconnu"
               END-EVALUATE
               END-IF
           END-IF.

       DECOMPTER-COPIES-EN-REPARATION.
      *>    Une copie partie en reparation reste comptee au catalogue
      *>    mais n'est pas empruntable avant son retour.
           MOVE 'N' TO fin_copies
           OPEN INPUT copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-en-reparation THEN
                               MOVE cop-titre TO ws-titre-recherche
                               PERFORM RECHERCHER-LIVRE-PAR-TITRE
                               IF ws-livre-trouve = 'O'
                                   AND nombre-disponibles
                                       (ws-index-trouve) > ZERO THEN
                                   SUBTRACT 1 FROM nombre-disponibles
                                       (ws-index-trouve)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF.

       DECOMPTER-RESERVATIONS.
      *>    Une copie reservee a un membre notifie n'est pas
      *>    disponible pour les autres tant que son delai court ;
           DISPLAY "Scanner l'identifiant de la copie :"
           ACCEPT ws-identifiant-saisi
           PERFORM RETROUVER-COPIE-SCANNEE
           IF ws-copie-en-reparation = 'O' THEN
               DISPLAY "/!\ Copie en reparation, emprunt refuse"
               EXIT PARAGRAPH
           END-IF
           IF ws-copie-scannee-trouvee = 'N' THEN
               DISPLAY "/!\ Copie inconnue ou hors rayon"
               EXIT PARAGRAPH
               INTEGER-OF-DATE(ws-date-du-jour) + ws-jours-pret
           MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
               TO ws-date-retour-prevue
           IF ws-type-membre = 'G'
                   AND ws-fin-terme-membre > ws-date-du-jour THEN
               MOVE ws-fin-terme-membre TO ws-date-retour-prevue
           END-IF
           OPEN EXTEND emprunts_livres
           IF ws-file-status-emprunts = '35' THEN
               OPEN OUTPUT emprunts_livres

       RETROUVER-COPIE-SCANNEE.
      *>    La copie doit etre en rayon - ou etre une copie
      *>    temporaire d'un partenaire, pretable elle aussi. Une
      *>    copie en reparation est signalee comme telle.
           MOVE 'N' TO ws-copie-scannee-trouvee
           MOVE 'N' TO ws-copie-en-reparation
           MOVE 'N' TO fin_copies
           OPEN INPUT copies_livres
           IF ws-file-status-copies = '00' THEN
                               MOVE cop-titre TO ws-titre-scanne
                               MOVE 'Y' TO fin_copies
                           END-IF
                           IF cop-identifiant = ws-identifiant-saisi
                                   AND cop-en-reparation THEN
                               MOVE 'O' TO ws-copie-en-reparation
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           MOVE ws-nom-membre TO ws-emprunteur
           DISPLAY "Date d'emprunt (AAAAMMJJ) :"
           ACCEPT ws-date-emprunt
      *>    Une classe garde ses livres jusqu'a la fin du terme.
           IF ws-type-membre = 'G' THEN
               DISPLAY "Date de retour prevue (AAAAMMJJ, vide = fin",
                       " de terme ", ws-fin-terme-membre, ") :"
               ACCEPT ws-date-retour-prevue
               IF ws-date-retour-prevue = ZERO THEN
                   MOVE ws-fin-terme-membre TO ws-date-retour-prevue
               END-IF
           ELSE
               DISPLAY "Date de retour prevue (AAAAMMJJ) :"
               ACCEPT ws-date-retour-prevue
           END-IF
           IF ws-emprunt-reserve = 'O' THEN
               COMPUTE ws-numero-copie =
                   nombre-copies(ws-index-trouve)
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-due AND am-retard
                                   AND am-carte = ws-carte-rendue
                                   AND am-titre = ws-titre-recherche
                                   AND am-copie = ws-numero-copie
                                   OR ws-reponse-encaissement = 'o'
                                   THEN
                                   SET am-payee TO TRUE
                                   MOVE ws-date-du-jour
                                       TO am-date-paiement
                                   REWRITE ligne-amende
                                   DISPLAY "--> Amende encaissee"
                               ELSE

       RECHERCHER-MEMBRE.
           MOVE 'N' TO ws-membre-trouve
           MOVE SPACE TO ws-type-membre
           MOVE ZERO TO ws-fin-terme-membre
           MOVE 'N' TO fin_membres
           OPEN INPUT membres
           IF ws-file-status-membres = '00' THEN
                               MOVE mem-statut TO ws-statut-membre
                               MOVE mem-date-expiration
                                   TO ws-expiration-membre
                               MOVE mem-type TO ws-type-membre
                               IF mem-groupe THEN
                                   MOVE mem-limite-groupe
                                       TO ws-limite-membre
                                   MOVE mem-fin-terme
                                       TO ws-fin-terme-membre
                                   MOVE mem-ecole TO ws-ecole-groupe
                                   MOVE mem-classe TO ws-classe-groupe
                                   MOVE mem-responsable
                                       TO ws-responsable-groupe
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ACCEPT mem-telephone
               DISPLAY "Courriel :"
               ACCEPT mem-courriel
               DISPLAY "Carte de groupe scolaire ? (O/N)"
               ACCEPT ws-reponse-attente
               IF ws-reponse-attente = 'O'
                       OR ws-reponse-attente = 'o' THEN
                   PERFORM SAISIR-CARTE-GROUPE
               ELSE
                   DISPLAY "Limite d'emprunts simultanes :"
                   ACCEPT mem-limite-prets
                   MOVE SPACE TO mem-type
                   MOVE SPACES TO mem-ecole
                   MOVE SPACES TO mem-classe
                   MOVE SPACES TO mem-responsable
                   MOVE ZERO TO mem-carte-responsable
                   MOVE ZERO TO mem-limite-groupe
                   MOVE ZERO TO mem-fin-terme
                   MOVE 'N' TO mem-exempte-amendes
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO mem-date-adhesion
               MOVE mem-date-adhesion TO ws-date-expiration-calc
               ADD 1 TO ws-exp-annee
               DISPLAY "--> Membre ", ws-carte-saisie, " inscrit"
           END-IF.

       SAISIR-CARTE-GROUPE.
      *>    Le nom de la carte est celui de la classe ; le telephone
      *>    et le courriel saisis sont ceux de l'ecole, ou partent
      *>    les relances.
           SET mem-groupe TO TRUE
           DISPLAY "Ecole :"
           ACCEPT mem-ecole
           DISPLAY "Classe :"
           ACCEPT mem-classe
           DISPLAY "Adulte responsable :"
           ACCEPT mem-responsable
           DISPLAY "Carte personnelle du responsable (0 si aucune) :"
           ACCEPT mem-carte-responsable
           DISPLAY "Limite d'emprunts du groupe :"
           ACCEPT mem-limite-groupe
           DISPLAY "Fin du terme scolaire (AAAAMMJJ) :"
           ACCEPT mem-fin-terme
           DISPLAY "Exempte d'amendes par la convention ? (O/N)"
           ACCEPT mem-exempte-amendes
           INSPECT mem-exempte-amendes CONVERTING "on" TO "ON"
           IF mem-exempte-amendes NOT = 'O' THEN
               MOVE 'N' TO mem-exempte-amendes
           END-IF
           IF mem-limite-groupe > 99 THEN
               MOVE 99 TO mem-limite-prets
           ELSE
               MOVE mem-limite-groupe TO mem-limite-prets
           END-IF
           IF mem-nom = SPACES THEN
               STRING mem-ecole DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       mem-classe DELIMITED BY "  "
                   INTO mem-nom
           END-IF.

       SUSPENDRE-MEMBRE.
           DISPLAY "Numero de carte a suspendre :"
           ACCEPT ws-carte-saisie
               MOVE mem-date-expiration TO ws-date-expiration-calc
           END-IF
           ADD 1 TO ws-exp-annee
           MOVE ws-date-expiration-calc TO mem-date-expiration
           IF mem-groupe THEN
               DISPLAY "Fin du prochain terme scolaire (AAAAMMJJ,",
                       " vide = inchangee ", mem-fin-terme, ") :"
               ACCEPT ws-date-emprunt
               IF ws-date-emprunt NOT = ZERO THEN
                   MOVE ws-date-emprunt TO mem-fin-terme
               END-IF
           END-IF.

       LIRE-PARAMETRE-COTISATION.
           OPEN INPUT parametre_cotisation
           MOVE ws-date-du-jour TO am-date-calcul
           MOVE ws-cotisation TO am-montant
           SET am-payee TO TRUE
           MOVE ws-date-du-jour TO am-date-paiement
           SET am-retard TO TRUE
           MOVE ZERO TO am-identifiant-copie
           WRITE ligne-amende
           END-WRITE
           CLOSE amendes.
               DISPLAY "Membre ", ws-carte-saisie, " : ",
                   ws-nom-membre, " (statut ", ws-statut-membre,
                   ", limite ", ws-limite-membre, ")"
               IF ws-type-membre = 'G' THEN
                   DISPLAY "Groupe ", ws-classe-groupe, " de ",
                       ws-ecole-groupe, ", responsable ",
                       ws-responsable-groupe,
                       ", fin de terme ", ws-fin-terme-membre
               END-IF
               DISPLAY "Emprunts en cours :"
               MOVE 'N' TO fin_emprunts
               OPEN INPUT emprunts_livres
           DISPLAY "Lister les copies d'un titre : 1"
           DISPLAY "Enregistrer une acquisition : 2"
           DISPLAY "Retirer une copie (usee/perdue) : 3"
           DISPLAY "Envoyer une copie en reparation : 4"
           DISPLAY "Retour de reparation : 5"
           DISPLAY "Declarer perdue une copie pretee : 6"
           DISPLAY "Copie perdue retrouvee : 7"
           ACCEPT ws-choix-copie
           EVALUATE ws-choix-copie
               WHEN '1'
                   PERFORM ENREGISTRER-ACQUISITION
               WHEN '3'
                   PERFORM RETIRER-COPIE
               WHEN '4'
                   PERFORM ENVOYER-EN-REPARATION
               WHEN '5'
                   PERFORM RECEVOIR-DE-REPARATION
               WHEN '6'
                   PERFORM DECLARER-PERTE
               WHEN '7'
                   PERFORM RETROUVER-COPIE-PERDUE
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE.
                                   " acquise le ",
                                   cop-date-acquisition, " (",
                                   cop-prix, " €) etat ", cop-etat
                               IF cop-en-reparation THEN
                                   DISPLAY "  en reparation depuis le ",
                                       cop-date-envoi-reparation,
                                       ", retour prevu le ",
                                       cop-retour-prevu-reparation
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Prix d'acquisition :"
               ACCEPT cop-prix
               SET cop-neuve TO TRUE
               INITIALIZE cop-reparation
               OPEN EXTEND copies_livres
               IF ws-file-status-copies = '35' THEN
                   OPEN OUTPUT copies_livres
      *>    Retrait d'un exemplaire use ou perdu : l'etat passe a
      *>    retiree/perdue et le compte du catalogue est diminue ;
      *>    une copie perdue en cours de pret n'etait deja plus
      *>    disponible, seule la colonne copies bouge alors. Une
      *>    copie jugee irreparable se retire aussi depuis la
      *>    reparation ; elle n'etait plus disponible non plus.
           DISPLAY "Identifiant de la copie a retirer :"
           ACCEPT ws-identifiant-saisi
           DISPLAY "Motif : usee (R) ou perdue (P) ?"
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = ws-identifiant-saisi
                                   AND (cop-en-rayon
                                       OR cop-en-reparation) THEN
                               PERFORM MARQUER-COPIE-RETIREE
                           END-IF
                   END-READ
           END-IF.

       MARQUER-COPIE-RETIREE.
           MOVE cop-etat TO ws-etat-avant-retrait
           INITIALIZE cop-reparation
           IF ws-motif-retrait = 'P' OR ws-motif-retrait = 'p' THEN
               SET cop-perdue TO TRUE
           ELSE
               SUBTRACT 1 FROM nombre-copies(ws-index-trouve)
               PERFORM VERIFIER-COPIE-LIBRE
               IF ws-copie-en-pret = 'N'
                       AND ws-etat-avant-retrait NOT = 'A'
                       AND nombre-disponibles(ws-index-trouve)
                           > ZERO THEN
                   SUBTRACT 1 FROM
           DISPLAY "--> Copie ", cop-identifiant, " retiree du",
                       " catalogue".

       ENVOYER-EN-REPARATION.
      *>    Une copie abimee quitte la circulation pour l'atelier de
      *>    la bibliotheque ou pour le relieur : elle doit etre en
      *>    rayon et hors pret. Le cout annonce et le retour attendu
      *>    (par defaut 14 jours a l'atelier, 42 chez le relieur)
      *>    sont notes sur la copie ; rien n'est impute avant le
      *>    retour.
           DISPLAY "Identifiant de la copie a reparer :"
           ACCEPT ws-identifiant-saisi
           DISPLAY "Atelier interne (I) ou relieur exterieur (E) ?"
           ACCEPT ws-lieu-reparation
           INSPECT ws-lieu-reparation CONVERTING "ie" TO "IE"
           IF ws-lieu-reparation NOT = 'I'
                   AND ws-lieu-reparation NOT = 'E' THEN
               DISPLAY "/!\ Lieu de reparation non reconnu"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cout prevu de la reparation :"
           ACCEPT ws-cout-reparation
           DISPLAY "Retour prevu (AAAAMMJJ, vide = delai habituel) :"
           ACCEPT ws-retour-prevu-reparation
           IF ws-retour-prevu-reparation = ZERO THEN
               IF ws-lieu-reparation = 'I' THEN
                   MOVE 14 TO ws-jours-reparation
               ELSE
                   MOVE 42 TO ws-jours-reparation
               END-IF
               COMPUTE ws-jours-entiers = FUNCTION
                   INTEGER-OF-DATE(ws-date-du-jour)
                   + ws-jours-reparation
               MOVE FUNCTION DATE-OF-INTEGER(ws-jours-entiers)
                   TO ws-retour-prevu-reparation
           END-IF
           MOVE 'N' TO ws-copie-trouvee
           MOVE 'N' TO ws-copie-en-pret
           MOVE 'N' TO fin_copies
           OPEN I-O copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = ws-identifiant-saisi
                                   AND cop-en-rayon THEN
                               PERFORM MARQUER-COPIE-EN-REPARATION
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF
           IF ws-copie-trouvee = 'N' THEN
               DISPLAY "/!\ Aucune copie en rayon avec cet",
                           " identifiant"
           END-IF.

       MARQUER-COPIE-EN-REPARATION.
           MOVE 'O' TO ws-copie-trouvee
           PERFORM VERIFIER-COPIE-LIBRE
           IF ws-copie-en-pret = 'O' THEN
               DISPLAY "/!\ Copie dans un pret en cours : l'envoyer",
                           " en reparation a son retour"
               EXIT PARAGRAPH
           END-IF
           SET cop-en-reparation TO TRUE
           MOVE ws-lieu-reparation TO cop-lieu-reparation
           MOVE ws-date-du-jour TO cop-date-envoi-reparation
           MOVE ws-cout-reparation TO cop-cout-reparation
           MOVE ws-retour-prevu-reparation
               TO cop-retour-prevu-reparation
           REWRITE copie-record
           MOVE cop-titre TO ws-titre-recherche
           PERFORM RECHERCHER-LIVRE-PAR-TITRE
           IF ws-livre-trouve = 'O'
                   AND nombre-disponibles(ws-index-trouve) > ZERO THEN
               SUBTRACT 1 FROM nombre-disponibles(ws-index-trouve)
           END-IF
           DISPLAY "--> Copie ", cop-identifiant, " en reparation,",
                       " retour prevu le ", cop-retour-prevu-reparation.

       RECEVOIR-DE-REPARATION.
      *>    Retour de la copie reparee : elle revient en rayon en bon
      *>    etat, son cout final (le cout prevu a defaut) est impute
      *>    en depense directe au budget d'acquisitions de l'annee et
      *>    la reparation rejoint le journal des reparations.
           DISPLAY "Identifiant de la copie revenue de reparation :"
           ACCEPT ws-identifiant-saisi
           MOVE 'N' TO ws-copie-trouvee
           MOVE 'N' TO fin_copies
           OPEN I-O copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = ws-identifiant-saisi
                                   AND cop-en-reparation THEN
                               PERFORM REMETTRE-COPIE-EN-RAYON
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF
           IF ws-copie-trouvee = 'N' THEN
               DISPLAY "/!\ Aucune copie en reparation avec cet",
                           " identifiant"
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNALISER-REPARATION
           PERFORM IMPUTER-REPARATION-AU-BUDGET
           DISPLAY "--> Copie ", rep-identifiant, " de retour en",
                       " rayon (", rep-cout, " € de reparation)".

       REMETTRE-COPIE-EN-RAYON.
           MOVE 'O' TO ws-copie-trouvee
           DISPLAY "Cout prevu : ", cop-cout-reparation, " €"
           DISPLAY "Cout final (vide = cout prevu) :"
           MOVE ZERO TO ws-cout-reparation
           ACCEPT ws-cout-reparation
           IF ws-cout-reparation = ZERO THEN
               MOVE cop-cout-reparation TO ws-cout-reparation
           END-IF
           MOVE cop-identifiant TO rep-identifiant
           MOVE cop-titre TO rep-titre
           MOVE cop-lieu-reparation TO rep-lieu
           MOVE cop-date-envoi-reparation TO rep-date-envoi
           MOVE ws-date-du-jour TO rep-date-retour
           MOVE ws-cout-reparation TO rep-cout
           SET cop-bonne TO TRUE
           INITIALIZE cop-reparation
           REWRITE copie-record
           MOVE cop-titre TO ws-titre-recherche
           PERFORM RECHERCHER-LIVRE-PAR-TITRE
           IF ws-livre-trouve = 'O' THEN
               ADD 1 TO nombre-disponibles(ws-index-trouve)
           END-IF.

       JOURNALISER-REPARATION.
           OPEN EXTEND reparations_copies
           IF ws-file-status-reparations = '35' THEN
               OPEN OUTPUT reparations_copies
           END-IF
           WRITE ligne-reparation
           END-WRITE
           CLOSE reparations_copies.

       IMPUTER-REPARATION-AU-BUDGET.
      *>    Depense directe, comme un abonnement de periodique : pas
      *>    d'engagement prealable, la depense est constatee au
      *>    retour.
           MOVE 'N' TO ws-budget-trouve
           MOVE 'N' TO fin_budget
           OPEN I-O budget_acquisitions
           IF ws-file-status-budget = '00' THEN
               PERFORM UNTIL fin_budget = 'Y'
                   READ budget_acquisitions
                       AT END
                           MOVE 'Y' TO fin_budget
                       NOT AT END
                           IF bu-annee = ws-date-du-jour(1:4) THEN
                               ADD rep-cout TO bu-depense
                               REWRITE ligne-budget
                               MOVE 'O' TO ws-budget-trouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE budget_acquisitions
           END-IF
           IF ws-budget-trouve = 'N' THEN
               DISPLAY "/!\ Budget d'acquisitions de l'annee ",
                           ws-date-du-jour(1:4), " absent :",
                           " reparation non imputee"
           END-IF.

       DECLARER-PERTE.
      *>    Le membre declare avoir perdu le livre : le pret en cours
      *>    de la copie est clos comme perdu et facturer_perte,
      *>    commun avec la presomption de nuit, marque la copie
      *>    perdue et facture le remplacement et les frais a la
      *>    place de l'amende de retard. La copie quitte le compte du
      *>    catalogue ; elle n'etait deja plus disponible.
           DISPLAY "Identifiant de la copie perdue :"
           ACCEPT ws-identifiant-saisi
           MOVE 'N' TO ws-perte-trouvee
           MOVE 'N' TO fin_emprunts
           OPEN I-O emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
               PERFORM UNTIL fin_emprunts = 'Y'
                   READ emprunts_livres
                       AT END
                           MOVE 'Y' TO fin_emprunts
                       NOT AT END
                           IF emp-en-cours
                                   AND emp-identifiant-copie
                                       = ws-identifiant-saisi THEN
                               SET emp-perdu TO TRUE
                               MOVE ws-date-du-jour
                                   TO emp-date-retour-reelle
                               REWRITE ligne-emprunt
                               MOVE emp-carte-membre TO ws-carte-perte
                               MOVE emp-titre TO ws-titre-perte
                               MOVE emp-numero-copie TO ws-rang-perte
                               MOVE 'O' TO ws-perte-trouvee
                               MOVE 'Y' TO fin_emprunts
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           END-IF
           IF ws-perte-trouvee = 'N' THEN
               DISPLAY "/!\ Aucun pret en cours pour cette copie"
               EXIT PARAGRAPH
           END-IF
           CALL 'facturer_perte' USING ws-carte-perte, ws-titre-perte,
               ws-rang-perte, ws-identifiant-saisi, ws-montant-perte
           MOVE ws-titre-perte TO ws-titre-recherche
           PERFORM RECHERCHER-LIVRE-PAR-TITRE
           IF ws-livre-trouve = 'O'
                   AND nombre-copies(ws-index-trouve) > ZERO THEN
               SUBTRACT 1 FROM nombre-copies(ws-index-trouve)
           END-IF
           DISPLAY "--> Copie ", ws-identifiant-saisi, " perdue : ",
               ws-montant-perte, " € factures au membre ",
               ws-carte-perte.

       RETROUVER-COPIE-PERDUE.
      *>    Le livre perdu reapparait : la copie revient en rayon, le
      *>    pret perdu est clos comme rendu, et la facture de
      *>    remplacement est annulee si elle est encore due ou
      *>    remboursee au comptoir si elle a ete payee. Les frais de
      *>    traitement restent acquis.
           DISPLAY "Identifiant de la copie retrouvee :"
           ACCEPT ws-identifiant-saisi
           MOVE 'N' TO ws-copie-trouvee
           MOVE 'N' TO fin_copies
           OPEN I-O copies_livres
           IF ws-file-status-copies = '00' THEN
               PERFORM UNTIL fin_copies = 'Y'
                   READ copies_livres
                       AT END
                           MOVE 'Y' TO fin_copies
                       NOT AT END
                           IF cop-identifiant = ws-identifiant-saisi
                                   AND cop-perdue THEN
                               SET cop-bonne TO TRUE
                               REWRITE copie-record
                               MOVE cop-titre TO ws-titre-perte
                               MOVE 'O' TO ws-copie-trouvee
                               MOVE 'Y' TO fin_copies
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE copies_livres
           END-IF
           IF ws-copie-trouvee = 'N' THEN
               DISPLAY "/!\ Aucune copie perdue avec cet identifiant"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLORE-PRET-PERDU
           PERFORM ANNULER-FACTURE-REMPLACEMENT
           MOVE ws-titre-perte TO ws-titre-recherche
           PERFORM RECHERCHER-LIVRE-PAR-TITRE
           IF ws-livre-trouve = 'O' THEN
               ADD 1 TO nombre-copies(ws-index-trouve)
               ADD 1 TO nombre-disponibles(ws-index-trouve)
           END-IF
           DISPLAY "--> Copie ", ws-identifiant-saisi,
               " de retour en rayon".

       CLORE-PRET-PERDU.
           MOVE 'N' TO fin_emprunts
           OPEN I-O emprunts_livres
           IF ws-file-status-emprunts = '00' THEN
               PERFORM UNTIL fin_emprunts = 'Y'
                   READ emprunts_livres
                       AT END
                           MOVE 'Y' TO fin_emprunts
                       NOT AT END
                           IF emp-perdu
                                   AND emp-identifiant-copie
                                       = ws-identifiant-saisi THEN
                               SET emp-rendu TO TRUE
                               MOVE ws-date-du-jour
                                   TO emp-date-retour-reelle
                               REWRITE ligne-emprunt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE emprunts_livres
           END-IF.

       ANNULER-FACTURE-REMPLACEMENT.
           MOVE 'N' TO fin_amendes
           OPEN I-O amendes
           IF ws-file-status-amendes = '00' THEN
               PERFORM UNTIL fin_amendes = 'Y'
                   READ amendes
                       AT END
                           MOVE 'Y' TO fin_amendes
                       NOT AT END
                           IF am-remplacement
                                   AND am-identifiant-copie
                                       = ws-identifiant-saisi THEN
                               PERFORM ANNULER-UNE-FACTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE amendes
           END-IF.

       ANNULER-UNE-FACTURE.
           EVALUATE TRUE
               WHEN am-due
                   SET am-annulee TO TRUE
                   REWRITE ligne-amende
                   DISPLAY "Facture de remplacement de ", am-montant,
                       " € annulee (membre ", am-carte, ")"
               WHEN am-payee
                   SET am-remboursee TO TRUE
                   MOVE ws-date-du-jour TO am-date-paiement
                   REWRITE ligne-amende
                   DISPLAY "/!\ Rembourser ", am-montant,
                       " € au membre ", am-carte
           END-EVALUATE.

       SUGGERER-ACHAT.
      *>    Un membre demande un titre que nous n'avons pas : la
      *>    suggestion rejoint celle du meme ISBN (ou, sans ISBN, du
      *>    meme titre et auteur) si elle est encore ouverte, sinon
      *>    une nouvelle est ouverte. L'examen se fait aux
      *>    acquisitions.
           DISPLAY "Numero de carte du membre :"
           ACCEPT ws-carte-saisie
           PERFORM RECHERCHER-MEMBRE
           IF ws-membre-trouve = 'N' THEN
               DISPLAY "/!\ Carte de membre inconnue"
               EXIT PARAGRAPH
           END-IF
           IF ws-statut-membre NOT = 'A' THEN
               DISPLAY "/!\ Membre suspendu, suggestion refusee"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Titre suggere :"
           ACCEPT ws-titre-recherche
           DISPLAY "Auteur :"
           ACCEPT ws-auteur-suggere
           DISPLAY "ISBN (vide si inconnu) :"
           ACCEPT ws-isbn-suggere
           PERFORM RECHERCHER-LIVRE-PAR-TITRE
           IF ws-isbn-suggere NOT = SPACES THEN
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > index-livres
                   IF isbn(i) = ws-isbn-suggere THEN
                       MOVE 'O' TO ws-livre-trouve
                   END-IF
               END-PERFORM
           END-IF
           IF ws-livre-trouve = 'O' THEN
               DISPLAY "/!\ Titre deja au catalogue : l'emprunter",
                           " ou rejoindre sa liste d'attente"
               EXIT PARAGRAPH
           END-IF
           PERFORM RATTACHER-SUGGESTION-OUVERTE
           IF ws-suggestion-trouvee = 'N' THEN
               PERFORM OUVRIR-SUGGESTION
           END-IF
           IF ws-deja-demandeur = 'O' THEN
               DISPLAY "/!\ Ce membre a deja suggere ce titre",
                           " (suggestion ", ws-numero-suggestion, ")"
           ELSE
               PERFORM ENREGISTRER-DEMANDEUR
               DISPLAY "--> Suggestion ", ws-numero-suggestion,
                           " enregistree (", ws-nombre-demandes,
                           " demande(s))"
           END-IF.

       RATTACHER-SUGGESTION-OUVERTE.
           MOVE 'N' TO ws-suggestion-trouvee
           MOVE 'N' TO ws-deja-demandeur
           MOVE 'N' TO fin_suggestions
           OPEN I-O suggestions_achats
           IF ws-file-status-suggestions = '00' THEN
               PERFORM UNTIL fin_suggestions = 'Y'
                   READ suggestions_achats
                       AT END
                           MOVE 'Y' TO fin_suggestions
                       NOT AT END
                           IF sug-ouverte
                               AND ((ws-isbn-suggere NOT = SPACES
                                   AND sug-isbn = ws-isbn-suggere)
                               OR (sug-titre = ws-titre-recherche
                                   AND sug-auteur = ws-auteur-suggere))
                               THEN
                               PERFORM CUMULER-DEMANDE-SUGGESTION
                               MOVE 'Y' TO fin_suggestions
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suggestions_achats
           END-IF.

       CUMULER-DEMANDE-SUGGESTION.
           MOVE 'O' TO ws-suggestion-trouvee
           MOVE sug-numero TO ws-numero-suggestion
           PERFORM CHERCHER-DEMANDEUR
           IF ws-deja-demandeur = 'N' THEN
               ADD 1 TO sug-nombre-demandes
               IF sug-isbn = SPACES THEN
                   MOVE ws-isbn-suggere TO sug-isbn
               END-IF
               REWRITE suggestion-record
           END-IF
           MOVE sug-nombre-demandes TO ws-nombre-demandes.

       CHERCHER-DEMANDEUR.
           MOVE 'N' TO ws-deja-demandeur
           MOVE 'N' TO fin_demandeurs
           OPEN INPUT demandeurs_suggestions
           IF ws-file-status-demandeurs = '00' THEN
               PERFORM UNTIL fin_demandeurs = 'Y'
                   READ demandeurs_suggestions
                       AT END
                           MOVE 'Y' TO fin_demandeurs
                       NOT AT END
                           IF sd-suggestion = ws-numero-suggestion
                                   AND sd-carte-membre
                                       = ws-carte-saisie THEN
                               MOVE 'O' TO ws-deja-demandeur
                               MOVE 'Y' TO fin_demandeurs
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandeurs_suggestions
           END-IF.

       OUVRIR-SUGGESTION.
           MOVE ZERO TO ws-numero-suggestion
           MOVE 'N' TO fin_suggestions
           OPEN INPUT suggestions_achats
           IF ws-file-status-suggestions = '00' THEN
               PERFORM UNTIL fin_suggestions = 'Y'
                   READ suggestions_achats
                       AT END
                           MOVE 'Y' TO fin_suggestions
                       NOT AT END
                           IF sug-numero > ws-numero-suggestion THEN
                               MOVE sug-numero TO ws-numero-suggestion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suggestions_achats
           END-IF
           ADD 1 TO ws-numero-suggestion
           OPEN EXTEND suggestions_achats
           IF ws-file-status-suggestions = '35' THEN
               OPEN OUTPUT suggestions_achats
           END-IF
           MOVE ws-numero-suggestion TO sug-numero
           MOVE ws-titre-recherche TO sug-titre
           MOVE ws-auteur-suggere TO sug-auteur
           MOVE ws-isbn-suggere TO sug-isbn
           MOVE 1 TO sug-nombre-demandes
           MOVE ws-date-du-jour TO sug-date
           SET sug-proposee TO TRUE
           MOVE ZERO TO sug-date-decision
           MOVE ZERO TO sug-numero-commande
           WRITE suggestion-record
           END-WRITE
           CLOSE suggestions_achats
           MOVE 1 TO ws-nombre-demandes.

       ENREGISTRER-DEMANDEUR.
           OPEN EXTEND demandeurs_suggestions
           IF ws-file-status-demandeurs = '35' THEN
               OPEN OUTPUT demandeurs_suggestions
           END-IF
           MOVE ws-numero-suggestion TO sd-suggestion
           MOVE ws-carte-saisie TO sd-carte-membre
           MOVE ws-nom-membre TO sd-nom
           MOVE ws-date-du-jour TO sd-date
           WRITE demandeur-suggestion-record
           END-WRITE
           CLOSE demandeurs_suggestions.

       SAUVEGARDER-CATALOGUE.
      *>    Reecrit le catalogue en entier a partir de la table en
      *>    memoire, pour que la prochaine execution reparte d'ici.

           SELECT rapport_budget ASSIGN TO 'rapport_budget'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT periodiques ASSIGN TO 'periodiques'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-periodiques.
           SELECT suggestions_achats ASSIGN TO 'suggestions_achats'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-suggestions.
           SELECT demandeurs_suggestions ASSIGN TO
               'demandeurs_suggestions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-demandeurs.
           SELECT liste_attente ASSIGN TO 'liste_attente'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-attente.

       DATA DIVISION.
       FILE SECTION.
       01  compteur-commandes-record.
           05  cpt-derniere-commande PIC 9(6).
       FD budget_acquisitions.
           COPY cpbudgetacq.
       FD copies_livres.
           COPY cpcopie.
       FD catalogue_livres.
           COPY cplivre.
       FD rapport_budget.
       01  ligne-rapport PIC X(80).
       FD periodiques.
           COPY cpperiodique.
       FD suggestions_achats.
           COPY cpsuggestion.
       FD demandeurs_suggestions.
           COPY cpdemandeursugg.
       FD liste_attente.
           COPY cplisteattente.

       WORKING-STORAGE SECTION.
       01  ws-file-status-commandes PIC XX.
       01  ws-file-status-copies PIC XX.
       01  ws-file-status-catalogue PIC XX.
       01  ws-file-status-rapport PIC XX.
       01  ws-file-status-periodiques PIC XX.
       01  fin_periodiques PIC X VALUE 'N'.
       01  ws-numero-periodique PIC 9(4) VALUE ZERO.
       01  ws-periodique-trouve PIC X VALUE 'N'.
       01  ws-file-status-suggestions PIC XX.
       01  ws-file-status-demandeurs PIC XX.
       01  ws-file-status-attente PIC XX.
       01  fin_suggestions PIC X VALUE 'N'.
       01  fin_demandeurs PIC X VALUE 'N'.
       01  fin_attente PIC X VALUE 'N'.
       01  ws-decision-suggestion PIC X.
       01  ws-nombre-examinees PIC 9(4) VALUE ZERO.
      *>    Demandeurs de la suggestion servie, dans l'ordre des
      *>    demandes, puis la liste d'attente entiere, reecrite avec
      *>    eux en tete des lignes du nouveau titre.
       01  table-demandeurs.
           05  td-entry OCCURS 100 TIMES INDEXED BY td-i.
               10  td-carte            PIC 9(6).
               10  td-nom              PIC X(30).
               10  td-date             PIC 9(8).
       01  td-nombre PIC 9(3) VALUE ZERO.
       01  table-attente.
           05  ta-ligne PIC X(86) OCCURS 2000 TIMES INDEXED BY ta-i.
       01  ta-nombre PIC 9(4) VALUE ZERO.
       01  ws-tete-ecrite PIC X VALUE 'N'.
       01  ws-date-fin-periode.
           05  ws-fin-annee PIC 9(4).
           05  ws-fin-mois PIC 9(2).
           05  ws-fin-jour PIC 9(2).
       01  fin_commandes PIC X VALUE 'N'.
       01  fin_budget PIC X VALUE 'N'.
       01  fin_catalogue PIC X VALUE 'N'.
           DISPLAY "Lister les commandes ouvertes : 3"
           DISPLAY "Receptionner une livraison : 4"
           DISPLAY "Rapport budget engagement/depense : 5"
           DISPLAY "Souscrire un abonnement de periodique : 6"
           DISPLAY "Renouveler un abonnement de periodique : 7"
           DISPLAY "Examiner les suggestions des membres : 8"
           ACCEPT ws-choix
           EVALUATE ws-choix
               WHEN '1'
                   PERFORM RECEPTIONNER-LIVRAISON
               WHEN '5'
                   PERFORM RAPPORT-DU-BUDGET
               WHEN '6'
                   PERFORM SOUSCRIRE-ABONNEMENT
               WHEN '7'
                   PERFORM RENOUVELER-ABONNEMENT
               WHEN '8'
                   PERFORM EXAMINER-SUGGESTIONS
               WHEN OTHER
                   DISPLAY "/!\ Choix non reconnu"
           END-EVALUATE
           ACCEPT ca-quantite
           DISPLAY "Prix unitaire negocie :"
           ACCEPT ca-prix-unitaire
           PERFORM ENREGISTRER-COMMANDE.

       ENREGISTRER-COMMANDE.
           MOVE ws-annee-du-jour TO ca-annee-budget
           SET ca-commandee TO TRUE
           OPEN EXTEND commandes_achats

       IMPUTER-AU-BUDGET.
      *>    Sens E : engage la commande ; sens R : a la reception,
      *>    l'engagement se degage et la depense se constate ; sens
      *>    D : depense directe, sans engagement prealable (abonnement
      *>    de periodique, paye d'avance pour la periode).
           MOVE 'N' TO fin_budget
           OPEN I-O budget_acquisitions
           IF ws-file-status-budget = '00' THEN
                           MOVE 'Y' TO fin_budget
                       NOT AT END
                           IF bu-annee = ws-annee-budget THEN
                               EVALUATE ws-sens-budget
                                   WHEN 'E'
                                       ADD ws-montant-budget
                                           TO bu-engage
                                   WHEN 'D'
                                       ADD ws-montant-budget
                                           TO bu-depense
                                   WHEN OTHER
                                       SUBTRACT ws-montant-budget
                                           FROM bu-engage
                                       ADD ws-montant-budget
                                           TO bu-depense
                               END-EVALUATE
                               REWRITE ligne-budget
                           END-IF
                   END-READ
               PERFORM CREER-UN-EXEMPLAIRE
           END-PERFORM
           PERFORM OUVRIR-FICHE-CATALOGUE
           PERFORM SERVIR-SUGGESTIONS-COMMANDE
           SET ca-recue TO TRUE
           REWRITE commande-achat-record
           MOVE 'O' TO ws-commande-trouvee
           MOVE ws-date-du-jour TO cop-date-acquisition
           MOVE ca-prix-unitaire TO cop-prix
           SET cop-neuve TO TRUE
           INITIALIZE cop-reparation
           WRITE copie-record
           END-WRITE
           CLOSE copies_livres.
               DISPLAY "--> Nouveau titre ouvert au catalogue"
           END-IF.

       SOUSCRIRE-ABONNEMENT.
      *>    Un abonnement couvre une periode (un an par defaut) et son
      *>    prix part en depense sur le budget de l'annee ; les
      *>    numeros sont ensuite bulletines a l'arrivee par l'ecran
      *>    des periodiques.
           PERFORM NUMEROTER-PERIODIQUE
           MOVE ws-numero-periodique TO per-numero
           DISPLAY "Titre du periodique :"
           ACCEPT per-titre
           DISPLAY "ISSN (vide si inconnu) :"
           ACCEPT per-issn
           DISPLAY "Fournisseur :"
           ACCEPT per-fournisseur
           DISPLAY "Periodicite : Q quotidien, H hebdomadaire,",
                       " B bimensuel, M mensuel, T trimestriel"
           ACCEPT per-frequence
           INSPECT per-frequence CONVERTING "qhbmt" TO "QHBMT"
           IF NOT per-frequence-valide THEN
               DISPLAY "/!\ Periodicite non reconnue, abonnement",
                           " non enregistre"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Debut de l'abonnement (AAAAMMJJ, vide = ce jour) :"
           ACCEPT per-date-debut
           IF per-date-debut = ZERO THEN
               MOVE ws-date-du-jour TO per-date-debut
           END-IF
           DISPLAY "Fin de l'abonnement (AAAAMMJJ, vide = un an) :"
           ACCEPT per-date-fin
           IF per-date-fin = ZERO THEN
               MOVE per-date-debut TO ws-date-fin-periode
               ADD 1 TO ws-fin-annee
               MOVE ws-date-fin-periode TO per-date-fin
           END-IF
           DISPLAY "Prix de l'abonnement pour la periode :"
           ACCEPT per-prix
           MOVE ws-annee-du-jour TO per-annee-budget
           SET per-actif TO TRUE
           OPEN EXTEND periodiques
           IF ws-file-status-periodiques = '35' THEN
               OPEN OUTPUT periodiques
           END-IF
           WRITE periodique-record
           END-WRITE
           CLOSE periodiques
           MOVE per-prix TO ws-montant-budget
           MOVE per-annee-budget TO ws-annee-budget
           MOVE 'D' TO ws-sens-budget
           PERFORM IMPUTER-AU-BUDGET
           DISPLAY "--> Abonnement ", ws-numero-periodique,
                       " enregistre jusqu'au ", per-date-fin, " (",
                       ws-montant-budget, " € imputes)".

       RENOUVELER-ABONNEMENT.
      *>    Le renouvellement prolonge l'abonnement d'un an a partir
      *>    de sa fin actuelle, au nouveau prix, impute sur le budget
      *>    de l'annee en cours.
           PERFORM LISTER-ABONNEMENTS
           DISPLAY "Numero de l'abonnement a renouveler :"
           ACCEPT ws-numero-periodique
           MOVE 'N' TO ws-periodique-trouve
           MOVE 'N' TO fin_periodiques
           OPEN I-O periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-numero = ws-numero-periodique THEN
                               PERFORM PROLONGER-ABONNEMENT
                               MOVE 'Y' TO fin_periodiques
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           END-IF
           IF ws-periodique-trouve = 'N' THEN
               DISPLAY "/!\ Aucun abonnement avec ce numero"
           ELSE
               MOVE per-prix TO ws-montant-budget
               MOVE per-annee-budget TO ws-annee-budget
               MOVE 'D' TO ws-sens-budget
               PERFORM IMPUTER-AU-BUDGET
               DISPLAY "--> Abonnement ", ws-numero-periodique,
                           " prolonge jusqu'au ", per-date-fin, " (",
                           ws-montant-budget, " € imputes)"
           END-IF.

       PROLONGER-ABONNEMENT.
           DISPLAY "Prix du renouvellement (actuel ", per-prix, ") :"
           ACCEPT per-prix
           MOVE per-date-fin TO ws-date-fin-periode
           ADD 1 TO ws-fin-annee
           MOVE ws-date-fin-periode TO per-date-fin
           MOVE ws-annee-du-jour TO per-annee-budget
           SET per-actif TO TRUE
           REWRITE periodique-record
           MOVE 'O' TO ws-periodique-trouve.

       NUMEROTER-PERIODIQUE.
           MOVE ZERO TO ws-numero-periodique
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           IF per-numero > ws-numero-periodique THEN
                               MOVE per-numero TO ws-numero-periodique
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periodiques
           END-IF
           ADD 1 TO ws-numero-periodique.

       LISTER-ABONNEMENTS.
           MOVE 'N' TO fin_periodiques
           OPEN INPUT periodiques
           IF ws-file-status-periodiques = '00' THEN
               PERFORM UNTIL fin_periodiques = 'Y'
                   READ periodiques
                       AT END
                           MOVE 'Y' TO fin_periodiques
                       NOT AT END
                           DISPLAY "Abonnement ", per-numero, " : ",
                               per-titre, " (", per-fournisseur,
                               ") jusqu'au ", per-date-fin
                   END-READ
               END-PERFORM
               CLOSE periodiques
           ELSE
               DISPLAY "Aucun abonnement enregistre"
           END-IF.

       EXAMINER-SUGGESTIONS.
      *>    Chaque suggestion proposee est acceptee (elle devient une
      *>    commande, avec le meme engagement budgetaire qu'une
      *>    commande saisie), refusee, ou laissee pour plus tard.
           MOVE ZERO TO ws-nombre-examinees
           MOVE 'N' TO fin_suggestions
           OPEN I-O suggestions_achats
           IF ws-file-status-suggestions = '00' THEN
               PERFORM UNTIL fin_suggestions = 'Y'
                   READ suggestions_achats
                       AT END
                           MOVE 'Y' TO fin_suggestions
                       NOT AT END
                           IF sug-proposee THEN
                               PERFORM EXAMINER-UNE-SUGGESTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suggestions_achats
           END-IF
           IF ws-nombre-examinees = ZERO THEN
               DISPLAY "Aucune suggestion en attente d'examen"
           END-IF.

       EXAMINER-UNE-SUGGESTION.
           ADD 1 TO ws-nombre-examinees
           DISPLAY "Suggestion ", sug-numero, " : ", sug-titre,
                       " / ", sug-auteur
           DISPLAY "    ISBN ", sug-isbn, " - ", sug-nombre-demandes,
                       " demande(s) depuis le ", sug-date
           DISPLAY "Accepter (A), refuser (R) ou plus tard (vide) ?"
           ACCEPT ws-decision-suggestion
           EVALUATE ws-decision-suggestion
               WHEN 'A' WHEN 'a'
                   PERFORM ACCEPTER-SUGGESTION
               WHEN 'R' WHEN 'r'
                   SET sug-refusee TO TRUE
                   MOVE ws-date-du-jour TO sug-date-decision
                   REWRITE suggestion-record
                   DISPLAY "--> Suggestion refusee"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCEPTER-SUGGESTION.
           PERFORM NUMEROTER-COMMANDE
           MOVE ws-numero-commande TO ca-numero
           MOVE ws-date-du-jour TO ca-date
           MOVE sug-titre TO ca-titre
           MOVE sug-auteur TO ca-auteur
           MOVE sug-isbn TO ca-isbn
           DISPLAY "Annee de publication :"
           ACCEPT ca-annee-publication
           DISPLAY "Quantite :"
           ACCEPT ca-quantite
           DISPLAY "Prix unitaire negocie :"
           ACCEPT ca-prix-unitaire
           PERFORM ENREGISTRER-COMMANDE
           SET sug-acceptee TO TRUE
           MOVE ws-date-du-jour TO sug-date-decision
           MOVE ws-numero-commande TO sug-numero-commande
           REWRITE suggestion-record.

       SERVIR-SUGGESTIONS-COMMANDE.
      *>    La commande recue venait d'une suggestion : ses
      *>    demandeurs passent en tete de la liste d'attente du titre
      *>    ouvert au catalogue, les premiers prevenus a concurrence
      *>    des exemplaires recus (la copie leur est reservee comme a
      *>    un retour).
           MOVE 'N' TO fin_suggestions
           OPEN I-O suggestions_achats
           IF ws-file-status-suggestions = '00' THEN
               PERFORM UNTIL fin_suggestions = 'Y'
                   READ suggestions_achats
                       AT END
                           MOVE 'Y' TO fin_suggestions
                       NOT AT END
                           IF sug-acceptee
                                   AND sug-numero-commande = ca-numero
                                   THEN
                               PERFORM CHARGER-DEMANDEURS
                               PERFORM METTRE-DEMANDEURS-EN-TETE
                               SET sug-livree TO TRUE
                               REWRITE suggestion-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suggestions_achats
           END-IF.

       CHARGER-DEMANDEURS.
           MOVE ZERO TO td-nombre
           MOVE 'N' TO fin_demandeurs
           OPEN INPUT demandeurs_suggestions
           IF ws-file-status-demandeurs = '00' THEN
               PERFORM UNTIL fin_demandeurs = 'Y'
                   READ demandeurs_suggestions
                       AT END
                           MOVE 'Y' TO fin_demandeurs
                       NOT AT END
                           IF sd-suggestion = sug-numero
                                   AND td-nombre < 100 THEN
                               ADD 1 TO td-nombre
                               SET td-i TO td-nombre
                               MOVE sd-carte-membre TO td-carte(td-i)
                               MOVE sd-nom TO td-nom(td-i)
                               MOVE sd-date TO td-date(td-i)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demandeurs_suggestions
           END-IF.

       METTRE-DEMANDEURS-EN-TETE.
      *>    La liste d'attente est servie dans l'ordre du fichier :
      *>    elle est rechargee puis reecrite, les demandeurs inseres
      *>    avant la premiere ligne du titre (ou a la fin s'il n'en a
      *>    pas), les rangs des lignes deja en attente decales
      *>    d'autant.
           IF td-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ta-nombre
           MOVE 'N' TO fin_attente
           OPEN INPUT liste_attente
           IF ws-file-status-attente = '00' THEN
               PERFORM UNTIL fin_attente = 'Y'
                   READ liste_attente
                       AT END
                           MOVE 'Y' TO fin_attente
                       NOT AT END
                           IF ta-nombre < 2000 THEN
                               ADD 1 TO ta-nombre
                               MOVE ligne-attente TO ta-ligne(ta-nombre)
                           ELSE
                               DISPLAY "/!\ Liste d'attente trop",
                                   " longue, demandeurs non inscrits"
                               MOVE 'Y' TO fin_attente
                               MOVE ZERO TO td-nombre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE liste_attente
           END-IF
           IF td-nombre = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-tete-ecrite
           OPEN OUTPUT liste_attente
           PERFORM VARYING ta-i FROM 1 BY 1 UNTIL ta-i > ta-nombre
               MOVE ta-ligne(ta-i) TO ligne-attente
               IF wa-titre = ca-titre THEN
                   IF ws-tete-ecrite = 'N' THEN
                       PERFORM ECRIRE-DEMANDEURS-EN-TETE
                       MOVE ta-ligne(ta-i) TO ligne-attente
                   END-IF
                   IF wa-en-attente THEN
                       ADD td-nombre TO wa-rang
                   END-IF
               END-IF
               WRITE ligne-attente
               END-WRITE
           END-PERFORM
           IF ws-tete-ecrite = 'N' THEN
               PERFORM ECRIRE-DEMANDEURS-EN-TETE
           END-IF
           CLOSE liste_attente.

       ECRIRE-DEMANDEURS-EN-TETE.
           PERFORM VARYING td-i FROM 1 BY 1 UNTIL td-i > td-nombre
               MOVE ca-titre TO wa-titre
               SET wa-rang TO td-i
               MOVE td-nom(td-i) TO wa-emprunteur
               MOVE td-carte(td-i) TO wa-carte-membre
               MOVE td-date(td-i) TO wa-date-demande
               IF td-i <= ws-quantite-recue THEN
                   SET wa-notifie TO TRUE
                   MOVE ws-date-du-jour TO wa-date-notification
                   DISPLAY "--> Prevenir ", td-nom(td-i), " (carte ",
                               td-carte(td-i), ") : copie reservee"
               ELSE
                   SET wa-en-attente TO TRUE
                   MOVE ZERO TO wa-date-notification
                   DISPLAY "--> ", td-nom(td-i), " en liste",
                               " d'attente, rang ", wa-rang
               END-IF
               WRITE ligne-attente
               END-WRITE
           END-PERFORM
           MOVE 'O' TO ws-tete-ecrite.

       RAPPORT-DU-BUDGET.
           OPEN OUTPUT rapport_budget
           MOVE SPACES TO ligne-rapport

      *>    15=liberation des blocages expires, 16=declaration de
      *>    conformite, 17=facturation des frais de tenue (dernier
      *>    jour du mois seulement), 18=sauvegarde du fichier des
      *>    comptes et generation de sauvegarde de tous les fichiers
      *>    de donnees, 19=liste de revue des clients (dernier jour
      *>    du mois seulement), 20=rapport du filtrage de la liste de
      *>    gel des avoirs, 21=gel et paiement des saisies,
      *>    22=compensation des cheques remis sur d'autres banques,
      *>    23=suivi des quinzaines des livrets, 24=capitalisation des
      *>    livrets (dernier jour ouvre de l'annee seulement),
      *>    25=annulation des precommandes d'especes echues,
      *>    26=extraction comptable (apres toutes les etapes qui
      *>    passent des ecritures), 27=releves CFONB des comptes
      *>    d'entreprise, 28=impasse de liquidite (dernier jour du
      *>    mois seulement, en option), 29=arrete des soldes de fin
      *>    de journee (toutes ecritures passees), 30=passage a la
      *>    majorite des comptes de mineur (dernier jour du mois
      *>    seulement), 31=transmission des declarations FICOBA et
      *>    traitement de l'accuse de reception, 32=recapitulatif
      *>    annuel des frais (dernier jour ouvre de l'annee
      *>    seulement), 33=mise en vigueur des parametres
      *>    planifies pour le prochain jour ouvre.
       01  ws-file-status-checkpoint PIC XX.
       01  ws-file-status PIC XX.
       01  ws-file-status-veille PIC XX.
       01  ws-source-taux PIC X VALUE 'P'.
       01  ws-delai-archive PIC 9(2) VALUE ZERO.
       01  ws-option-rapports PIC X VALUE 'C'.
       01  ws-option-impasse PIC X VALUE 'N'.
       01  ws-file-status-date PIC XX.
       01  ws-file-status-feries PIC XX.
       01  fin_feries PIC X VALUE 'N'.
       01  tf-nombre PIC 9(2) VALUE ZERO.
       01  tf-i PIC 9(2).
       01  ws-date-candidate PIC 9(8).
       01  ws-annee-frais PIC 9(4).
       01  ws-jour-ouvre PIC X.
       01  ws-jour-semaine PIC 9(1).
       01  ws-jours-entiers PIC 9(7).
               PERFORM ETAPE-SAUVEGARDE-COMPTES
           END-IF
           IF ws-etape-checkpoint < 19 AND ws-arret = 'N' THEN
               PERFORM ETAPE-REVUE-CLIENTS
           END-IF
           IF ws-etape-checkpoint < 20 AND ws-arret = 'N' THEN
               PERFORM ETAPE-RAPPORT-FILTRAGE
           END-IF
           IF ws-etape-checkpoint < 21 AND ws-arret = 'N' THEN
               PERFORM ETAPE-SAISIES
           END-IF
           IF ws-etape-checkpoint < 22 AND ws-arret = 'N' THEN
               PERFORM ETAPE-COMPENSATION-CHEQUES
           END-IF
           IF ws-etape-checkpoint < 23 AND ws-arret = 'N' THEN
               PERFORM ETAPE-QUINZAINES-LIVRETS
           END-IF
           IF ws-etape-checkpoint < 24 AND ws-arret = 'N' THEN
               PERFORM ETAPE-CAPITALISATION-LIVRETS
           END-IF
           IF ws-etape-checkpoint < 25 AND ws-arret = 'N' THEN
               PERFORM ETAPE-PRECOMMANDES-ECHUES
           END-IF
           IF ws-etape-checkpoint < 26 AND ws-arret = 'N' THEN
               PERFORM ETAPE-EXTRACTION-GL
           END-IF
           IF ws-etape-checkpoint < 27 AND ws-arret = 'N' THEN
               PERFORM ETAPE-RELEVES-CFONB
           END-IF
           IF ws-etape-checkpoint < 28 AND ws-arret = 'N' THEN
               PERFORM ETAPE-IMPASSE-LIQUIDITE
           END-IF
           IF ws-etape-checkpoint < 29 AND ws-arret = 'N' THEN
               PERFORM ETAPE-ARRETE-SOLDES
           END-IF
           IF ws-etape-checkpoint < 30 AND ws-arret = 'N' THEN
               PERFORM ETAPE-PASSAGE-MAJORITE
           END-IF
           IF ws-etape-checkpoint < 31 AND ws-arret = 'N' THEN
               PERFORM ETAPE-DECLARATIONS-FICOBA
           END-IF
           IF ws-etape-checkpoint < 32 AND ws-arret = 'N' THEN
               PERFORM ETAPE-RECAPITULATIF-FRAIS
           END-IF
           IF ws-etape-checkpoint < 33 AND ws-arret = 'N' THEN
               PERFORM ETAPE-PARAMETRES-PLANIFIES
           END-IF

           IF ws-arret = 'N' THEN
               PERFORM AVANCER-DATE-TRAITEMENT
                       MOVE pb-source-taux TO ws-source-taux
                       MOVE pb-mois-archive-delai TO ws-delai-archive
                       MOVE pb-option-rapports TO ws-option-rapports
                       IF pb-impasse-demandee THEN
                           MOVE 'O' TO ws-option-impasse
                       END-IF
               END-READ
               CLOSE parametres_batch
           END-IF
                       ws-delai-archive, " mois"
           DISPLAY "Option rapports  : ", ws-option-rapports,
                       " (C complets, E essentiels)"
           DISPLAY "Impasse liquid.  : ", ws-option-impasse,
                       " (O en fin de mois, N jamais)"
           DISPLAY "------------------------------".

       LIRE-CHECKPOINT.
           CLOSE checkpoint_fin_journee.

       ETAPE-VERIFICATION.
           DISPLAY "Etape 1/33 : verification des fichiers"
           CALL 'verifier_fichier' USING 'V', ls-statut-verification
           IF ls-statut-verification = 'N' THEN
               DISPLAY "/!\ Verification des fichiers en echec"
           END-IF.

       ETAPE-DEPOTS-NUIT.
           DISPLAY "Etape 2/33 : depots de nuit"
           CALL 'traitement_nuit'
           MOVE 2 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-ORDRES-PERMANENTS.
           DISPLAY "Etape 3/33 : execution des ordres permanents"
           CALL 'execution_ordres'
           MOVE 3 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-COLLECTE-PRETS.
           DISPLAY "Etape 4/33 : collecte des echeances de prets"
           CALL 'collecte_prets'
           MOVE 4 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-ECHEANCES-TERME.
           DISPLAY "Etape 5/33 : denouement des comptes a terme"
           CALL 'echeances_terme'
           MOVE 5 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-INTERETS.
           DISPLAY "Etape 6/33 : interets de fin de journee"
           CALL 'interet_nuit'
           MOVE 6 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-BALAYAGES.
           DISPLAY "Etape 7/33 : balayages entre comptes"
           CALL 'execution_balayages'
           MOVE 7 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-EXCES-DECOUVERT.
           DISPLAY "Etape 8/33 : depassements de decouvert"
           CALL 'rapport_exces_decouvert'
           MOVE 8 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-POSITION-DEVISES.
           DISPLAY "Etape 9/33 : position de change"
           CALL 'position_devises'
           MOVE 9 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-ARCHIVAGE.
           DISPLAY "Etape 10/33 : archivage mensuel"
           CALL 'archive_mensuel'
           PERFORM BASCULER-MOUVEMENTS-JOUR
           MOVE 10 TO ws-etape-checkpoint
                       ws-nombre-gardees, " gardee(s)".

       ETAPE-RAPPORT.
           DISPLAY "Etape 11/33 : rapport d'activite du jour"
           PERFORM PRODUIRE-RAPPORT-ACTIVITE-JOUR
           MOVE 11 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-RAPPORT-GUICHETIERS.
           DISPLAY "Etape 12/33 : rapport par guichetier"
           IF ws-option-rapports = 'E' THEN
               DISPLAY "Option rapports essentiels : etape sautee"
           ELSE
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-RAPPORT-AGENCES.
           DISPLAY "Etape 13/33 : rapport par agence"
           CALL 'rapport_agences'
           MOVE 13 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-AVIS-CLIENTS.
           DISPLAY "Etape 14/33 : avis clients"
           CALL 'avis_clients'
           MOVE 14 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-BLOCAGES-EXPIRES.
           DISPLAY "Etape 15/33 : liberation des blocages expires"
           CALL 'expiration_blocages'
           MOVE 15 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-CONFORMITE.
           DISPLAY "Etape 16/33 : declaration de conformite"
           CALL 'conformite_jour'
           MOVE 16 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.
      *>    ouvre qui doit changer de mois, pas le simple lendemain
      *>    calendaire (sans quoi un mois finissant un samedi ne
      *>    serait jamais facture).
           DISPLAY "Etape 17/33 : facturation des frais de tenue"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           IF ws-date-candidate(5:2) NOT = ws-date-du-jour(5:2) THEN
       ETAPE-SAUVEGARDE-COMPTES.
      *>    La decharge quotidienne garantit qu'on detient toujours
      *>    une copie restaurable de la veille du fichier indexe.
      *>    Elle entre, avec son repere, dans la generation du jour
      *>    qui sauvegarde ensuite l'ensemble des fichiers de donnees.
           DISPLAY "Etape 18/33 : sauvegarde des fichiers"
           CALL 'sauvegarde_comptes'
           CALL 'sauvegarde_generale'
           MOVE 18 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-REVUE-CLIENTS.
      *>    Liste mensuelle de vigilance, sortie le meme soir que la
      *>    facturation des frais de tenue (dernier jour ouvre).
           DISPLAY "Etape 19/33 : liste de revue des clients"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           IF ws-date-candidate(5:2) NOT = ws-date-du-jour(5:2) THEN
               CALL 'revue_clients'
           ELSE
               DISPLAY "Pas le dernier jour ouvre du mois, etape",
                           " sautee"
           END-IF
           MOVE 19 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-RAPPORT-FILTRAGE.
           DISPLAY "Etape 20/33 : rapport du filtrage liste de gel"
           CALL 'rapport_filtrage'
           MOVE 20 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-SAISIES.
      *>    Apres les avis clients de la nuit : la denonciation d'une
      *>    saisie gelee ce soir part avec les avis de la nuit
      *>    suivante, dans le delai legal de huit jours.
           DISPLAY "Etape 21/33 : gel et paiement des saisies"
           CALL 'traitement_saisies'
           MOVE 21 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-COMPENSATION-CHEQUES.
      *>    Comme pour les saisies, l'avis d'un impaye traite ce soir
      *>    part avec les avis clients de la nuit suivante.
           DISPLAY "Etape 22/33 : compensation des cheques remis"
           CALL 'compensation_cheques_remis'
           MOVE 22 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-QUINZAINES-LIVRETS.
      *>    Chaque soir, toutes ecritures passees : les livrets
      *>    reglementes sont servis par quinzaine, pas par la pose
      *>    des interets de nuit.
           DISPLAY "Etape 23/33 : quinzaines des livrets"
           CALL 'quinzaines_livrets'
           MOVE 23 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-CAPITALISATION-LIVRETS.
      *>    Le dernier jour ouvre de l'annee, apres le suivi du soir
      *>    qui a releve les derniers mouvements de decembre.
           DISPLAY "Etape 24/33 : capitalisation des livrets"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           IF ws-date-candidate(1:4) NOT = ws-date-du-jour(1:4) THEN
               CALL 'capitalisation_livrets'
           ELSE
               DISPLAY "Pas le dernier jour ouvre de l'annee, etape",
                           " sautee"
           END-IF
           MOVE 24 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-PRECOMMANDES-ECHUES.
      *>    Les precommandes d'especes dont le client n'est pas venu
      *>    dans le delai de grace sont annulees et leurs fonds
      *>    rendus disponibles, avant les releves et l'arrete qui
      *>    voient ainsi le disponible libere.
           DISPLAY "Etape 25/33 : precommandes d'especes echues"
           CALL 'precommandes_echues'
           MOVE 25 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-EXTRACTION-GL.
      *>    Apres la derniere etape qui passe des ecritures (saisies,
      *>    impayes de cheques, capitalisation des livrets) :
      *>    l'extraction ne retient que les mouvements dates du jour,
      *>    une ecriture passee plus tard n'entrerait jamais au grand
      *>    livre.
           DISPLAY "Etape 26/33 : extraction comptable"
           CALL 'extraction_gl'
           MOVE 26 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-RELEVES-CFONB.
      *>    En dernier : tous les mouvements de la journee, frais,
      *>    saisies, impayes de cheques et capitalisation des livrets
      *>    compris, sont passes.
           DISPLAY "Etape 27/33 : releves CFONB des entreprises"
           CALL 'releve_cfonb'
           MOVE 27 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-IMPASSE-LIQUIDITE.
      *>    Etat de gestion actif-passif demande par la direction :
      *>    seulement si le parametre de batch le prevoit, et le
      *>    dernier jour ouvre du mois, apres la collecte des
      *>    echeances et le denouement des comptes a terme.
           DISPLAY "Etape 28/33 : impasse de liquidite"
           IF ws-option-impasse NOT = 'O' THEN
               DISPLAY "Option impasse non demandee, etape sautee"
           ELSE
               PERFORM CHARGER-CALENDRIER-FERIES
               PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
               IF ws-date-candidate(5:2) NOT = ws-date-du-jour(5:2)
                   THEN
                   CALL 'impasse_liquidite'
               ELSE
                   DISPLAY "Pas le dernier jour ouvre du mois, etape",
                               " sautee"
               END-IF
           END-IF
           MOVE 28 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-ARRETE-SOLDES.
      *>    Tout a fait en dernier : le solde arrete de chaque compte
      *>    comprend toutes les ecritures de la journee, interets,
      *>    frais, saisies, impayes de cheques et capitalisation des
      *>    livrets compris.
           DISPLAY "Etape 29/33 : arrete des soldes de fin de journee"
           CALL 'arrete_soldes'
           MOVE 29 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-PASSAGE-MAJORITE.
      *>    Le dernier jour ouvre du mois : les titulaires de compte
      *>    de mineur devenus majeurs passent au produit adulte. Ne
      *>    touche ni soldes ni ecritures, d'ou sa place apres
      *>    l'arrete ; la lettre part avec les avis de la nuit
      *>    suivante.
           DISPLAY "Etape 30/33 : passage a la majorite"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           IF ws-date-candidate(5:2) NOT = ws-date-du-jour(5:2) THEN
               CALL 'passage_majorite'
           ELSE
               DISPLAY "Pas le dernier jour ouvre du mois, etape",
                           " sautee"
           END-IF
           MOVE 30 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-DECLARATIONS-FICOBA.
      *>    Chaque soir, apres le passage a la majorite qui peut
      *>    clore des mandats de representant legal : tout ce qui a
      *>    ete depose dans la journee part dans le fichier du
      *>    regulateur.
           DISPLAY "Etape 31/33 : declarations FICOBA"
           CALL 'transmission_ficoba'
           MOVE 31 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-RECAPITULATIF-FRAIS.
      *>    Le dernier jour ouvre de l'annee, une fois facturee la
      *>    tenue de compte de decembre : le recapitulatif des frais
      *>    de l'annee est edite pour l'envoi de janvier.
           DISPLAY "Etape 32/33 : recapitulatif annuel des frais"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           IF ws-date-candidate(1:4) NOT = ws-date-du-jour(1:4) THEN
               MOVE ws-date-du-jour(1:4) TO ws-annee-frais
               CALL 'recapitulatif_frais' USING ws-annee-frais
           ELSE
               DISPLAY "Pas le dernier jour ouvre de l'annee, etape",
                           " sautee"
           END-IF
           MOVE 32 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       ETAPE-PARAMETRES-PLANIFIES.
      *>    En dernier, une fois la journee entierement traitee avec
      *>    les parametres qui etaient en vigueur : les changements
      *>    planifies pour le prochain jour ouvre (ou avant, s'il
      *>    tombe apres un week-end ou un ferie) sont mis en place.
           DISPLAY "Etape 33/33 : parametres planifies"
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM CALCULER-PROCHAIN-JOUR-OUVRE
           CALL 'application_parametres' USING ws-date-candidate
           MOVE 33 TO ws-etape-checkpoint
           PERFORM ENREGISTRER-CHECKPOINT.

       PRODUIRE-RAPPORT-ACTIVITE-JOUR.

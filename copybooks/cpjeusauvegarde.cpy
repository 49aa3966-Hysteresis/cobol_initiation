      *> Jeu de sauvegarde : les fichiers de donnees copies chaque
      *> nuit par sauvegarde_generale dans une generation datee. Genre
      *> C copie a l'identique du fichier, S copie de la decharge
      *> sequentielle des comptes (sauvegarde_comptes, qui la precede
      *> dans la chaine), D decharge en lignes d'un fichier indexe.
      *> Les rapports et extractions, que leur programme refait a la
      *> demande, n'en font pas partie.
       01  jeu-sauvegarde-valeurs.
      *>    Comptes, mouvements et soldes
           05  FILLER PIC X(31) VALUE 'comptes_sauvegarde            S'.
           05  FILLER PIC X(31) VALUE 'repere_sauvegarde             C'.
           05  FILLER PIC X(31) VALUE 'clients                       D'.
           05  FILLER PIC X(31) VALUE 'historique                    C'.
           05  FILLER PIC X(31) VALUE 'historique_index              D'.
           05  FILLER PIC X(31) VALUE 'le_solde                      C'.
           05  FILLER PIC X(31) VALUE 'compteur_sequence             C'.
           05  FILLER PIC X(31) VALUE 'totaux_controle               C'.
           05  FILLER PIC X(31) VALUE 'soldes_fin_journee            D'.
           05  FILLER PIC X(31) VALUE 'mouvements_jour               C'.
           05  FILLER PIC X(31) VALUE 'date_traitement               C'.
           05  FILLER PIC X(31) VALUE 'ibans_comptes                 C'.
           05  FILLER PIC X(31) VALUE 'comptes_entreprises           C'.
           05  FILLER PIC X(31) VALUE 'mandats                       C'.
           05  FILLER PIC X(31) VALUE 'beneficiaires                 C'.
           05  FILLER PIC X(31) VALUE 'exercices_clos                C'.
           05  FILLER PIC X(31) VALUE 'compte_report_a_nouveau       C'.
           05  FILLER PIC X(31) VALUE 'compte_gl_cheques_banque      C'.
           05  FILLER PIC X(31) VALUE 'extournes                     C'.
           05  FILLER PIC X(31) VALUE 'mouvements_jour_veille        C'.
           05  FILLER PIC X(31) VALUE 'dernier_arrete_soldes         C'.
      *>    Epargne, terme et credits
           05  FILLER PIC X(31) VALUE 'comptes_terme                 C'.
           05  FILLER PIC X(31) VALUE 'quinzaines_livrets            D'.
           05  FILLER PIC X(31) VALUE 'cumul_fiscal                  C'.
           05  FILLER PIC X(31) VALUE 'prets                         C'.
           05  FILLER PIC X(31) VALUE 'echeancier_prets              C'.
           05  FILLER PIC X(31) VALUE 'demandes_prets                C'.
           05  FILLER PIC X(31) VALUE 'impayes_prets                 C'.
           05  FILLER PIC X(31) VALUE 'historique_taux               C'.
           05  FILLER PIC X(31) VALUE 'produits                      C'.
           05  FILLER PIC X(31) VALUE 'bareme_frais                  C'.
           05  FILLER PIC X(31) VALUE 'frais_correspondants          C'.
      *>    Moyens de paiement et files d'attente
           05  FILLER PIC X(31) VALUE 'blocages_fonds                C'.
           05  FILLER PIC X(31) VALUE 'cartes                        C'.
           05  FILLER PIC X(31) VALUE 'suspens_cartes                C'.
           05  FILLER PIC X(31) VALUE 'reglements_reseau             C'.
           05  FILLER PIC X(31) VALUE 'registre_cheques              C'.
           05  FILLER PIC X(31) VALUE 'cheques_remis                 C'.
           05  FILLER PIC X(31) VALUE 'cheques_presentes             C'.
           05  FILLER PIC X(31) VALUE 'cheques_en_suspens            C'.
           05  FILLER PIC X(31) VALUE 'impayes_cheques_remis         C'.
           05  FILLER PIC X(31) VALUE 'impayes_cheques_traites       C'.
           05  FILLER PIC X(31) VALUE 'cheques_banque                C'.
           05  FILLER PIC X(31) VALUE 'compteur_cheques_banque       C'.
           05  FILLER PIC X(31) VALUE 'depots_nuit                   C'.
           05  FILLER PIC X(31) VALUE 'suspens_depots_nuit           C'.
           05  FILLER PIC X(31) VALUE 'credits_entrants              C'.
           05  FILLER PIC X(31) VALUE 'credits_en_suspens            C'.
           05  FILLER PIC X(31) VALUE 'residus_transit               C'.
           05  FILLER PIC X(31) VALUE 'virements_externes            C'.
           05  FILLER PIC X(31) VALUE 'retours_virements             C'.
           05  FILLER PIC X(31) VALUE 'approbations_virements        C'.
           05  FILLER PIC X(31) VALUE 'file_filtrage                 C'.
           05  FILLER PIC X(31) VALUE 'file_fraude                   C'.
           05  FILLER PIC X(31) VALUE 'journal_fraude                C'.
           05  FILLER PIC X(31) VALUE 'prelevements_recus            C'.
           05  FILLER PIC X(31) VALUE 'prelevements_postes           C'.
           05  FILLER PIC X(31) VALUE 'rejets_prelevements           C'.
           05  FILLER PIC X(31) VALUE 'mandats_prelevement           C'.
           05  FILLER PIC X(31) VALUE 'ordres_permanents             C'.
           05  FILLER PIC X(31) VALUE 'mobilite_entrante             C'.
           05  FILLER PIC X(31) VALUE 'mobilite_confirmations        C'.
           05  FILLER PIC X(31) VALUE 'mobilite_sortante             C'.
           05  FILLER PIC X(31) VALUE 'mobilite_transmise            C'.
           05  FILLER PIC X(31) VALUE 'ordres_balayage               C'.
           05  FILLER PIC X(31) VALUE 'precommandes_especes          C'.
           05  FILLER PIC X(31) VALUE 'cheques_banque_imprimes       C'.
      *>    Caisses, coffre et change
           05  FILLER PIC X(31) VALUE 'caisses                       C'.
           05  FILLER PIC X(31) VALUE 'caisses_devises               C'.
           05  FILLER PIC X(31) VALUE 'caisse_centrale               C'.
           05  FILLER PIC X(31) VALUE 'commandes_fonds               C'.
           05  FILLER PIC X(31) VALUE 'transferts_caisse             C'.
           05  FILLER PIC X(31) VALUE 'coffres                       C'.
           05  FILLER PIC X(31) VALUE 'etat_coffres                  C'.
           05  FILLER PIC X(31) VALUE 'stocks_devises                C'.
           05  FILLER PIC X(31) VALUE 'taux_change                   C'.
           05  FILLER PIC X(31) VALUE 'taux_change_veille            C'.
           05  FILLER PIC X(31) VALUE 'operations_change             C'.
           05  FILLER PIC X(31) VALUE 'ecart_change_billets          C'.
           05  FILLER PIC X(31) VALUE 'recepisses_change             C'.
           05  FILLER PIC X(31) VALUE 'bordereaux_secours            C'.
      *>    Conformite, contentieux et comptabilite
           05  FILLER PIC X(31) VALUE 'saisies                       C'.
           05  FILLER PIC X(31) VALUE 'gels_juridiques               C'.
           05  FILLER PIC X(31) VALUE 'liste_sanctions               C'.
           05  FILLER PIC X(31) VALUE 'successions                   C'.
           05  FILLER PIC X(31) VALUE 'passages_majorite             C'.
           05  FILLER PIC X(31) VALUE 'pieces_identite               C'.
           05  FILLER PIC X(31) VALUE 'declarations_ficoba           C'.
           05  FILLER PIC X(31) VALUE 'accuse_ficoba                 C'.
           05  FILLER PIC X(31) VALUE 'reclamations                  C'.
           05  FILLER PIC X(31) VALUE 'soldes_gl                     C'.
           05  FILLER PIC X(31) VALUE 'jours_gl_passes               C'.
           05  FILLER PIC X(31) VALUE 'declarations_gel_avoirs       C'.
           05  FILLER PIC X(31) VALUE 'certificats_anonymisation     C'.
      *>    Operateurs et journaux d'audit
           05  FILLER PIC X(31) VALUE 'operateurs                    C'.
           05  FILLER PIC X(31) VALUE 'profils_operateurs            C'.
           05  FILLER PIC X(31) VALUE 'superviseurs                  C'.
           05  FILLER PIC X(31) VALUE 'code_agence                   C'.
           05  FILLER PIC X(31) VALUE 'mode_formation                C'.
           05  FILLER PIC X(31) VALUE 'journal_travaux               C'.
           05  FILLER PIC X(31) VALUE 'journal_parametres            C'.
           05  FILLER PIC X(31) VALUE 'journal_autorisations         C'.
           05  FILLER PIC X(31) VALUE 'journal_connexions            C'.
           05  FILLER PIC X(31) VALUE 'journal_coordonnees           C'.
           05  FILLER PIC X(31) VALUE 'journal_echecs_pin            C'.
           05  FILLER PIC X(31) VALUE 'echantillons_audit            C'.
           05  FILLER PIC X(31) VALUE 'journal_refus_acces           C'.
           05  FILLER PIC X(31) VALUE 'journal_images_comptes        C'.
           05  FILLER PIC X(31) VALUE 'journal_ficoba                C'.
           05  FILLER PIC X(31) VALUE 'journal_avis                  C'.
           05  FILLER PIC X(31) VALUE 'journal_reglements            C'.
           05  FILLER PIC X(31) VALUE 'journal_remboursements        C'.
      *>    Parametres d'exploitation
           05  FILLER PIC X(31) VALUE 'seuil_approbation             C'.
           05  FILLER PIC X(31) VALUE 'heure_limite                  C'.
           05  FILLER PIC X(31) VALUE 'calendrier_feries             C'.
           05  FILLER PIC X(31) VALUE 'parametre_dormance            C'.
           05  FILLER PIC X(31) VALUE 'parametre_exces               C'.
           05  FILLER PIC X(31) VALUE 'exces_a_viser                 C'.
           05  FILLER PIC X(31) VALUE 'parametre_retention           C'.
           05  FILLER PIC X(31) VALUE 'parametre_penalite_terme      C'.
           05  FILLER PIC X(31) VALUE 'parametre_fiscalite           C'.
           05  FILLER PIC X(31) VALUE 'delai_encaissement            C'.
           05  FILLER PIC X(31) VALUE 'delai_inactivite              C'.
           05  FILLER PIC X(31) VALUE 'delai_precommande             C'.
           05  FILLER PIC X(31) VALUE 'duree_mot_de_passe            C'.
           05  FILLER PIC X(31) VALUE 'seuil_demande_pret            C'.
           05  FILLER PIC X(31) VALUE 'solde_insaisissable           C'.
           05  FILLER PIC X(31) VALUE 'parametre_garantie            C'.
           05  FILLER PIC X(31) VALUE 'parametre_mineurs             C'.
           05  FILLER PIC X(31) VALUE 'parametres_conformite         C'.
           05  FILLER PIC X(31) VALUE 'cout_operation_guichet        C'.
           05  FILLER PIC X(31) VALUE 'parametres_batch              C'.
           05  FILLER PIC X(31) VALUE 'parametre_generations         C'.
           05  FILLER PIC X(31) VALUE 'parametre_fraude              C'.
      *>    Bibliotheque
           05  FILLER PIC X(31) VALUE 'catalogue_livres              C'.
           05  FILLER PIC X(31) VALUE 'copies_livres                 C'.
           05  FILLER PIC X(31) VALUE 'emprunts_livres               C'.
           05  FILLER PIC X(31) VALUE 'membres                       C'.
           05  FILLER PIC X(31) VALUE 'liste_attente                 C'.
           05  FILLER PIC X(31) VALUE 'amendes                       C'.
           05  FILLER PIC X(31) VALUE 'tarif_amendes                 C'.
           05  FILLER PIC X(31) VALUE 'fidelite_membres              C'.
           05  FILLER PIC X(31) VALUE 'parametre_reservation         C'.
           05  FILLER PIC X(31) VALUE 'parametre_duree_pret          C'.
           05  FILLER PIC X(31) VALUE 'parametre_cotisation          C'.
           05  FILLER PIC X(31) VALUE 'commandes_achats              C'.
           05  FILLER PIC X(31) VALUE 'compteur_commandes            C'.
           05  FILLER PIC X(31) VALUE 'budget_acquisitions           C'.
           05  FILLER PIC X(31) VALUE 'periodiques                   C'.
           05  FILLER PIC X(31) VALUE 'numeros_periodiques           C'.
           05  FILLER PIC X(31) VALUE 'parametre_periodiques         C'.
           05  FILLER PIC X(31) VALUE 'suggestions_achats            C'.
           05  FILLER PIC X(31) VALUE 'demandeurs_suggestions        C'.
           05  FILLER PIC X(31) VALUE 'reparations_copies            C'.
           05  FILLER PIC X(31) VALUE 'arretes_caisse_bibliotheque   C'.
           05  FILLER PIC X(31) VALUE 'retention_emprunts            C'.
           05  FILLER PIC X(31) VALUE 'clients_jardin                C'.
           05  FILLER PIC X(31) VALUE 'compteur_clients_jardin       C'.
           05  FILLER PIC X(31) VALUE 'garanties_jardin              C'.
           05  FILLER PIC X(31) VALUE 'durees_garantie               C'.
           05  FILLER PIC X(31) VALUE 'appels_sav                    C'.
           05  FILLER PIC X(31) VALUE 'compteur_appels_sav           C'.
           05  FILLER PIC X(31) VALUE 'tarif_sav                     C'.
           05  FILLER PIC X(31) VALUE 'contrats_entretien            C'.
           05  FILLER PIC X(31) VALUE 'compteur_contrats_entretien   C'.
           05  FILLER PIC X(31) VALUE 'bibliotheques_partenaires     C'.
           05  FILLER PIC X(31) VALUE 'prets_inter                   C'.
           05  FILLER PIC X(31) VALUE 'fichier_fournisseur           C'.
           05  FILLER PIC X(31) VALUE 'journal_inventaire            C'.
           05  FILLER PIC X(31) VALUE 'relances_envoyees             C'.
      *>    Jardin
           05  FILLER PIC X(31) VALUE 'travaux_jardin                C'.
           05  FILLER PIC X(31) VALUE 'prix_materiaux                C'.
           05  FILLER PIC X(31) VALUE 'revisions_prix                C'.
           05  FILLER PIC X(31) VALUE 'accessoires                   C'.
           05  FILLER PIC X(31) VALUE 'lignes_devis                  C'.
           05  FILLER PIC X(31) VALUE 'evenements_devis              C'.
           05  FILLER PIC X(31) VALUE 'compteur_devis                C'.
           05  FILLER PIC X(31) VALUE 'parametres_devis              C'.
           05  FILLER PIC X(31) VALUE 'compteur_factures             C'.
           05  FILLER PIC X(31) VALUE 'factures_jardin               C'.
           05  FILLER PIC X(31) VALUE 'creances_jardin               C'.
           05  FILLER PIC X(31) VALUE 'reglements_jardin             C'.
           05  FILLER PIC X(31) VALUE 'suspens_jardin                C'.
           05  FILLER PIC X(31) VALUE 'dernier_virement_jardin       C'.
           05  FILLER PIC X(31) VALUE 'planning_chantiers            C'.
           05  FILLER PIC X(31) VALUE 'pointages_chantiers           C'.
           05  FILLER PIC X(31) VALUE 'couts_chantiers               C'.
           05  FILLER PIC X(31) VALUE 'equipes                       C'.
           05  FILLER PIC X(31) VALUE 'horizon_intemperies           C'.
           05  FILLER PIC X(31) VALUE 'fournisseurs_materiaux        C'.
           05  FILLER PIC X(31) VALUE 'commandes_materiaux           C'.
           05  FILLER PIC X(31) VALUE 'compteur_commandes_materiaux  C'.
           05  FILLER PIC X(31) VALUE 'livraison_fournisseur         C'.
      *>    Magasin
           05  FILLER PIC X(31) VALUE 'produits_caisse               C'.
           05  FILLER PIC X(31) VALUE 'ventes_jour                   C'.
           05  FILLER PIC X(31) VALUE 'tva_familles                  C'.
           05  FILLER PIC X(31) VALUE 'promotions                    C'.
           05  FILLER PIC X(31) VALUE 'taux_reduction                C'.
           05  FILLER PIC X(31) VALUE 'bons_cadeaux                  C'.
           05  FILLER PIC X(31) VALUE 'compteur_bons                 C'.
           05  FILLER PIC X(31) VALUE 'materiel                      C'.
           05  FILLER PIC X(31) VALUE 'besoins_materiel              C'.
           05  FILLER PIC X(31) VALUE 'reservations_materiel         C'.
           05  FILLER PIC X(31) VALUE 'reglements_tickets            C'.
           05  FILLER PIC X(31) VALUE 'remises_cartes_boutique       C'.
           05  FILLER PIC X(31) VALUE 'caisses_jour                  C'.
           05  FILLER PIC X(31) VALUE 'compteurs_z                   C'.
           05  FILLER PIC X(31) VALUE 'journal_z                     C'.
           05  FILLER PIC X(31) VALUE 'comptes_credit_boutique       C'.
           05  FILLER PIC X(31) VALUE 'mouvements_credit_boutique    C'.
           05  FILLER PIC X(31) VALUE 'prix_boutique                 C'.
           05  FILLER PIC X(31) VALUE 'journal_etiquettes            C'.
           05  FILLER PIC X(31) VALUE 'historique_ventes_boutique    C'.
           05  FILLER PIC X(31) VALUE 'planning_activites_nuit       C'.
           05  FILLER PIC X(31) VALUE 'mouvements_fidelite           C'.
           05  FILLER PIC X(31) VALUE 'checkpoint_activites_nuit     C'.
           05  FILLER PIC X(31) VALUE 'compte_rendu_activites_nuit   C'.
       01  jeu-sauvegarde REDEFINES jeu-sauvegarde-valeurs.
           05  jsv-entry OCCURS 217 TIMES INDEXED BY jsv-i.
               10  jsv-fichier             PIC X(30).
               10  jsv-genre               PIC X(1).
                   88  jsv-copie           VALUE 'C'.
                   88  jsv-decharge-comptes VALUE 'S'.
                   88  jsv-decharge-indexe VALUE 'D'.
       01  jsv-nombre PIC 9(3) VALUE 217.

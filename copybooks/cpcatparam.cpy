      *> Catalogue des parametres d'exploitation tenus par
      *> gestion_parametres et mis en vigueur par
      *> appliquer_parametre : un poste par zone d'un fichier
      *> parametre d'une ligne (position et longueur dans la ligne,
      *> decimales implicites), avec sa fourchette de validite, ses
      *> valeurs admises pour une zone alphanumerique et sa valeur
      *> par defaut, celle que le programme lecteur applique a
      *> defaut de fichier. Type N numerique, A alphanumerique,
      *> C calendrier (une date par ligne, ajoutee ou retiree).
       01  catalogue-parametres-valeurs.
      *>    Seuil d'approbation des virements
           05  FILLER PIC X(24) VALUE 'seuil_approbation'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 100.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '001000000'.
           05  FILLER PIC X(40)
               VALUE 'Seuil d''approbation des virements'.
      *>    Heure limite de prise en journee HHMM
           05  FILLER PIC X(24) VALUE 'heure_limite'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 4.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 2359.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '2359'.
           05  FILLER PIC X(40)
               VALUE 'Heure limite de prise en journee HHMM'.
      *>    Jours feries (AAAAMMJJ)
           05  FILLER PIC X(24) VALUE 'calendrier_feries'.
           05  FILLER PIC 9(2) VALUE 0.
           05  FILLER PIC 9(2) VALUE 8.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'C'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(40)
               VALUE 'Jours feries (AAAAMMJJ)'.
      *>    Mois sans mouvement avant dormance
           05  FILLER PIC X(24) VALUE 'parametre_dormance'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 6.
           05  FILLER PIC 9(7)V99 VALUE 120.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '024'.
           05  FILLER PIC X(40)
               VALUE 'Mois sans mouvement avant dormance'.
      *>    Jours de depassement avant visa
           05  FILLER PIC X(24) VALUE 'parametre_exces'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 90.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '005'.
           05  FILLER PIC X(40)
               VALUE 'Jours de depassement avant visa'.
      *>    Annees de retention avant anonymisation
           05  FILLER PIC X(24) VALUE 'parametre_retention'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 5.
           05  FILLER PIC 9(7)V99 VALUE 30.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '10'.
           05  FILLER PIC X(40)
               VALUE 'Annees de retention avant anonymisation'.
      *>    Penalite de rupture d'un terme (%)
           05  FILLER PIC X(24) VALUE 'parametre_penalite_terme'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 4.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 20.00.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '0100'.
           05  FILLER PIC X(40)
               VALUE 'Penalite de rupture d''un terme (%)'.
      *>    Taux de retenue a la source (%)
           05  FILLER PIC X(24) VALUE 'parametre_fiscalite'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 4.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 60.00.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '3000'.
           05  FILLER PIC X(40)
               VALUE 'Taux de retenue a la source (%)'.
      *>    Jours de reserve des remises de cheques
           05  FILLER PIC X(24) VALUE 'delai_encaissement'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 30.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '08'.
           05  FILLER PIC X(40)
               VALUE 'Jours de reserve des remises de cheques'.
      *>    Minutes d'inactivite avant verrouillage
           05  FILLER PIC X(24) VALUE 'delai_inactivite'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 120.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '010'.
           05  FILLER PIC X(40)
               VALUE 'Minutes d''inactivite avant verrouillage'.
      *>    Jours de grace des precommandes
           05  FILLER PIC X(24) VALUE 'delai_precommande'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 30.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '03'.
           05  FILLER PIC X(40)
               VALUE 'Jours de grace des precommandes'.
      *>    Duree de vie des mots de passe (jours)
           05  FILLER PIC X(24) VALUE 'duree_mot_de_passe'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 30.
           05  FILLER PIC 9(7)V99 VALUE 365.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '090'.
           05  FILLER PIC X(40)
               VALUE 'Duree de vie des mots de passe (jours)'.
      *>    Seuil superviseur des demandes de pret
           05  FILLER PIC X(24) VALUE 'seuil_demande_pret'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1000.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '002000000'.
           05  FILLER PIC X(40)
               VALUE 'Seuil superviseur des demandes de pret'.
      *>    Solde bancaire insaisissable
           05  FILLER PIC X(24) VALUE 'solde_insaisissable'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 99999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '000064652'.
           05  FILLER PIC X(40)
               VALUE 'Solde bancaire insaisissable'.
      *>    Plafond garanti par deposant
           05  FILLER PIC X(24) VALUE 'parametre_garantie'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1000.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '010000000'.
           05  FILLER PIC X(40)
               VALUE 'Plafond garanti par deposant'.
      *>    Plafond de retrait guichet des mineurs
           05  FILLER PIC X(24) VALUE 'parametre_mineurs'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 6.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 9999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '015000'.
           05  FILLER PIC X(40)
               VALUE 'Plafond de retrait guichet des mineurs'.
      *>    Plafond distributeur des mineurs
           05  FILLER PIC X(24) VALUE 'parametre_mineurs'.
           05  FILLER PIC 9(2) VALUE 7.
           05  FILLER PIC 9(2) VALUE 7.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 99999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '0010000'.
           05  FILLER PIC X(40)
               VALUE 'Plafond distributeur des mineurs'.
      *>    Produit adulte a la majorite
           05  FILLER PIC X(24) VALUE 'parametre_mineurs'.
           05  FILLER PIC 9(2) VALUE 14.
           05  FILLER PIC 9(2) VALUE 4.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'A'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'CC01'.
           05  FILLER PIC X(40)
               VALUE 'Produit adulte a la majorite'.
      *>    Seuil declarable d'un mouvement
           05  FILLER PIC X(24) VALUE 'parametres_conformite'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 100.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '001000000'.
           05  FILLER PIC X(40)
               VALUE 'Seuil declarable d''un mouvement'.
      *>    Seuil de cumul journalier des depots
           05  FILLER PIC X(24) VALUE 'parametres_conformite'.
           05  FILLER PIC 9(2) VALUE 11.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 100.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '001000000'.
           05  FILLER PIC X(40)
               VALUE 'Seuil de cumul journalier des depots'.
      *>    Cout de revient d'une operation guichet
           05  FILLER PIC X(24) VALUE 'cout_operation_guichet'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 5.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '00150'.
           05  FILLER PIC X(40)
               VALUE 'Cout de revient d''une operation guichet'.
      *>    Source des taux (P = fichier produits)
           05  FILLER PIC X(24) VALUE 'parametres_batch'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'A'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC X(4) VALUE 'P'.
           05  FILLER PIC X(12) VALUE 'P'.
           05  FILLER PIC X(40)
               VALUE 'Source des taux (P = fichier produits)'.
      *>    Mois d'anciennete avant archivage
           05  FILLER PIC X(24) VALUE 'parametres_batch'.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 24.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '00'.
           05  FILLER PIC X(40)
               VALUE 'Mois d''anciennete avant archivage'.
      *>    Rapports complets (C) ou essentiels (E)
           05  FILLER PIC X(24) VALUE 'parametres_batch'.
           05  FILLER PIC 9(2) VALUE 6.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'A'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC X(4) VALUE 'CE'.
           05  FILLER PIC X(12) VALUE 'C'.
           05  FILLER PIC X(40)
               VALUE 'Rapports complets (C) ou essentiels (E)'.
      *>    Etat d'impasse de liquidite (O/N)
           05  FILLER PIC X(24) VALUE 'parametres_batch'.
           05  FILLER PIC 9(2) VALUE 8.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'A'.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC X(4) VALUE 'ON'.
           05  FILLER PIC X(12) VALUE 'N'.
           05  FILLER PIC X(40)
               VALUE 'Etat d''impasse de liquidite (O/N)'.
      *>    Generations de sauvegarde conservees
           05  FILLER PIC X(24) VALUE 'parametre_generations'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 30.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '07'.
           05  FILLER PIC X(40)
               VALUE 'Generations de sauvegarde conservees'.
      *>    Plafond virement beneficiaire nouveau
           05  FILLER PIC X(24) VALUE 'parametre_fraude'.
           05  FILLER PIC 9(2) VALUE 1.
           05  FILLER PIC 9(2) VALUE 9.
           05  FILLER PIC 9(1) VALUE 2.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 10.00.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '000050000'.
           05  FILLER PIC X(40)
               VALUE 'Plafond virement beneficiaire nouveau'.
      *>    Heures avant beneficiaire etabli
           05  FILLER PIC X(24) VALUE 'parametre_fraude'.
           05  FILLER PIC 9(2) VALUE 10.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 720.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '048'.
           05  FILLER PIC X(40)
               VALUE 'Heures avant beneficiaire etabli'.
      *>    Virements admis dans la fenetre
           05  FILLER PIC X(24) VALUE 'parametre_fraude'.
           05  FILLER PIC 9(2) VALUE 13.
           05  FILLER PIC 9(2) VALUE 2.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '03'.
           05  FILLER PIC X(40)
               VALUE 'Virements admis dans la fenetre'.
      *>    Fenetre de rafale en minutes
           05  FILLER PIC X(24) VALUE 'parametre_fraude'.
           05  FILLER PIC 9(2) VALUE 15.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 999.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '010'.
           05  FILLER PIC X(40)
               VALUE 'Fenetre de rafale en minutes'.
      *>    Part du disponible avant retenue (%)
           05  FILLER PIC X(24) VALUE 'parametre_fraude'.
           05  FILLER PIC 9(2) VALUE 18.
           05  FILLER PIC 9(2) VALUE 3.
           05  FILLER PIC 9(1) VALUE 0.
           05  FILLER PIC X(1) VALUE 'N'.
           05  FILLER PIC 9(7)V99 VALUE 1.
           05  FILLER PIC 9(7)V99 VALUE 100.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '080'.
           05  FILLER PIC X(40)
               VALUE 'Part du disponible avant retenue (%)'.
       01  catalogue-parametres REDEFINES catalogue-parametres-valeurs.
           05  cat-entry OCCURS 31 TIMES INDEXED BY cat-i.
               10  cat-fichier             PIC X(24).
               10  cat-position            PIC 9(2).
               10  cat-longueur            PIC 9(2).
               10  cat-decimales           PIC 9(1).
               10  cat-type                PIC X(1).
                   88  cat-numerique       VALUE 'N'.
                   88  cat-alphanumerique  VALUE 'A'.
                   88  cat-calendrier      VALUE 'C'.
               10  cat-minimum             PIC 9(7)V99.
               10  cat-maximum             PIC 9(7)V99.
               10  cat-admises             PIC X(4).
               10  cat-defaut              PIC X(12).
               10  cat-libelle             PIC X(40).
       01  cat-nombre PIC 9(2) VALUE 31.

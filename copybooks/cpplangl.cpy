      *> Enregistrement du fichier de correspondance comptable
      *> (plan_comptable_mouvements) : pour chaque type d'action de
      *> l'historique (Depot :, Retrait :, Virement :, Frais :,
      *> Interet :, Correction :, Chg achat, Chg vente, Marge chg...),
      *> le compte de grand livre a debiter et celui a crediter.
      *> Chaque mouvement produit ainsi une paire debit/credit
      *> equilibree par construction.
       01  ligne-plan-gl.
           05  pcg-action          PIC X(10).
           05  pcg-compte-debit    PIC X(6).

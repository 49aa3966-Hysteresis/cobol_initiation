      *> Enregistrement de la liste des virements en suspens du
      *> jardin (suspens_jardin) : un credit recu sur le compte du
      *> jardin que le rapprochement automatique (virements_jardin)
      *> n'a pas pu solder seul - reference introuvable, montant
      *> partiel ou superieur au reste du. Une personne l'affecte
      *> ensuite a une ou plusieurs factures (reglements_jardin).
       01  suspens-jardin-record.
      *>    Numero de sequence du mouvement bancaire d'origine
      *>    (mouvements_jour).
           05  su-sequence             PIC 9(9).
           05  su-date                 PIC 9(8).
           05  su-montant              PIC 9(7)V99.
           05  su-libelle              PIC X(30).
      *>    Facture designee par la reference ou retrouvee par le
      *>    montant, zero si aucune.
           05  su-numero-facture       PIC 9(6).
           05  su-motif                PIC X(30).
           05  su-montant-affecte      PIC 9(7)V99.
           05  su-statut               PIC X(1).
               88  su-a-affecter       VALUE 'A'.
               88  su-affecte          VALUE 'F'.

      *> Enregistrement du fichier des seuils de la surveillance des
      *> virements (parametre_fraude), une seule ligne, tenue depuis
      *> gestion_parametres. A defaut de fichier, les valeurs par
      *> defaut du catalogue des parametres s'appliquent.
       01  parametre-fraude-record.
      *>    Plafond d'un virement vers un beneficiaire nouveau, et
      *>    anciennete en heures en deca de laquelle il l'est.
           05  pfr-plafond-nouveau     PIC 9(7)V99.
           05  pfr-delai-nouveau       PIC 9(3).
      *>    Rafale : plus de pfr-nombre-virements virements du meme
      *>    compte en pfr-fenetre-minutes minutes.
           05  pfr-nombre-virements    PIC 9(2).
           05  pfr-fenetre-minutes     PIC 9(3).
      *>    Part du disponible (en pourcentage) au-dela de laquelle
      *>    un virement est repute vider le compte.
           05  pfr-part-disponible     PIC 9(3).

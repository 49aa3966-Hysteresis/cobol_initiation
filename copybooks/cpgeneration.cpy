      *> Enregistrement du registre des generations de sauvegarde
      *> (generations_sauvegarde) : une ligne par generation encore
      *> conservee, de la plus ancienne a la plus recente. Au-dela du
      *> nombre de generations a garder (parametre_generations), la
      *> plus ancienne est supprimee avec son repertoire.
       01  generation-record.
           05  gen-date                PIC 9(8).
           05  gen-heure               PIC 9(6).
           05  gen-nombre-fichiers     PIC 9(3).
      *>    C complete, E prise avec un ecart sur les totaux de
      *>    controle (a ne pas restaurer sans examen).
           05  gen-etat                PIC X(1).
               88  gen-complete        VALUE 'C'.
               88  gen-ecart           VALUE 'E'.

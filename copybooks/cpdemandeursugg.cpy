      *> Enregistrement du fichier des demandeurs d'une suggestion
      *> d'achat (demandeurs_suggestions) : une ligne par membre et
      *> par suggestion, dans l'ordre des demandes - c'est l'ordre
      *> dans lequel ils entreront en liste d'attente.
       01  demandeur-suggestion-record.
           05  sd-suggestion           PIC 9(6).
           05  sd-carte-membre         PIC 9(6).
           05  sd-nom                  PIC X(30).
           05  sd-date                 PIC 9(8).

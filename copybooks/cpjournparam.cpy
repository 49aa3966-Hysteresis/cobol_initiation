      *> Enregistrement du journal des parametres
      *> (journal_parametres) : une ligne par changement d'un
      *> parametre d'exploitation saisi dans gestion_parametres,
      *> avec l'ancienne et la nouvelle valeur telles qu'ecrites dans
      *> le fichier parametre, le superviseur qui l'a decide et quand.
      *> Un changement a date d'effet future reste planifie jusqu'a
      *> sa mise en vigueur par la chaine de nuit
      *> (application_parametres) ; le tableau de bord du matin
      *> rapporte chaque changement saisi ou mis en vigueur.
       01  journal-parametre.
           05  jpa-sequence            PIC 9(6).
           05  jpa-date-saisie         PIC 9(8).
           05  jpa-heure-saisie        PIC 9(6).
      *>    Rang du parametre dans le catalogue (cpcatparam) et son
      *>    fichier, repris en clair pour la lecture du journal.
           05  jpa-rang                PIC 9(2).
           05  jpa-fichier             PIC X(24).
      *>    Valeurs telles qu'ecrites dans le fichier (zone numerique
      *>    sans virgule, decimales implicites) ; pour le calendrier
      *>    des feries, la date ajoutee en nouvelle valeur ou la date
      *>    retiree en ancienne valeur.
           05  jpa-ancienne-valeur     PIC X(12).
           05  jpa-nouvelle-valeur     PIC X(12).
           05  jpa-date-effet          PIC 9(8).
           05  jpa-operateur           PIC X(8).
           05  jpa-statut              PIC X(1).
               88  jpa-planifie        VALUE 'P'.
               88  jpa-applique        VALUE 'A'.
               88  jpa-annule          VALUE 'X'.
           05  jpa-date-application    PIC 9(8).
      *>    Remis a N a chaque evenement (saisie, mise en vigueur,
      *>    annulation) et passe a O par le tableau de bord du matin
      *>    qui l'a rapporte.
           05  jpa-rapporte            PIC X(1).
               88  jpa-a-rapporter     VALUE 'N'.
               88  jpa-deja-rapporte   VALUE 'O'.

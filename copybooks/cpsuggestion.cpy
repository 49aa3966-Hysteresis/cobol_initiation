      *> Enregistrement du fichier des suggestions d'achat des
      *> membres (suggestions_achats) : une ligne par titre suggere,
      *> les demandes d'un meme ISBN (ou, sans ISBN, d'un meme titre
      *> et auteur) etant fusionnees avec un compteur. Les membres
      *> demandeurs sont dans demandeurs_suggestions. Une suggestion
      *> acceptee a l'examen devient une commande d'achat ; a la
      *> reception de la commande, les demandeurs passent en tete de
      *> la liste d'attente du nouveau titre.
       01  suggestion-record.
           05  sug-numero              PIC 9(6).
           05  sug-titre               PIC X(30).
           05  sug-auteur              PIC X(30).
           05  sug-isbn                PIC X(13).
           05  sug-nombre-demandes     PIC 9(3).
           05  sug-date                PIC 9(8).
           05  sug-statut              PIC X(1).
               88  sug-proposee        VALUE 'P'.
               88  sug-acceptee        VALUE 'A'.
               88  sug-refusee         VALUE 'R'.
      *>    Livree : la commande a ete receptionnee et les
      *>    demandeurs mis en liste d'attente.
               88  sug-livree          VALUE 'L'.
               88  sug-ouverte         VALUES 'P' 'A'.
           05  sug-date-decision       PIC 9(8).
           05  sug-numero-commande     PIC 9(6).

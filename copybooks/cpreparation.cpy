      *> Enregistrement du journal des reparations de copies
      *> (reparations_copies) : une ligne par reparation terminee,
      *> ecrite au retour de la copie avec son cout final. Le
      *> rapport des reparations y cumule la depense par titre, a
      *> comparer au prix d'un exemplaire neuf.
       01  ligne-reparation.
           05  rep-identifiant         PIC 9(6).
           05  rep-titre               PIC X(30).
           05  rep-lieu                PIC X(1).
           05  rep-date-envoi          PIC 9(8).
           05  rep-date-retour         PIC 9(8).
           05  rep-cout                PIC 9(4)V99.

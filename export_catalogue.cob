       01  ws-file-d-attente PIC 9(3) VALUE ZERO.
       01  ws-disponibles PIC S9(3) VALUE ZERO.
       01  ws-nombre-exportes PIC 9(5) VALUE ZERO.
       01  ws-compteur-journal PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Export nocturne du catalogue pour le site de la mairie,
      *>    quel et les lecteurs cessent de telephoner pour savoir
      *>    si un titre est rentre.
           DISPLAY "Export du catalogue pour le site de la mairie"
           CALL 'journal_batch' USING "export_catalogue    ", 'D',
               ws-compteur-journal
           OPEN INPUT catalogue_livres
           IF ws-file-status-catalogue NOT = '00' THEN
               DISPLAY "/!\ Aucun catalogue a exporter"
               CALL 'journal_batch' USING "export_catalogue    ", 'E',
                   ws-compteur-journal
               GOBACK
           END-IF
           OPEN OUTPUT export_delimite
           MOVE "titre;auteur;annee;isbn;copies;en_rayon;attente"
           CLOSE catalogue_livres
           DISPLAY ws-nombre-exportes, " titre(s) exporte(s) dans",
                       " export_catalogue.csv"
           MOVE ws-nombre-exportes TO ws-compteur-journal
           CALL 'journal_batch' USING "export_catalogue    ", 'F',
               ws-compteur-journal
           GOBACK.

       EXPORTER-UN-TITRE.
           PERFORM COMPTER-COPIES-EN-RAYON
       COMPTER-COPIES-EN-RAYON.
      *>    cop-en-rayon ne couvre que les etats N, B et U : les
      *>    copies temporaires des partenaires (T) ne nous
      *>    appartiennent pas et ne sont pas annoncees, les copies
      *>    en reparation (A) ne sont pas sur l'etagere.
           MOVE ZERO TO ws-copies-en-rayon
           MOVE 'N' TO fin_copies
           OPEN INPUT copies_livres

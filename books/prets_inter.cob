           MOVE ws-date-du-jour TO cop-date-acquisition
           MOVE ZERO TO cop-prix
           SET cop-partenaire TO TRUE
           INITIALIZE cop-reparation
           WRITE copie-record
           END-WRITE
           CLOSE copies_livres

       01  ws-longueur-nom PIC 9(2) VALUE ZERO.
       01  fin_parcours PIC X VALUE 'N'.
       01  ws-nombre-homonymes PIC 9(3) VALUE ZERO.
       01  ws-solde-edite PIC -(7)9.99.

       PROCEDURE DIVISION.
      *>    Petit utilitaire de consultation du fichier maitre des
           DISPLAY "Compte numero : ", compte-numero
           DISPLAY "Nom : ", compte-nom
           DISPLAY "Prenom : ", compte-prenom
           MOVE compte-solde TO ws-solde-edite
           DISPLAY "Solde : ", ws-solde-edite, " €"
           IF compte-actif THEN
               DISPLAY "Statut : actif"
           ELSE

           SELECT rapport_caisse ASSIGN TO 'rapport_caisse'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-rapport.
           SELECT caisses_devises ASSIGN TO 'caisses_devises'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-devises.
           SELECT taux_change ASSIGN TO 'taux_change'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-taux.

       DATA DIVISION.
       FILE SECTION.
           05  ca-code PIC X(3).
       FD rapport_caisse.
       01  ligne-rapport PIC X(80).
       FD caisses_devises.
           COPY cpcaissedev.
       FD taux_change.
           COPY cptauxchange.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-mode PIC X.
       01  ws-date-du-jour PIC 9(8).
       01  ws-guichetier PIC X(8).
       01  ws-operateur-valide PIC X VALUE 'N'.
       01  ws-fond-saisi PIC 9(7)V99.
       01  ws-caisse-trouvee PIC X VALUE 'N'.
      *>    Comptage par coupures a la fermeture : les treize valeurs
       01  ws-ecart PIC S9(7)V99 VALUE ZERO.
       01  ws-ecart-absolu PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-compte-ecarts-caisse PIC 9(6) VALUE 000999.
       01  ws-solde-ecarts PIC S9(7)V99 VALUE ZERO.
       01  ws-sens-ecart PIC X(20).
       01  ws-image-ancien-solde PIC S9(7)V99 VALUE ZERO.
       01  ws-image-nouveau-solde PIC S9(7)V99 VALUE ZERO.
      *>    Billets etrangers du tiroir (change au guichet) : un fond
      *>    par devise a l'ouverture, un comptage par devise a la
      *>    fermeture contre le stock tenu au fil des operations.
       01  ws-file-status-devises PIC XX.
       01  ws-file-status-taux PIC XX.
       01  fin_devises PIC X VALUE 'N'.
       01  fin_taux PIC X VALUE 'N'.
       01  ws-devise-saisie PIC X(3).
       01  ws-billets-saisis PIC 9(7)V99.
       01  ws-ecart-devise PIC S9(7)V99 VALUE ZERO.
       01  ws-cours-devise PIC 9(3)V9(6) VALUE ZERO.
       01  ws-nombre-devises PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Tenue des tiroirs-caisses : fond de caisse a l'ouverture,
           STOP RUN.

       OUVRIR-CAISSE.
           CALL 'authentifier_operateur' USING 'C', ws-guichetier,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           DISPLAY "Fond de caisse d'ouverture :"
           ACCEPT ws-fond-saisi
           OPEN EXTEND caisses
           END-WRITE
           CLOSE caisses
           DISPLAY "--> Caisse ouverte avec un fond de ",
                       ws-fond-saisi, " €"
           PERFORM OUVRIR-FONDS-DEVISES.

       OUVRIR-FONDS-DEVISES.
      *>    Les billets etrangers remis au guichetier pour le change
      *>    forment un fond par devise, tenu a part des euros.
           MOVE "XXX" TO ws-devise-saisie
           PERFORM UNTIL ws-devise-saisie = SPACES
               DISPLAY "Fond en devise - code devise (vide pour",
                           " terminer) :"
               ACCEPT ws-devise-saisie
               IF ws-devise-saisie NOT = SPACES
                       AND ws-devise-saisie NOT = "EUR" THEN
                   DISPLAY "Fond d'ouverture en ", ws-devise-saisie,
                               " :"
                   ACCEPT ws-billets-saisis
                   PERFORM ECRIRE-FOND-DEVISE
               END-IF
           END-PERFORM.

       ECRIRE-FOND-DEVISE.
           OPEN EXTEND caisses_devises
           IF ws-file-status-devises = '35' THEN
               OPEN OUTPUT caisses_devises
           END-IF
           MOVE ws-date-du-jour TO cdv-date
           MOVE ws-guichetier TO cdv-guichetier
           MOVE ws-devise-saisie TO cdv-devise
           MOVE ws-billets-saisis TO cdv-fond-ouverture
           MOVE ws-billets-saisis TO cdv-stock-courant
           MOVE ZERO TO cdv-billets-comptes
           MOVE ZERO TO cdv-ecart
           SET cdv-ouverte TO TRUE
           MOVE ws-code-agence TO cdv-agence
           WRITE caisse-devise-record
           END-WRITE
           CLOSE caisses_devises
           DISPLAY "--> Fond de ", ws-billets-saisis, " ",
                       ws-devise-saisie, " au tiroir".

       LIRE-CODE-AGENCE.
           OPEN INPUT code_agence
           END-IF.

       CLOTURER-CAISSE.
           CALL 'authentifier_operateur' USING 'C', ws-guichetier,
               ws-operateur-valide
           IF ws-operateur-valide NOT = 'O' THEN
               DISPLAY "/!\ Identification refusee"
               STOP RUN
           END-IF
           PERFORM COMPTER-COUPURES
           PERFORM CALCULER-MOUVEMENTS-ESPECES
           PERFORM EQUILIBRER-CAISSE
           PERFORM EQUILIBRER-DEVISES.

       COMPTER-COUPURES.
           MOVE ZERO TO ws-total-compte
                       ws-total-compte, " €  Ecart : ", ws-ecart,
                       " €".

       EQUILIBRER-DEVISES.
      *>    Chaque devise du tiroir est comptee a son tour contre son
      *>    stock courant (fond, change du jour, transferts avec le
      *>    coffre) ; l'ecart, en unites de la devise, est converti
      *>    au cours moyen du jour et passe comme l'ecart en euros.
           MOVE ZERO TO ws-nombre-devises
           MOVE 'N' TO fin_devises
           OPEN I-O caisses_devises
           IF ws-file-status-devises = '00' THEN
               PERFORM UNTIL fin_devises = 'Y'
                   READ caisses_devises
                       AT END
                           MOVE 'Y' TO fin_devises
                       NOT AT END
                           IF cdv-date = ws-date-du-jour
                                   AND cdv-guichetier = ws-guichetier
                                   AND cdv-ouverte THEN
                               PERFORM FERMER-UNE-DEVISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses_devises
           END-IF
           IF ws-nombre-devises > ZERO THEN
               DISPLAY ws-nombre-devises, " devise(s) equilibree(s)"
           END-IF.

       FERMER-UNE-DEVISE.
           ADD 1 TO ws-nombre-devises
           DISPLAY "Billets ", cdv-devise, " comptes (attendu ",
                       cdv-stock-courant, ") :"
           ACCEPT ws-billets-saisis
           COMPUTE ws-ecart-devise =
                   ws-billets-saisis - cdv-stock-courant
           MOVE ws-billets-saisis TO cdv-billets-comptes
           MOVE ws-ecart-devise TO cdv-ecart
           SET cdv-fermee TO TRUE
           REWRITE caisse-devise-record
           MOVE cdv-devise TO ws-devise-saisie
           PERFORM RECHERCHER-COURS-DEVISE
           COMPUTE ws-ecart ROUNDED = ws-ecart-devise * ws-cours-devise
           PERFORM ECRIRE-RAPPORT-DEVISE
           IF ws-ecart NOT = ZERO THEN
               PERFORM POSTER-ECART-CAISSE
           END-IF.

       RECHERCHER-COURS-DEVISE.
           MOVE ZERO TO ws-cours-devise
           MOVE 'N' TO fin_taux
           OPEN INPUT taux_change
           IF ws-file-status-taux = '00' THEN
               PERFORM UNTIL fin_taux = 'Y'
                   READ taux_change
                       AT END
                           MOVE 'Y' TO fin_taux
                       NOT AT END
                           IF tch-devise = ws-devise-saisie THEN
                               MOVE tch-taux TO ws-cours-devise
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE taux_change
           END-IF
           IF ws-cours-devise = ZERO THEN
               DISPLAY "/!\ Devise ", ws-devise-saisie, " non cotee :",
                           " ecart non valorise en euros"
           END-IF.

       ECRIRE-RAPPORT-DEVISE.
           OPEN EXTEND rapport_caisse
           IF ws-file-status-rapport = '35' THEN
               OPEN OUTPUT rapport_caisse
           END-IF
           MOVE SPACES TO ligne-rapport
           STRING "Devise " DELIMITED BY SIZE
                   cdv-devise DELIMITED BY SIZE
                   " fond " DELIMITED BY SIZE
                   cdv-fond-ouverture DELIMITED BY SIZE
                   " attendu " DELIMITED BY SIZE
                   cdv-stock-courant DELIMITED BY SIZE
                   " compte " DELIMITED BY SIZE
                   cdv-billets-comptes DELIMITED BY SIZE
                   " ecart " DELIMITED BY SIZE
                   cdv-ecart DELIMITED BY SIZE
               INTO ligne-rapport
           WRITE ligne-rapport
           CLOSE rapport_caisse
           DISPLAY cdv-devise, " attendu : ", cdv-stock-courant,
                       "  compte : ", cdv-billets-comptes,
                       "  ecart : ", cdv-ecart, " (", ws-ecart,
                       " €)".

       POSTER-ECART-CAISSE.
      *>    L'excedent ou le manquant est passe en ecriture de
      *>    correction sur le compte interne des ecarts de caisse,

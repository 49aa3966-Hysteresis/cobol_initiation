       IDENTIFICATION DIVISION.
       PROGRAM-ID. echantillonnage_audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT historique_index ASSIGN TO 'historique_index'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hi-cle
           FILE STATUS IS ws-file-status-index.
           SELECT operateurs ASSIGN TO 'operateurs'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-operateurs.
           SELECT echantillons_audit ASSIGN TO 'echantillons_audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status-audit.

       DATA DIVISION.
       FILE SECTION.
       FD historique_index.
           COPY cphistidx.
       FD operateurs.
           COPY cpoperateur.
       FD echantillons_audit.
           COPY cpaudit.

       WORKING-STORAGE SECTION.
       01  ws-file-status-index PIC XX.
       01  ws-file-status-operateurs PIC XX.
       01  ws-file-status-audit PIC XX.
       01  fin_index PIC X VALUE 'N'.
       01  fin_operateurs PIC X VALUE 'N'.
       01  fin_audit PIC X VALUE 'N'.
       01  ws-date-du-jour PIC 9(8).
       01  ws-date-debut PIC 9(8).
       01  ws-date-fin PIC 9(8).
       01  ws-taille-saisie PIC 9(2) VALUE ZERO.
       01  ws-taille-echantillon PIC 9(2) VALUE 5.
       01  ws-campagne PIC 9(4) VALUE ZERO.
       01  ws-rang PIC 9(4) VALUE ZERO.
      *>    Generateur congruentiel de Park et Miller : la meme graine
      *>    redonne exactement le meme tirage sur le meme historique,
      *>    ce que l'auditeur doit pouvoir montrer a ses controleurs.
       01  ws-graine-saisie PIC 9(9) VALUE ZERO.
       01  ws-graine PIC 9(10) VALUE ZERO.
       01  ws-produit-graine PIC 9(18) VALUE ZERO.
       01  ws-alea PIC V9(9) VALUE ZERO.
      *>    Poids d'un mouvement : 1 plus un point par tranche de 500
      *>    euros (plafonne a 21), quadruple pour une correction ou
      *>    une extourne, toutes deux passees en "Correction".
       01  ws-poids PIC 9(3)V99 VALUE ZERO.
       01  ws-poids-maximum PIC 9(3)V99 VALUE 21.
       01  ws-facteur-correction PIC 9 VALUE 4.
       01  ws-cle PIC V9(9) VALUE ZERO.
       01  ws-cle-minimum PIC V9(9) VALUE ZERO.
       01  ws-slot-minimum PIC 9(2) VALUE ZERO.
       01  table-operateurs.
           05  to-entry OCCURS 500 TIMES INDEXED BY to-i.
               10  to-id               PIC X(8).
       01  to-nombre PIC 9(3) VALUE ZERO.
       01  ws-guichetier PIC X VALUE 'N'.
      *>    Un echantillon par guichetier et par agence : chaque
      *>    groupe garde les mouvements de plus forte cle tiree
      *>    (tirage pondere sans remise, en un seul passage).
       01  table-groupes.
           05  gr-entry OCCURS 100 TIMES INDEXED BY gr-i.
               10  gr-operateur        PIC X(8).
               10  gr-agence           PIC X(3).
               10  gr-mouvements       PIC 9(7).
               10  gr-retenus          PIC 9(2).
               10  gr-tirage OCCURS 10 TIMES INDEXED BY gt-i.
                   15  gt-cle          PIC V9(9).
                   15  gt-compte       PIC 9(6).
                   15  gt-date         PIC 9(8).
                   15  gt-sequence     PIC 9(9).
                   15  gt-action       PIC X(10).
                   15  gt-montant      PIC 9(7)V99.
                   15  gt-motif        PIC X(20).
       01  gr-nombre PIC 9(3) VALUE ZERO.
       01  ws-groupes-ignores PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *>    Echantillon de l'audit interne : pour la periode choisie,
      *>    un tirage au sort reproductible (graine saisie) des
      *>    mouvements passes par chaque guichetier dans chaque
      *>    agence, pris dans historique_index. Les gros montants,
      *>    les corrections et les extournes ont plus de chances
      *>    d'etre tires. Chaque mouvement tire part dans
      *>    echantillons_audit, a verifier, sous un nouveau numero de
      *>    campagne ; les constats se portent avec revue_audit.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-du-jour
           DISPLAY "Echantillonnage de l'audit interne"
           DISPLAY "Date de debut (AAAAMMJJ) :"
           ACCEPT ws-date-debut
           DISPLAY "Date de fin (AAAAMMJJ) :"
           ACCEPT ws-date-fin
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-debut) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(ws-date-fin)
                       NOT = ZERO
                   OR ws-date-fin < ws-date-debut THEN
               DISPLAY "/!\ Periode invalide"
               STOP RUN
           END-IF
           DISPLAY "Mouvements par guichetier et agence (1 a 10,"
                       " vide = 5) :"
           ACCEPT ws-taille-saisie
           IF ws-taille-saisie > 10 THEN
               DISPLAY "/!\ Au plus 10 mouvements par groupe"
               STOP RUN
           END-IF
           IF ws-taille-saisie NOT = ZERO THEN
               MOVE ws-taille-saisie TO ws-taille-echantillon
           END-IF
           DISPLAY "Graine du tirage (vide = date du jour) :"
           ACCEPT ws-graine-saisie
           IF ws-graine-saisie = ZERO THEN
               MOVE ws-date-du-jour TO ws-graine-saisie
           END-IF
           MOVE ws-graine-saisie TO ws-graine
           IF ws-graine >= 2147483647 THEN
               SUBTRACT 2147483646 FROM ws-graine
           END-IF

           PERFORM CHARGER-OPERATEURS
           PERFORM TIRER-MOUVEMENTS
           IF gr-nombre = ZERO THEN
               DISPLAY "Aucun mouvement de guichet sur la periode"
               STOP RUN
           END-IF
           PERFORM NUMEROTER-CAMPAGNE
           PERFORM ECRIRE-ECHANTILLON
           DISPLAY "Campagne ", ws-campagne, " : ", ws-rang,
                       " mouvements a verifier, graine ",
                       ws-graine-saisie
           IF ws-groupes-ignores > ZERO THEN
               DISPLAY "/!\ Trop de groupes : ", ws-groupes-ignores,
                           " mouvements non echantillonnes"
           END-IF
           STOP RUN.

       CHARGER-OPERATEURS.
           MOVE ZERO TO to-nombre
           MOVE 'N' TO fin_operateurs
           OPEN INPUT operateurs
           IF ws-file-status-operateurs = '00' THEN
               PERFORM UNTIL fin_operateurs = 'Y'
                   READ operateurs
                       AT END
                           MOVE 'Y' TO fin_operateurs
                       NOT AT END
                           IF to-nombre < 500 THEN
                               ADD 1 TO to-nombre
                               MOVE opr-id TO to-id(to-nombre)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF.

       TIRER-MOUVEMENTS.
      *>    Parcours dans l'ordre de la cle (compte, date, sequence) :
      *>    l'ordre de consommation des aleas est donc fixe, et le
      *>    tirage rejouable.
           MOVE ZERO TO gr-nombre
           MOVE 'N' TO fin_index
           OPEN INPUT historique_index
           IF ws-file-status-index = '00' THEN
               PERFORM UNTIL fin_index = 'Y'
                   READ historique_index NEXT RECORD
                       AT END
                           MOVE 'Y' TO fin_index
                       NOT AT END
                           IF hi-date >= ws-date-debut
                                   AND hi-date <= ws-date-fin
                                   AND hi-action NOT = "Connexion "
                                   AND hi-action NOT = "Deconnexio"
                                   THEN
                               PERFORM EXAMINER-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique_index
           END-IF.

       EXAMINER-MOUVEMENT.
           MOVE 'N' TO ws-guichetier
           PERFORM VARYING to-i FROM 1 BY 1 UNTIL to-i > to-nombre
               IF to-id(to-i) = hi-operateur THEN
                   MOVE 'O' TO ws-guichetier
               END-IF
           END-PERFORM
           IF ws-guichetier = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           SET gr-i TO 1
           SEARCH gr-entry
               AT END
                   CONTINUE
               WHEN gr-i > gr-nombre
                   CONTINUE
               WHEN gr-operateur(gr-i) = hi-operateur
                       AND gr-agence(gr-i) = hi-agence
                   CONTINUE
           END-SEARCH
           IF gr-i > gr-nombre THEN
               IF gr-nombre >= 100 THEN
                   ADD 1 TO ws-groupes-ignores
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO gr-nombre
               SET gr-i TO gr-nombre
               MOVE hi-operateur TO gr-operateur(gr-i)
               MOVE hi-agence TO gr-agence(gr-i)
               MOVE ZERO TO gr-mouvements(gr-i)
               MOVE ZERO TO gr-retenus(gr-i)
           END-IF
           ADD 1 TO gr-mouvements(gr-i)
           PERFORM CALCULER-CLE
           IF gr-retenus(gr-i) < ws-taille-echantillon THEN
               ADD 1 TO gr-retenus(gr-i)
               SET gt-i TO gr-retenus(gr-i)
               PERFORM RETENIR-MOUVEMENT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ws-slot-minimum
           MOVE gt-cle(gr-i, 1) TO ws-cle-minimum
           PERFORM VARYING gt-i FROM 2 BY 1
                   UNTIL gt-i > gr-retenus(gr-i)
               IF gt-cle(gr-i, gt-i) < ws-cle-minimum THEN
                   MOVE gt-cle(gr-i, gt-i) TO ws-cle-minimum
                   SET ws-slot-minimum TO gt-i
               END-IF
           END-PERFORM
           IF ws-cle > ws-cle-minimum THEN
               SET gt-i TO ws-slot-minimum
               PERFORM RETENIR-MOUVEMENT
           END-IF.

       CALCULER-CLE.
      *>    Cle de tirage pondere : alea a la puissance 1 / poids.
      *>    Plus le poids est fort, plus la cle tend vers 1.
           COMPUTE ws-produit-graine = ws-graine * 16807
           COMPUTE ws-graine =
                   FUNCTION MOD(ws-produit-graine, 2147483647)
           COMPUTE ws-alea = ws-graine / 2147483647
           COMPUTE ws-poids = 1 + hi-montant / 500
           IF ws-poids > ws-poids-maximum THEN
               MOVE ws-poids-maximum TO ws-poids
           END-IF
           IF hi-action = "Correction" THEN
               MULTIPLY ws-facteur-correction BY ws-poids
           END-IF
           COMPUTE ws-cle = ws-alea ** (1 / ws-poids).

       RETENIR-MOUVEMENT.
           MOVE ws-cle TO gt-cle(gr-i, gt-i)
           MOVE hi-compte TO gt-compte(gr-i, gt-i)
           MOVE hi-date TO gt-date(gr-i, gt-i)
           MOVE hi-sequence TO gt-sequence(gr-i, gt-i)
           MOVE hi-action TO gt-action(gr-i, gt-i)
           MOVE hi-montant TO gt-montant(gr-i, gt-i)
           MOVE hi-motif TO gt-motif(gr-i, gt-i).

       NUMEROTER-CAMPAGNE.
           MOVE ZERO TO ws-campagne
           MOVE 'N' TO fin_audit
           OPEN INPUT echantillons_audit
           IF ws-file-status-audit = '00' THEN
               PERFORM UNTIL fin_audit = 'Y'
                   READ echantillons_audit
                       AT END
                           MOVE 'Y' TO fin_audit
                       NOT AT END
                           IF aud-campagne > ws-campagne THEN
                               MOVE aud-campagne TO ws-campagne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE echantillons_audit
           END-IF
           ADD 1 TO ws-campagne.

       ECRIRE-ECHANTILLON.
           MOVE ZERO TO ws-rang
           OPEN EXTEND echantillons_audit
           IF ws-file-status-audit = '35' THEN
               OPEN OUTPUT echantillons_audit
           END-IF
           PERFORM VARYING gr-i FROM 1 BY 1 UNTIL gr-i > gr-nombre
               DISPLAY gr-operateur(gr-i), " agence ",
                           gr-agence(gr-i), " : ",
                           gr-retenus(gr-i), " tires sur ",
                           gr-mouvements(gr-i)
               PERFORM VARYING gt-i FROM 1 BY 1
                       UNTIL gt-i > gr-retenus(gr-i)
                   PERFORM ECRIRE-UN-TIRAGE
               END-PERFORM
           END-PERFORM
           CLOSE echantillons_audit.

       ECRIRE-UN-TIRAGE.
           ADD 1 TO ws-rang
           MOVE ws-campagne TO aud-campagne
           MOVE ws-rang TO aud-rang
           MOVE ws-date-debut TO aud-date-debut
           MOVE ws-date-fin TO aud-date-fin
           MOVE ws-graine-saisie TO aud-graine
           MOVE gt-compte(gr-i, gt-i) TO aud-compte
           MOVE gt-date(gr-i, gt-i) TO aud-date
           MOVE gt-sequence(gr-i, gt-i) TO aud-sequence
           MOVE gt-action(gr-i, gt-i) TO aud-action
           MOVE gt-montant(gr-i, gt-i) TO aud-montant
           MOVE gt-motif(gr-i, gt-i) TO aud-motif
           MOVE gr-operateur(gr-i) TO aud-operateur
           MOVE gr-agence(gr-i) TO aud-agence
           MOVE 'A' TO aud-statut
           MOVE SPACES TO aud-commentaire
           MOVE SPACES TO aud-auditeur
           MOVE ZERO TO aud-date-revue
           WRITE audit-record
           END-WRITE.
       END PROGRAM echantillonnage_audit.

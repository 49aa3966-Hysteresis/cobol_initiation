       IDENTIFICATION DIVISION.
       PROGRAM-ID. reference_paiement_jardin.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ws-base PIC 9(8).
       01  ws-cle PIC 9(2).
       01  ws-cle-lue PIC 9(2).
       01  ws-numero-lu PIC 9(6).
       01  ws-libelle PIC X(30).
       01  ws-compacte PIC X(30).
       01  ws-car PIC X.
       01  ws-i PIC 9(2).
       01  ws-j PIC 9(2).
       01  ws-trouve PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ls-mode PIC X.
       01  ls-numero PIC 9(6).
       01  ls-reference PIC X(30).
       01  ls-resultat PIC X.

       PROCEDURE DIVISION USING ls-mode, ls-numero, ls-reference,
                                ls-resultat.
      *>    Reference de paiement des factures de jardin, imprimee sur
      *>    les devis et les factures pour que le client la recopie
      *>    dans le libelle de son virement : prefixe, numero sur six
      *>    chiffres et deux chiffres de cle (modulo 97, comme la cle
      *>    RIB), de sorte qu'un chiffre errone ou transpose ne
      *>    designe pas la facture d'un autre.
      *>    Mode F : reference de la facture ls-numero (JFnnnnnncc).
      *>    Mode D : reference du devis ls-numero (JDnnnnnncc), payee
      *>             avant que la facture d'acompte n'existe.
      *>    Mode L : cherche une reference valide dans le libelle
      *>             ls-reference ; ls-resultat vaut F (facture) ou
      *>             D (devis) avec le numero dans ls-numero, ou N.
           EVALUATE ls-mode
               WHEN 'F'
               WHEN 'D'
                   MOVE ls-numero TO ws-numero-lu
                   PERFORM CALCULER-LA-CLE
                   MOVE SPACES TO ls-reference
                   STRING "J" DELIMITED BY SIZE
                           ls-mode DELIMITED BY SIZE
                           ls-numero DELIMITED BY SIZE
                           ws-cle DELIMITED BY SIZE
                       INTO ls-reference
                   MOVE 'O' TO ls-resultat
               WHEN 'L'
                   PERFORM LIRE-LA-REFERENCE
           END-EVALUATE
           GOBACK.

       CALCULER-LA-CLE.
      *>    Cle ISO 7064 modulo 97-10 : le numero suivi de la cle est
      *>    congru a 1 modulo 97.
           COMPUTE ws-base = ws-numero-lu * 100
           COMPUTE ws-cle = 98 - FUNCTION MOD(ws-base, 97).

       LIRE-LA-REFERENCE.
      *>    Le client recopie la reference a sa facon : minuscules,
      *>    blancs, tirets ou points au milieu. Le libelle est mis en
      *>    majuscules et debarrasse de ces separateurs avant la
      *>    recherche.
           MOVE 'N' TO ls-resultat
           MOVE ZERO TO ls-numero
           MOVE ls-reference TO ws-libelle
           INSPECT ws-libelle CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO ws-compacte
           MOVE ZERO TO ws-j
           PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 30
               MOVE ws-libelle(ws-i:1) TO ws-car
               IF ws-car NOT = SPACE AND ws-car NOT = '-'
                       AND ws-car NOT = '.' AND ws-car NOT = '/' THEN
                   ADD 1 TO ws-j
                   MOVE ws-car TO ws-compacte(ws-j:1)
               END-IF
           END-PERFORM
           MOVE 'N' TO ws-trouve
           PERFORM VARYING ws-i FROM 1 BY 1
                   UNTIL ws-i > 21 OR ws-trouve = 'O'
               IF (ws-compacte(ws-i:2) = "JF"
                       OR ws-compacte(ws-i:2) = "JD")
                       AND ws-compacte(ws-i + 2:8) IS NUMERIC THEN
                   MOVE ws-compacte(ws-i + 2:6) TO ws-numero-lu
                   MOVE ws-compacte(ws-i + 8:2) TO ws-cle-lue
                   PERFORM CALCULER-LA-CLE
                   IF ws-cle = ws-cle-lue THEN
                       MOVE 'O' TO ws-trouve
                       MOVE ws-numero-lu TO ls-numero
                       MOVE ws-compacte(ws-i + 1:1) TO ls-resultat
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM reference_paiement_jardin.

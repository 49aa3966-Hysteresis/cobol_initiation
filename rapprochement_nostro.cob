       01  ws-ecart-montant PIC S9(9)V99
                            SIGN LEADING SEPARATE VALUE ZERO.
       01  ws-age-jours PIC S9(5) VALUE ZERO.
       01  ws-montant-attendu PIC 9(9)V99 VALUE ZERO.
       01  ws-nombre-rapproches PIC 9(4) VALUE ZERO.
       01  ws-nombre-sans-livre PIC 9(4) VALUE ZERO.
       01  ws-nombre-sans-releve PIC 9(4) VALUE ZERO.
           END-IF.

       CONTROLER-MONTANT-VIREMENT.
           PERFORM CALCULER-MONTANT-ATTENDU
           IF ws-montant-attendu = tr-montant(tr-i) THEN
               MOVE 'O' TO tr-rapproche(tr-i)
               ADD 1 TO ws-nombre-rapproches
           ELSE
               MOVE 'E' TO tr-rapproche(tr-i)
               ADD 1 TO ws-nombre-ecarts
               COMPUTE ws-ecart-montant =
                       tr-montant(tr-i) - ws-montant-attendu
               PERFORM CALCULER-AGE-LIGNE
               MOVE SPACES TO ligne-rapport
               STRING "ECART sequence " DELIMITED BY SIZE
                       tr-sequence(tr-i) DELIMITED BY SIZE
                       " : releve " DELIMITED BY SIZE
                       tr-montant(tr-i) DELIMITED BY SIZE
                       " € / attendu " DELIMITED BY SIZE
                       ws-montant-attendu DELIMITED BY SIZE
                       " € (ecart " DELIMITED BY SIZE
                       ws-ecart-montant DELIMITED BY SIZE
                       ", age " DELIMITED BY SIZE
               END-WRITE
           END-IF.

       CALCULER-MONTANT-ATTENDU.
      *>    Le montant du virement est ce qui est reellement parti
      *>    (net de nos frais en option B). En frais partages ou a la
      *>    charge du beneficiaire, le correspondant preleve son frais
      *>    sur les fonds en route et notre nostro n'est debite que
      *>    du montant envoye ; en option O il nous facture son frais
      *>    en plus, frais deja preleve au client et note sur le
      *>    virement. Un virement sans option (depose avant les
      *>    options) est rapproche sur son montant brut.
           MOVE ve-montant TO ws-montant-attendu
           IF ve-frais-emetteur THEN
               ADD ve-frais-correspondant TO ws-montant-attendu
           END-IF.

       RAPPROCHER-LIGNE-CREDIT.
           MOVE 'N' TO fin_credits
           OPEN INPUT credits_entrants
           END-PERFORM
           IF ws-virement-au-releve = 'N' THEN
               ADD 1 TO ws-nombre-sans-releve
               PERFORM CALCULER-MONTANT-ATTENDU
               COMPUTE ws-age-jours =
                       FUNCTION INTEGER-OF-DATE(ws-date-du-jour)
                       - FUNCTION
                       DELIMITED BY SIZE
                       ve-sequence DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ws-montant-attendu DELIMITED BY SIZE
                       " € regle le " DELIMITED BY SIZE
                       ve-date-reglement DELIMITED BY SIZE
                       " (age " DELIMITED BY SIZE

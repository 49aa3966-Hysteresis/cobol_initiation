      *> Enregistrement du journal des mouvements des comptes
      *> clients de la boutique (mouvements_credit_boutique), jamais
      *> reecrit : il nourrit le releve mensuel. Le montant est signe
      *> comme son effet sur le du du client : vente a credit (V) en
      *> positif, reglement au comptoir (R) et prelevement encaisse
      *> (P) en negatif. Un prelevement rejete (J) est trace pour
      *> memoire avec le montant presente mais ne bouge pas le du.
       01  mouvement-credit-record.
           05  mc-client           PIC 9(6).
           05  mc-date             PIC 9(8).
           05  mc-type             PIC X(1).
               88  mc-vente        VALUE 'V'.
               88  mc-reglement    VALUE 'R'.
               88  mc-preleve      VALUE 'P'.
               88  mc-rejet        VALUE 'J'.
           05  mc-montant          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  mc-ticket           PIC 9(6).
           05  mc-caisse           PIC 9(2).
           05  mc-caissier         PIC X(8).
           05  mc-reference        PIC X(30).

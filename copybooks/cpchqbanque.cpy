      *> Enregistrement du registre des cheques de banque
      *> (cheques_banque) : une ligne par cheque de banque emis au
      *> guichet, a la place du carnet papier. Le client est debite
      *> a l'emission et le montant attend au passif des cheques de
      *> banque en circulation jusqu'a la presentation, ou le
      *> paiement se fait sur ce passif, jamais sur un compte client.
      *> Le code de controle imprime sur la formule permet au
      *> vendeur de faire verifier le cheque par telephone.
       01  cheque-banque-record.
           05  cbq-numero              PIC 9(7).
           05  cbq-compte              PIC 9(6).
           05  cbq-beneficiaire        PIC X(30).
           05  cbq-montant             PIC 9(7)V99.
           05  cbq-date-emission       PIC 9(8).
           05  cbq-code-controle       PIC 9(6).
           05  cbq-statut              PIC X(1).
      *>    Emis : en circulation, au passif.
               88  cbq-emis            VALUE 'E'.
               88  cbq-paye            VALUE 'P'.
      *>    Oppose : perdu ou vole, impayable, le montant reste au
      *>    passif jusqu'au remboursement du client.
               88  cbq-oppose          VALUE 'O'.
               88  cbq-rembourse       VALUE 'R'.
           05  cbq-date-statut         PIC 9(8).
           05  cbq-operateur           PIC X(8).
           05  cbq-superviseur         PIC X(8).

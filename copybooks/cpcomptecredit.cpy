      *> Enregistrement du fichier des comptes clients de la
      *> boutique (comptes_credit_boutique) : les habitues et les
      *> entreprises du coin qui achetent a credit et reglent en fin
      *> de mois, a la place du cahier. Un compte par membre
      *> fidelite (cpfidelite.cpy), avec son plafond ; le releve
      *> mensuel arrete le montant du et son echeance, et le preleve
      *> quand le client a son compte chez nous et un mandat actif
      *> au nom de la boutique (cpmandprel.cpy).
       01  compte-credit-record.
           05  cc-client           PIC 9(6).
           05  cc-nom              PIC X(30).
           05  cc-plafond          PIC 9(5)V99.
      *>    Du par le client, ventes a credit moins reglements.
           05  cc-solde            PIC S9(7)V99 SIGN LEADING SEPARATE.
      *>    Compte du client dans le fichier maitre des comptes, zero
      *>    s'il n'est pas client de la banque.
           05  cc-compte-bancaire  PIC 9(6).
           05  cc-date-ouverture   PIC 9(8).
      *>    Dernier releve mensuel : le montant qu'il arretait reste
      *>    du jusqu'a son reglement, et une echeance depassee bloque
      *>    les ventes a credit.
           05  cc-date-releve      PIC 9(8).
           05  cc-reste-du         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  cc-date-echeance    PIC 9(8).
           05  cc-prelevement      PIC X(1).
               88  cc-sans-prelevement     VALUE ' '.
               88  cc-prelevement-en-cours VALUE 'E'.
               88  cc-prelevement-rejete   VALUE 'J'.
           05  cc-montant-preleve  PIC 9(7)V99.
           05  cc-statut           PIC X(1).
               88  cc-actif        VALUE 'A'.
               88  cc-ferme        VALUE 'F'.

      *> Enregistrement de la file de filtrage (file_filtrage) : une
      *> ligne par operation retenue parce que le nom ou la reference
      *> de la contrepartie ressemble a une entree de la liste de gel
      *> des avoirs. Rien n'est poste tant qu'un superviseur n'a pas
      *> tranche (filtrage_sanctions) : liberee (faux positif, elle
      *> est alors passee) ou confirmee (declaree, les fonds restent
      *> geles). La ligne porte tout ce qu'il faut pour passer
      *> l'operation a la liberation.
       01  filtrage-record.
           05  flt-sequence            PIC 9(6).
           05  flt-date                PIC 9(8).
           05  flt-origine             PIC X(1).
               88  flt-virement-sortant VALUE 'V'.
               88  flt-credit-entrant  VALUE 'C'.
               88  flt-salaire         VALUE 'S'.
      *>    Notre compte : debite pour un virement sortant, credite
      *>    pour un credit entrant ou un salaire ; pour un salaire, le
      *>    compte de l'employeur a debiter est en contrepartie.
           05  flt-compte              PIC 9(6).
           05  flt-compte-contrepartie PIC 9(6).
           05  flt-montant             PIC 9(7)V99.
           05  flt-nom                 PIC X(40).
           05  flt-reference           PIC X(30).
           05  flt-banque              PIC X(8).
           05  flt-iban                PIC X(20).
           05  flt-devise              PIC X(3).
           05  flt-montant-devise      PIC 9(7)V99.
           05  flt-taux-applique       PIC 9(3)V9(6).
           05  flt-identifiant-liste   PIC X(10).
           05  flt-nom-liste           PIC X(40).
           05  flt-operateur           PIC X(8).
           05  flt-statut              PIC X(1).
               88  flt-en-attente      VALUE 'E'.
               88  flt-libere          VALUE 'L'.
               88  flt-confirme        VALUE 'C'.
           05  flt-superviseur         PIC X(8).
           05  flt-date-decision       PIC 9(8).
      *>    Option de frais du virement externe (O emetteur, S
      *>    partages, B beneficiaire), reprise a la liberation.
           05  flt-option-frais        PIC X(1).

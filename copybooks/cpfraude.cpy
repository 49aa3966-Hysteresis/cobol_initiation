      *> Enregistrement de la file de revue anti-fraude
      *> (file_fraude) : une ligne par virement retenu par
      *> controler_fraude parce qu'il a touche au moins une regle
      *> (beneficiaire nouveau au-dela du plafond reduit, rafale de
      *> virements, virement vidant le compte). Rien n'est poste
      *> tant qu'un superviseur n'a pas rappele le client et tranche
      *> (revue_fraude) : libere, le virement est alors passe ;
      *> rejete, il est abandonne. La ligne porte tout ce qu'il faut
      *> pour passer le virement a la liberation.
       01  fraude-record.
           05  frd-sequence            PIC 9(6).
           05  frd-date                PIC 9(8).
           05  frd-heure               PIC 9(6).
           05  frd-type                PIC X(1).
               88  frd-virement-interne VALUE 'V'.
               88  frd-virement-externe VALUE 'E'.
           05  frd-compte              PIC 9(6).
           05  frd-compte-destination  PIC 9(6).
           05  frd-banque              PIC X(8).
           05  frd-iban                PIC X(20).
           05  frd-nom                 PIC X(40).
           05  frd-montant             PIC 9(7)V99.
           05  frd-devise              PIC X(3).
           05  frd-montant-devise      PIC 9(7)V99.
           05  frd-taux-applique       PIC 9(3)V9(6).
           05  frd-memo                PIC X(30).
      *>    Regles touchees, une position par regle : B beneficiaire
      *>    nouveau, R rafale, S part du disponible ; espace sinon.
           05  frd-regles.
               10  frd-regle-beneficiaire PIC X(1).
               10  frd-regle-rafale    PIC X(1).
               10  frd-regle-part      PIC X(1).
           05  frd-operateur           PIC X(8).
           05  frd-statut              PIC X(1).
               88  frd-en-attente      VALUE 'E'.
               88  frd-libere          VALUE 'L'.
               88  frd-rejete          VALUE 'R'.
      *>    Pose par l'appelant pour un virement qui part aux quatre
      *>    yeux : les regles sont evaluees et journalisees sous le
      *>    numero de la demande d'approbation (frd-sequence), sans
      *>    depot dans file_fraude ; le superviseur qui approuve voit
      *>    les regles touchees sur la demande.
               88  frd-aux-quatre-yeux VALUE 'Q'.
           05  frd-superviseur         PIC X(8).
           05  frd-date-decision       PIC 9(8).
      *>    Compte rendu du rappel du client par le superviseur
      *>    (numero appele, reconnaissance ou non de l'operation).
           05  frd-note-rappel         PIC X(60).
      *>    Option de frais du virement externe (O emetteur, S
      *>    partages, B beneficiaire), reprise a la liberation.
           05  frd-option-frais        PIC X(1).

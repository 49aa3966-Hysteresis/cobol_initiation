      *> Enregistrement d'une liste de mobilite bancaire : une ligne
      *> par operation recurrente d'un compte qui change de banque,
      *> virement permanent (O) ou mandat de prelevement (M). Meme
      *> disposition dans les deux sens : la liste recue de
      *> l'ancienne banque pour un client qui arrive
      *> (mobilite_entrante), et la liste envoyee a la nouvelle
      *> banque pour un client qui part (mobilite_transmise).
       01  mobilite-record.
      *>    Reference du dossier de mobilite, commune a toutes les
      *>    lignes du meme client et reprise sur les confirmations.
           05  mob-reference           PIC X(12).
           05  mob-banque-emettrice    PIC X(8).
      *>    Compte chez nous : le nouveau compte a l'arrivee, le
      *>    compte qui ferme au depart.
           05  mob-compte              PIC 9(6).
           05  mob-rang                PIC 9(3).
           05  mob-type                PIC X(1).
               88  mob-ordre-permanent VALUE 'O'.
               88  mob-mandat          VALUE 'M'.
      *>    Virement permanent : beneficiaire, montant, periodicite
      *>    et prochaine echeance, comme dans cpordre.cpy.
           05  mob-banque-destinataire PIC X(8).
           05  mob-iban-destinataire   PIC X(20).
           05  mob-montant             PIC 9(7)V99.
           05  mob-frequence           PIC X(1).
           05  mob-prochaine-execution PIC 9(8).
           05  mob-libelle             PIC X(30).
      *>    Mandat : identifiant creancier et date de signature,
      *>    comme dans cpmandprel.cpy.
           05  mob-creancier           PIC X(13).
           05  mob-date-signature      PIC 9(8).
      *>    Suite donnee a la ligne recue : blanc en attente, A
      *>    reprise sur le nouveau compte, R refusee au guichet.
           05  mob-statut              PIC X(1).
               88  mob-en-attente      VALUE ' '.
               88  mob-reprise         VALUE 'A'.
               88  mob-refusee         VALUE 'R'.
           05  mob-date-traitement     PIC 9(8).

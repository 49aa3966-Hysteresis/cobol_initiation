      *> Enregistrement du fichier des saisies (saisies) : une ligne
      *> par acte signifie a la banque contre un client debiteur -
      *> saisie-attribution d'un commissaire de justice ou avis a
      *> tiers detenteur du Tresor. Les lignes sont ajoutees dans
      *> l'ordre de signification, qui est aussi l'ordre dans lequel
      *> traitement_saisies gele puis paie : le premier acte signifie
      *> est servi le premier.
       01  saisie-record.
           05  sai-sequence            PIC 9(6).
           05  sai-client              PIC 9(6).
           05  sai-type                PIC X(1).
               88  sai-attribution     VALUE 'A'.
               88  sai-atd             VALUE 'T'.
               88  sai-type-valide     VALUE 'A' 'T'.
           05  sai-creancier           PIC X(30).
           05  sai-reference           PIC X(20).
           05  sai-montant-reclame     PIC 9(7)V99.
           05  sai-date-signification  PIC 9(8).
      *>    Coordonnees de paiement du creancier : le montant saisi
      *>    lui est verse par virement externe a la fin du delai de
      *>    contestation.
           05  sai-banque-creancier    PIC X(8).
           05  sai-iban-creancier      PIC X(20).
           05  sai-statut              PIC X(1).
      *>    Recue : enregistree au guichet, pas encore gelee.
               88  sai-recue           VALUE 'R'.
      *>    Gelee : fonds saisissables bloques, delai en cours.
               88  sai-gelee           VALUE 'G'.
      *>    Contestee devant le juge : le paiement est suspendu, les
      *>    fonds restent geles jusqu'a la decision.
               88  sai-contestee       VALUE 'C'.
               88  sai-payee           VALUE 'P'.
      *>    Mainlevee : saisie levee, fonds rendus au client.
               88  sai-mainlevee       VALUE 'M'.
           05  sai-montant-gele        PIC 9(7)V99.
           05  sai-date-gel            PIC 9(8).
           05  sai-date-fin-contestation PIC 9(8).
      *>    Compte cite dans l'avis au client (premier compte du
      *>    debiteur) et date d'envoi de cet avis par avis_clients.
           05  sai-compte-avis         PIC 9(6).
           05  sai-date-avis           PIC 9(8).
           05  sai-montant-paye        PIC 9(7)V99.
           05  sai-date-paiement       PIC 9(8).
           05  sai-operateur           PIC X(8).

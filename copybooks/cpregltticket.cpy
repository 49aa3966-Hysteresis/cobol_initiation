      *> Enregistrement du fichier des reglements des tickets du
      *> jour (reglements_tickets), remonte par la caisse comme
      *> ventes_jour : une ligne par moyen de paiement d'un ticket,
      *> un ticket pouvant etre regle en plusieurs fois (especes et
      *> carte, bon cadeau complete en especes...). Un remboursement
      *> de retour porte un montant negatif dans le moyen rendu.
       01  reglement-ticket-record.
           05  rt-numero-ticket    PIC 9(6).
           05  rt-mode             PIC X(1).
               88  rt-especes      VALUE 'E'.
               88  rt-carte        VALUE 'C'.
               88  rt-cheque       VALUE 'Q'.
               88  rt-bon-cadeau   VALUE 'B'.
               88  rt-points       VALUE 'P'.
      *>    Vente portee au compte client de la boutique (numero du
      *>    compte en reference) ; un reglement de ce compte au
      *>    comptoir l'annule en negatif en face de l'argent recu.
               88  rt-compte-client VALUE 'K'.
      *>    Vente d'un bon cadeau (numero du bon en reference), en
      *>    negatif en face de l'argent recu : l'argent part avec la
      *>    recette, le bon n'est pas du chiffre.
               88  rt-vente-bon    VALUE 'V'.
           05  rt-montant          PIC S9(6)V99 SIGN LEADING SEPARATE.
      *>    Numero du bon cadeau, du cheque ou de l'autorisation
      *>    carte, pour retrouver le paiement d'un ticket conteste.
           05  rt-reference        PIC X(12).
      *>    Caisse et caissier qui ont encaisse, comme sur les lignes
      *>    de ventes_jour.
           05  rt-caisse           PIC 9(2).
           05  rt-caissier         PIC X(8).

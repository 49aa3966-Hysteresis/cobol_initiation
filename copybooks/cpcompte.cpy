           05  compte-nom              PIC X(20).
           05  compte-prenom           PIC X(20).
           05  compte-pin              PIC X(4).
      *>    Solde tenu en decimal exact, au centime, comme le solde
      *>    apres porte par chaque ecriture de l'historique.
           05  compte-solde            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  compte-decouvert-autorise PIC 9(7)V99.
           05  compte-produit          PIC X(4).
           05  compte-devise           PIC X(3).
      *>    Agence de rattachement du compte (code du fichier de
      *>    poste code_agence du site qui l'a ouvert).
           05  compte-agence           PIC X(3).
      *>    Compte de mineur : un ou deux representants legaux (mandats
      *>    'L'), plafond de retrait reduit (parametre_mineurs), aucun
      *>    decouvert et aucun virement vers une autre banque. Leve par
      *>    passage_majorite aux 18 ans du titulaire.
           05  compte-mineur           PIC X(1).
               88  compte-de-mineur    VALUE 'O'.

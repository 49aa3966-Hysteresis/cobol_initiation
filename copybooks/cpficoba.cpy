      *> Enregistrement de la file des declarations au fichier
      *> national des comptes bancaires FICOBA (declarations_ficoba).
      *> Chaque ouverture, cloture, ajout ou retrait de mandataire et
      *> chaque deces de titulaire y depose un evenement par
      *> deposer_declaration ; le batch du soir transmission_ficoba
      *> met en forme les evenements a envoyer dans le fichier du
      *> regulateur, puis traite l'accuse de reception qui revient.
       01  declaration-ficoba.
      *>    Numero d'ordre attribue au depot : c'est lui que l'accuse
      *>    de reception du regulateur renvoie pour chaque ligne.
           05  dfc-sequence            PIC 9(8).
           05  dfc-date-evenement      PIC 9(8).
           05  dfc-nature              PIC X(1).
               88  dfc-ouverture       VALUE 'O'.
               88  dfc-cloture         VALUE 'C'.
      *>    Modification : un mandataire ou un representant legal
      *>    ajoute sur le compte (M) ou qui le quitte (R).
               88  dfc-ajout-mandataire VALUE 'M'.
               88  dfc-retrait-mandataire VALUE 'R'.
               88  dfc-deces           VALUE 'D'.
           05  dfc-qualite             PIC X(1).
               88  dfc-titulaire       VALUE 'T'.
               88  dfc-mandataire      VALUE 'M'.
               88  dfc-representant    VALUE 'L'.
           05  dfc-compte              PIC 9(6).
           05  dfc-client              PIC 9(6).
      *>    Etat civil releve dans clients au depot, rafraichi a la
      *>    correction d'un rejet.
           05  dfc-nom                 PIC X(20).
           05  dfc-prenom              PIC X(20).
           05  dfc-date-naissance      PIC 9(8).
           05  dfc-operateur           PIC X(8).
           05  dfc-statut              PIC X(1).
               88  dfc-a-envoyer       VALUE 'A'.
               88  dfc-envoyee         VALUE 'E'.
               88  dfc-acceptee        VALUE 'K'.
      *>    Rejetee : reste au tableau de bord du matin jusqu'a sa
      *>    correction (renvoi) ou son annulation par un superviseur
      *>    (correction_ficoba).
               88  dfc-rejetee         VALUE 'J'.
               88  dfc-annulee         VALUE 'X'.
      *>    Numero du fichier transmis qui a emporte la declaration,
      *>    tel que garde au journal des envois (journal_ficoba).
           05  dfc-numero-fichier      PIC 9(6).
           05  dfc-date-envoi          PIC 9(8).
           05  dfc-date-accuse         PIC 9(8).
           05  dfc-code-rejet          PIC X(3).
           05  dfc-libelle-rejet       PIC X(40).

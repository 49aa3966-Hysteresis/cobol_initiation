      *> Enregistrement du fichier des cheques remis (cheques_remis) :
      *> une ligne par cheque tire sur une autre banque et depose au
      *> guichet par un client, sur un bordereau de remise qui peut
      *> en porter plusieurs. Le compte est credite du total de la
      *> remise sous reserve d'encaissement (blocage jusqu'a la fin du
      *> delai de compensation) ; chaque cheque part ensuite la nuit
      *> dans le fichier de compensation de la banque tiree.
       01  cheque-remis.
           05  rc-numero-remise        PIC 9(6).
           05  rc-rang                 PIC 9(2).
           05  rc-compte               PIC 9(6).
           05  rc-banque-tiree         PIC X(8).
           05  rc-numero-cheque        PIC 9(7).
           05  rc-montant              PIC 9(7)V99.
           05  rc-date-remise          PIC 9(8).
      *>    Fin du delai d'encaissement : date d'expiration du blocage
      *>    pose sur le compte pour le total de la remise.
           05  rc-date-fin-reserve     PIC 9(8).
           05  rc-statut               PIC X(1).
      *>    Remis : credite au compte, pas encore envoye.
               88  rc-remis            VALUE 'R'.
      *>    Envoye en compensation a la banque tiree.
               88  rc-envoye           VALUE 'E'.
      *>    Impaye : revenu rejete par la banque tiree, le credit a
      *>    ete contre-passe.
               88  rc-impaye           VALUE 'I'.
           05  rc-date-envoi           PIC 9(8).
           05  rc-date-impaye          PIC 9(8).
           05  rc-motif-impaye         PIC X(20).
      *>    Date de l'avis d'impaye envoye au client (avis_clients).
           05  rc-date-avis            PIC 9(8).
           05  rc-operateur            PIC X(8).

      *> Enregistrement du suivi par quinzaine des livrets
      *> reglementes (quinzaines_livrets), indexe par compte : la
      *> quinzaine en cours (du 1er ou du 16), le solde qui porte
      *> interet a son ouverture, les retraits qui l'entament et les
      *> interets acquis depuis la derniere capitalisation. Un
      *> versement ne compte qu'a partir de la quinzaine suivante,
      *> un retrait cesse de compter des le debut de la sienne.
       01  quinzaine-livret-record.
           05  lq-compte              PIC 9(6).
           05  lq-debut-quinzaine     PIC 9(8).
           05  lq-solde-ouverture     PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  lq-retraits-quinzaine  PIC 9(7)V99.
      *>    Solde apres le dernier mouvement releve et numero de
      *>    sequence de ce mouvement : chaque ligne suivante de
      *>    l'extrait du jour se lit par difference de solde.
           05  lq-solde-connu         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  lq-derniere-sequence   PIC 9(9).
           05  lq-interets-acquis     PIC 9(7)V9(4).
           05  lq-date-capitalisation PIC 9(8).

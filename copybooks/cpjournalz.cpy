      *> Enregistrement du journal des rapports Z (journal_z),
      *> jamais reecrit : une ligne par caisse close, avec le numero
      *> Z de son compteur (compteurs_z, qui ne se remet jamais a
      *> zero) et ses totaux du jour, pour le controle fiscal.
       01  journal-z-record.
           05  jz-numero-z         PIC 9(6).
           05  jz-date             PIC 9(8).
           05  jz-heure            PIC 9(6).
           05  jz-caisse           PIC 9(2).
           05  jz-nombre-lignes    PIC 9(5).
           05  jz-total-ventes     PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-total-retours    PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-especes          PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-carte            PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-cheques          PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-bons             PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-points           PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  jz-comptes-clients  PIC S9(8)V99 SIGN LEADING SEPARATE.

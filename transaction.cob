       01  ls-operation      PIC X.
       01  ls-compte         PIC 9(6).
       01  ls-montant        PIC 9(7)V99 COMP.
       01  ls-solde-apres PIC S9(7)V99.
       01  ls-memo           PIC X(30).
       01  ls-motif          PIC X(20).
       01  ls-operateur      PIC X(8).
               WHEN "G" MOVE "Bon emis :" TO ws-action
               WHEN "U" MOVE "Bon utilis" TO ws-action
               WHEN "J" MOVE "Bon perime" TO ws-action
               WHEN "K" MOVE "Carte :" TO ws-action
               WHEN "E" MOVE "Geste :" TO ws-action
               WHEN "A" MOVE "Chg achat" TO ws-action
               WHEN "L" MOVE "Chg vente" TO ws-action
               WHEN "N" MOVE "Marge chg" TO ws-action
               WHEN "T" MOVE "Chq banque" TO ws-action
               WHEN "Y" MOVE "Chq bq pay" TO ws-action
               WHEN "Z" MOVE "Chq bq rem" TO ws-action
           END-EVALUATE
           PERFORM APPLIQUER-MODE-FORMATION
           PERFORM LIRE-CODE-AGENCE

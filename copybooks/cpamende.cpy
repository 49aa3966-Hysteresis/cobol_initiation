      *> par pret en retard et par membre, accumulee chaque jour par
      *> le batch calcul_amendes selon le tarif du fichier
      *> tarif_amendes, annoncee et encaissee au retour du livre.
      *> Un livre perdu (declare au comptoir ou presume la nuit)
      *> change l'amende de retard en facture de remplacement, a
      *> laquelle s'ajoute une ligne de frais de traitement.
      *> Tant que les amendes dues d'un membre depassent le seuil du
      *> tarif, l'emprunt lui est refuse.
       01  ligne-amende.
           05  am-statut               PIC X(1).
               88  am-due              VALUE 'D'.
               88  am-payee            VALUE 'P'.
      *>    Facture de remplacement d'un livre retrouve : annulee si
      *>    elle etait encore due, remboursee si elle etait payee.
               88  am-annulee          VALUE 'A'.
               88  am-remboursee       VALUE 'R'.
      *>    Nature de la ligne : a blanc l'amende de retard (et les
      *>    lignes anterieures), L le prix de remplacement d'un livre
      *>    perdu, F les frais de traitement de la perte.
           05  am-nature               PIC X(1).
               88  am-retard           VALUE SPACE.
               88  am-remplacement     VALUE 'L'.
               88  am-frais-perte      VALUE 'F'.
      *>    Identifiant de la copie physique perdue (cpcopie.cpy),
      *>    pour retrouver la facture si le livre reapparait.
           05  am-identifiant-copie    PIC 9(6).
      *>    Date du mouvement d'especes au comptoir : encaissement
      *>    (payee) ou remboursement (remboursee). L'arrete de caisse
      *>    de la bibliotheque totalise le jour sur cette date.
           05  am-date-paiement        PIC 9(8).

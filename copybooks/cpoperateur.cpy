      *> Enregistrement du fichier des operateurs habilites
      *> (operateurs) : une ligne par identifiant de guichetier, celui
      *> qui estampille hist-operateur et que profils_operateurs
      *> dote de ses droits. Le mot de passe est range brouille
      *> (brouiller_pin sur chacune de ses deux moities), comme les
      *> PIN clients et les codes superviseurs ; il doit etre change
      *> a la premiere connexion puis a l'echeance fixee par
      *> duree_mot_de_passe. Le controle a chaque ouverture de
      *> session est fait par authentifier_operateur.
       01  operateur-record.
           05  opr-id                  PIC X(8).
           05  opr-nom                 PIC X(20).
           05  opr-mot-de-passe        PIC X(8).
      *>    Date du dernier changement de mot de passe, zero = mot de
      *>    passe provisoire a changer des la prochaine connexion.
           05  opr-date-changement     PIC 9(8).
      *>    Echecs consecutifs : remis a zero a chaque connexion
      *>    reussie, l'operateur passe verrouille ('V') au troisieme
      *>    jusqu'au passage d'un superviseur
      *>    (deverrouillage_operateur).
           05  opr-echecs              PIC 9(1).
           05  opr-statut              PIC X(1).
               88  opr-actif           VALUE 'A'.
               88  opr-verrouille      VALUE 'V'.
               88  opr-retire          VALUE 'R'.
           05  opr-date-connexion      PIC 9(8).

      *> Enregistrement du manifeste d'une generation de sauvegarde
      *> (fichier manifeste dans le repertoire de la generation) :
      *> une ligne par fichier du jeu de sauvegarde, avec ce que la
      *> copie contenait au moment ou elle a ete prise. La
      *> verification d'une generation recompte chaque copie et la
      *> compare a sa ligne avant toute restauration.
       01  manifeste-record.
           05  man-fichier             PIC X(30).
           05  man-genre               PIC X(1).
      *>    Fichier absent le soir de la sauvegarde (jamais cree) :
      *>    la ligne est gardee pour dire qu'il n'y avait rien.
           05  man-present             PIC X(1).
               88  man-fichier-present VALUE 'O'.
               88  man-fichier-absent  VALUE 'N'.
           05  man-nombre              PIC 9(9).
      *>    Total de controle des montants, pour les fichiers tenus
      *>    dans totaux_controle (cpcontrole) ; zero pour les autres.
           05  man-total               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
      *>    O la copie retombe sur totaux_controle, E elle s'en
      *>    ecarte (le fichier etait deja faux a la sauvegarde),
      *>    espace pour un fichier sans total de controle.
           05  man-controle            PIC X(1).
               88  man-controle-juste  VALUE 'O'.
               88  man-controle-ecart  VALUE 'E'.
      *>    Empreinte du contenu calculee par empreinte_fichier.
           05  man-empreinte           PIC 9(10).

      *>    passage : c'est lui qui permet a la caisse de crediter
      *>    des points sur la depense nette.
           05  vte-client          PIC 9(6).
      *>    Caisse et caissier qui ont enregistre la ligne, pour les
      *>    rapports X et Z de chaque caisse (a blanc sur les lignes
      *>    d'avant le passage a plusieurs caisses).
           05  vte-caisse          PIC 9(2).
           05  vte-caissier        PIC X(8).
      *>    Heure du ticket (HHMM) pour le profil horaire des ventes,
      *>    a blanc sur les lignes d'avant.
           05  vte-heure           PIC 9(4).

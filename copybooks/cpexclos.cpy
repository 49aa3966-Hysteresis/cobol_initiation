      *> Enregistrement du fichier des exercices clos (exercices_clos)
      *> : une ligne par annee comptable cloturee par grand_livre
      *> (mode cloture annuelle), avec le resultat vire au report a
      *> nouveau. Une annee close est verrouillee : plus rien ne se
      *> reporte dans ses mois, une ecriture qui s'y rapporte passe
      *> sur la periode courante (voir exercice_clos).
       01  exercice-clos-record.
           05  exc-annee               PIC 9(4).
           05  exc-date-cloture        PIC 9(8).
           05  exc-operateur           PIC X(8).
           05  exc-compte-report       PIC X(6).
           05  exc-resultat            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

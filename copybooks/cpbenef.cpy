           05  benef-compte-titulaire  PIC 9(6).
           05  benef-surnom            PIC X(20).
           05  benef-compte-numero     PIC 9(6).
      *>    Date et heure d'enregistrement : un beneficiaire ajoute
      *>    depuis moins que le delai de parametre_fraude est
      *>    nouveau, son plafond de virement est reduit. Non
      *>    renseignees sur les beneficiaires plus anciens.
           05  benef-date-ajout        PIC 9(8).
           05  benef-heure-ajout       PIC 9(6).

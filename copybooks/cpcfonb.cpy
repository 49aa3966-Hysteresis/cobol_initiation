      *> Enregistrement de 120 caracteres du releve de compte au
      *> format interbancaire CFONB : code 01 ancien solde, 04
      *> mouvement, 07 nouveau solde. Les zones propres au mouvement
      *> (code operation, valeur, libelle, ecriture) restent a blanc
      *> sur les soldes. Le montant porte treize chiffres en clair,
      *> centimes compris, et un quatorzieme qui code a la fois le
      *> dernier chiffre et le signe ('{' A a I positif, '}' J a R
      *> negatif).
       01  enreg-cfonb.
           05  cf-code                 PIC X(2).
           05  cf-banque               PIC X(5).
           05  cf-operation-interne    PIC X(4).
           05  cf-guichet              PIC X(5).
           05  cf-devise               PIC X(3).
           05  cf-decimales            PIC 9(1).
           05  FILLER                  PIC X(1).
           05  cf-compte               PIC X(11).
           05  cf-operation            PIC X(2).
           05  cf-date                 PIC X(6).
           05  cf-motif-rejet          PIC X(2).
           05  cf-date-valeur          PIC X(6).
           05  cf-libelle              PIC X(31).
           05  FILLER                  PIC X(2).
           05  cf-ecriture             PIC X(7).
           05  cf-exoneration          PIC X(1).
           05  cf-indisponibilite      PIC X(1).
           05  cf-montant.
               10  cf-montant-chiffres PIC 9(13).
               10  cf-montant-signe    PIC X(1).
           05  cf-reference            PIC X(16).

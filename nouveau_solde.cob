
       WORKING-STORAGE SECTION.
       01  ws-file-status pic XX.
       01  solde_b PIC S9(7)V99 VALUE 200 .
       01  compte_b PIC 9(6) VALUE 000545.
       01  compte_x PIC 9(6) VALUE 000545.
       01  montant_depot PIC 9(7)V99 COMP VALUE ZERO.
       01  ws-montant-controle PIC S9(7)V99 VALUE ZERO.
       LINKAGE SECTION.
       01  ls_operation PIC X.
       01  ls_solde PIC S9(7)V99.
       
       PROCEDURE DIVISION USING ls_operation, ls_solde.
           EVALUATE ls_operation

       IDENTIFICATION DIVISION.
       PROGRAM-ID. deposer_declaration.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT declarations_ficoba ASSIGN TO 'declarations_ficoba'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-file-status.
           SELECT clients ASSIGN TO 'clients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS client-numero
           FILE STATUS IS ws-file-status-clients.

       DATA DIVISION.
       FILE SECTION.
       FD declarations_ficoba.
           COPY cpficoba.
       FD clients.
           COPY cpclient.

       WORKING-STORAGE SECTION.
       01  ws-file-status PIC XX.
       01  ws-file-status-clients PIC XX.
       01  fin_declarations PIC X VALUE 'N'.
       01  ws-sequence-declaration PIC 9(8) VALUE ZERO.
       01  ws-nom-declare PIC X(20).
       01  ws-prenom-declare PIC X(20).
       01  ws-naissance-declaree PIC 9(8).

       LINKAGE SECTION.
       01  ls-nature PIC X(1).
       01  ls-qualite PIC X(1).
       01  ls-compte PIC 9(6).
       01  ls-client PIC 9(6).
       01  ls-operateur PIC X(8).

       PROCEDURE DIVISION USING ls-nature, ls-qualite, ls-compte,
               ls-client, ls-operateur.
      *>    Point de depot unique des evenements a declarer a FICOBA,
      *>    appele juste apres la mise a jour qui les fait naitre
      *>    (ouverture, cloture, mandats, deces) : l'etat civil est
      *>    releve ici dans clients, pour que toutes les declarations
      *>    partent avec la meme identite quel que soit leur chemin.
      *>    L'appelant doit avoir referme clients.
           PERFORM RELEVER-ETAT-CIVIL
           PERFORM NUMEROTER-DECLARATION
           OPEN EXTEND declarations_ficoba
           IF ws-file-status = '35' THEN
               OPEN OUTPUT declarations_ficoba
           END-IF
           INITIALIZE declaration-ficoba
           MOVE ws-sequence-declaration TO dfc-sequence
           MOVE FUNCTION CURRENT-DATE(1:8) TO dfc-date-evenement
           MOVE ls-nature TO dfc-nature
           MOVE ls-qualite TO dfc-qualite
           MOVE ls-compte TO dfc-compte
           MOVE ls-client TO dfc-client
           MOVE ws-nom-declare TO dfc-nom
           MOVE ws-prenom-declare TO dfc-prenom
           MOVE ws-naissance-declaree TO dfc-date-naissance
           MOVE ls-operateur TO dfc-operateur
           SET dfc-a-envoyer TO TRUE
           WRITE declaration-ficoba
           END-WRITE
           CLOSE declarations_ficoba
           GOBACK.

       RELEVER-ETAT-CIVIL.
      *>    Un client introuvable part quand meme, nom a blanc : le
      *>    regulateur le rejettera et le rejet restera en vue
      *>    jusqu'a sa correction.
           MOVE SPACES TO ws-nom-declare
           MOVE SPACES TO ws-prenom-declare
           MOVE ZERO TO ws-naissance-declaree
           OPEN INPUT clients
           IF ws-file-status-clients = '00' THEN
               MOVE ls-client TO client-numero
               READ clients KEY IS client-numero
                   INVALID KEY
                       DISPLAY "/!\ Client ", ls-client,
                                   " introuvable pour FICOBA"
                   NOT INVALID KEY
                       MOVE client-nom TO ws-nom-declare
                       MOVE client-prenom TO ws-prenom-declare
                       MOVE client-date-naissance
                           TO ws-naissance-declaree
               END-READ
               CLOSE clients
           END-IF.

       NUMEROTER-DECLARATION.
           MOVE ZERO TO ws-sequence-declaration
           MOVE 'N' TO fin_declarations
           OPEN INPUT declarations_ficoba
           IF ws-file-status = '00' THEN
               PERFORM UNTIL fin_declarations = 'Y'
                   READ declarations_ficoba
                       AT END
                           MOVE 'Y' TO fin_declarations
                       NOT AT END
                           IF dfc-sequence > ws-sequence-declaration
                                   THEN
                               MOVE dfc-sequence
                                   TO ws-sequence-declaration
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE declarations_ficoba
           END-IF
           ADD 1 TO ws-sequence-declaration.
       END PROGRAM deposer_declaration.

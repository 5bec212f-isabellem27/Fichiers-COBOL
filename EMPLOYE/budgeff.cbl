      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      ***************************************************************
      * Exécution du programme
      ***************************************************************
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'budgeff' TO JR-PROGRAMME.
           MOVE WS-NB-AG      TO JR-NB-LUS.
           MOVE WS-NB-AG      TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      * Lecture du fichier client : cumuls par agence (l'entête et
      * le total de contrôle *ENTETE/*TOTAL sont sautés)

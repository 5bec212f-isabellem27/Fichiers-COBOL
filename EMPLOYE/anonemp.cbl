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
           MOVE 'anonemp' TO JR-PROGRAMME.
           MOVE WS-NB-LUS    TO JR-NB-LUS.
           MOVE WS-NB-ECRITS TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-DEPTS.
           OPEN INPUT F-DEPT.

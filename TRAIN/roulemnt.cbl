      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    repos minimum entre deux affectations, en minutes
       01  WS-REPOS-MIN      PIC 9(3)   VALUE 30 .

           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'roulemnt' TO JR-PROGRAMME.
           MOVE WS-NB-TRAIN       TO JR-NB-LUS.
           MOVE WS-NB-COUVERTS    TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.

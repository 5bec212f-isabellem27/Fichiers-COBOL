      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    pourcentage maxi de surréservation
       01  WS-PCT-MAX        PIC 9(3)   VALUE 100 .
       01  WS-RESV-MAX       PIC 9(5)   VALUE 0   .
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'resvmaj' TO JR-PROGRAMME.
           MOVE WS-NB-TX         TO JR-NB-LUS.
           MOVE WS-NB-APPLIQUEES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.

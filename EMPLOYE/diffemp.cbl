            05 WS-CUR-SAL    PIC X(7)              .
            05 WS-CUR-AG     PIC X(3)              .
            05 WS-CUR-EMB    PIC X(8)              .
            05 WS-CUR-RESP   PIC X(10)             .

      * table de la copie du run précédent, avec témoin de
      * rapprochement pour lister les disparus
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
           MOVE 'diffemp' TO JR-PROGRAMME.
           MOVE WS-NB-CUR TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-NOUVEAUX + WS-NB-DISPARUS
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      * Lecture du fichier du jour (l'entête et le total de contrôle
      * sont sautés)
                             WS-CUR-AG    OF ENR-CUR(WS-NB-CUR)
                          MOVE REMPLOYE-EMBAUCHE TO
                             WS-CUR-EMB   OF ENR-CUR(WS-NB-CUR)
                          MOVE REMPLOYE-RESP     TO
                             WS-CUR-RESP  OF ENR-CUR(WS-NB-CUR)
                    END-EVALUATE
                 END-IF
              END-IF.
                 TO RPRECEDENT-AGENCE
              MOVE WS-CUR-EMB   OF ENR-CUR(WS-IND-CUR)
                 TO RPRECEDENT-EMBAUCHE
              MOVE WS-CUR-RESP  OF ENR-CUR(WS-IND-CUR)
                 TO RPRECEDENT-RESP
              WRITE R-PRECEDENT
           END-PERFORM.
           CLOSE F-PRECEDENT.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle de manifeste entre étapes
      * (manifst) : la lecture du planning est confrontée au
      * comptage écrit par trainpla

           PERFORM CHARGE-PARAM-CORRESP.
           PERFORM CHARGE-PLANNING.
           PERFORM APPLIQUE-RETARDS THRU APPLIQUE-RETARDS-FIN.
           PERFORM ECRIT-PLAN-REVISE.
           PERFORM ECRIT-CORRESP-ROMPUES.

           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'replanif' TO JR-PROGRAMME.
           MOVE WS-NB-LUS         TO JR-NB-LUS.
           MOVE WS-NB-RETARDES    TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Fenêtre de transfert des correspondances : minutes mini
      *    (1:3) et maxi (4:6) de trainpla.param ; absent = 10/60
           MOVE 'V' TO MF-ACTION.
           MOVE 'train-planning.dat' TO MF-FICHIER.
           MOVE WS-NB-TRAIN TO MF-NB-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'manifst' USING BY REFERENCE MF-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de confrontation
                 MOVE 0 TO MF-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF MF-RC NOT = 0
              DISPLAY 'ECART MANIFESTE TRAIN-PLANNING.DAT : LUS'
                 SPACE WS-NB-TRAIN SPACE 'ANNONCES' SPACE
                      UNTIL (WS-IND-PLB > WS-NB-TRAIN)
                 IF WS-IND-PLB NOT = WS-IND-PLA
                    PERFORM CONTROLE-CORRESP-PAIRE
                       THRU CONTROLE-CORRESP-PAIRE-FIN
                 END-IF
              END-PERFORM
           END-PERFORM.

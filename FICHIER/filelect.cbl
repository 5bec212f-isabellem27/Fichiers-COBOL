      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du calculateur de dates commun (datecalc) :
      * validité calendaire et écarts en jours partagés par toutes
      * les chaines
      * les runbooks
           COPY MSGLIB.

      * zone d'échange du versionnement des fichiers de sortie
      * (genver) : la version précédente du fichier maitre est
      * gardée avant réécriture, genrest sait la ramener
           COPY GENVER.



      ***************************************************************
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'filelect' TO JR-PROGRAMME.
           MOVE WS-NB-ENREGTOT TO JR-NB-LUS.
           MOVE WS-NB-MASTER   TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       EMET-MESSAGE.
           MOVE 'filelect' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Charge la liste des fichiers d'extraction à traiter ;
      *    liste absente = mode historique part1/part2
           INITIALIZE DC-ZONE.
           MOVE 'V' TO DC-ACTION.
           MOVE WS-VD-DATE TO DC-DATE1.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : contrôle minimal
                 IF WS-VD-DATE NOT NUMERIC
                    MOVE 1 TO DC-RC
                 END-IF
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF DC-RC NOT = 0
              MOVE 'N' TO WS-VD-OK
           END-IF.
              MOVE 'D' TO DC-ACTION
              MOVE WS-DATE-JOUR TO DC-DATE1
              MOVE WS-DATE-FIN-X TO DC-DATE2
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
                 ON EXCEPTION
      *             calculateur absent du load : calcul direct
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FIN)
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
              MOVE DC-NB-JOURS TO WS-JOURS-RESTANT
              IF (DC-RC = 0)
                 AND (WS-JOURS-RESTANT >= 0)
                 MOVE 'D' TO DC-ACTION
                 MOVE WS-DATE-JOUR TO DC-DATE1
                 MOVE WS-DATE-FIN-X TO DC-DATE2
                 MOVE RETURN-CODE TO WS-RC-SAUVE
                 CALL 'datecalc' USING BY REFERENCE DC-ZONE
                    ON EXCEPTION
      *                calculateur absent du load : calcul direct
                          FUNCTION INTEGER-OF-DATE(WS-DATE-FIN)
                          - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 END-CALL
                 MOVE WS-RC-SAUVE TO RETURN-CODE
                 MOVE DC-NB-JOURS TO WS-JOURS-RESTANT
                 IF WS-JOURS-RESTANT >= 0
                    MOVE 'A RENOUVELER'    TO WS-RENOUV-LIB
      *    boucles imbriquées devenues trop lentes à la volumétrie
      *    actuelle.
       ECRIT-MASTER.
      *    la version précédente est gardée comme génération avant
      *    d'être écrasée
           INITIALIZE GV-ZONE.
           MOVE 'G' TO GV-ACTION.
           MOVE 'contrats-master.dat' TO GV-FICHIER.
           MOVE 'filelect' TO GV-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
      *          versionnement absent du load : pas de génération
                 MOVE 0 TO GV-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF GV-RC = 2
              INITIALIZE MSG-ZONE
              MOVE 0120 TO MSG-NUMERO
              MOVE 'contrats-master.dat' TO MSG-SUBST1
              PERFORM EMET-MESSAGE
           END-IF.
           OPEN OUTPUT FIC-MASTER.
      *    le fichier indexé est alimenté dans la même passe : les
      *    clés sortent du tri en ordre croissant, compatible avec
           MOVE 'E' TO MF-ACTION.
           MOVE 'contrats-master.dat' TO MF-FICHIER.
           MOVE WS-NB-MASTER TO MF-NB-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'manifst' USING BY REFERENCE MF-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de manifeste
                 CONTINUE
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           DISPLAY 'FICHIER MAITRE : ' WS-NB-MASTER
              ' CONTRATS, ' WS-NB-MASTER-DOUBLON
              ' DOUBLON(S) ECARTE(S)'.

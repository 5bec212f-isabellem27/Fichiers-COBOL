      *    promo1.param, blanc = inconnu) : il nomme le manifeste
      *    trimestreN.csv du passage de témoin vers promoan
       01  WS-TRIM-NUM          PIC X(01)  VALUE SPACE  .
      *    année scolaire du jour (rentrée en septembre), pour le
      *    contrôle des périodes closes
       01  WS-PER-DATE.
           05 WS-PER-AN         PIC 9(04)               .
           05 WS-PER-MOIS       PIC 9(02)               .
           05 WS-PER-JOUR       PIC 9(02)               .
       01  WS-PER-AN-DEBUT      PIC 9(04)  VALUE 0      .
       01  WS-PER-AN-FIN        PIC 9(04)  VALUE 0      .

      * Création d'une table supplémentaire pour connaitre
      * la position du cours dans le rapport afin de positionner
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle de manifeste entre étapes
      * (manifst) : les consommateurs de l'export CSV (promoan en
      * tête) confrontent leur lecture au comptage écrit ici
      * les runbooks
           COPY MSGLIB.

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.



       PROCEDURE DIVISION.
                    THRU 1096-CHARGE-CATALOGUE-END.
           PERFORM 1097-CHARGE-REGISTRE-START
                    THRU 1098-CHARGE-REGISTRE-END.
           PERFORM 1100-CONTROLE-PERIODE-START
                    THRU 1110-CONTROLE-PERIODE-END.
           PERFORM 2000-OPEN-FILE-START THRU 2010-OPEN-FILE-END.
           PERFORM 2020-READ-FILE-START THRU 2030-READ-FILE-END.

                                   THRU 5039-CHARGE-APPR-END
                                PERFORM 1040-WRITE-CHECKPOINT-START
                                   THRU 1050-WRITE-CHECKPOINT-END
      *    Voeux d'orientation : traités par orient en fin d'année,
      *    sans effet sur le bulletin trimestriel
                          WHEN '05'
                                CONTINUE
                          WHEN OTHER
                             DISPLAY 'Le type d''enregistrement' SPACE
                             REC-F-INPUT-2 SPACE 'n''est pas géré.'
           GOBACK.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'promo1' TO JR-PROGRAMME.
           MOVE WS-REC-COUNT TO JR-NB-LUS.
           MOVE WS-NB-ELEVE  TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9910-ECRIT-JOURNAL-END.
       1000-INITIALIZE-START.
           INITIALIZE WS-NOUV-COURS   .
           END-IF.
       1098-CHARGE-REGISTRE-END.

       1100-CONTROLE-PERIODE-START.
      *    Trimestre ou année scolaire fermé (periodes.txt,
      *    transaction cloture) : les bulletins envoyés ne sont pas
      *    réécrits ; periode a émis le message du refus. Le
      *    trimestre est celui de promo1.param dans l'année
      *    scolaire du jour ; sans trimestre, periode contrôle
      *    l'année scolaire seule
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'ECOLE' TO PE-DOMAINE.
           MOVE 'promo1' TO PE-PROGRAMME.
           IF (WS-TRIM-NUM >= '1') AND (WS-TRIM-NUM <= '3')
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PER-DATE
              IF WS-PER-MOIS >= 9
                 MOVE WS-PER-AN TO WS-PER-AN-DEBUT
              ELSE
                 COMPUTE WS-PER-AN-DEBUT = WS-PER-AN - 1
              END-IF
              COMPUTE WS-PER-AN-FIN = WS-PER-AN-DEBUT + 1
              STRING WS-PER-AN-DEBUT '-' WS-PER-AN-FIN '-T'
                     WS-TRIM-NUM
              DELIMITED BY SIZE
              INTO PE-PERIODE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF PE-RC >= 2
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM 9900-ECRIT-JOURNAL-START
                 THRU 9910-ECRIT-JOURNAL-END
      *       code retour 16 : période close, bulletins intouchables
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       1110-CONTROLE-PERIODE-END.
           EXIT.

       2000-OPEN-FILE-START.
           OPEN INPUT F-INPUT         .
           PERFORM 9000-TEST-STATUT-START THRU 9010-TEST-STATUT-END.
           MOVE 'E' TO MF-ACTION.
           MOVE WS-OUTPUT-CSV-FILENAME TO MF-FICHIER.
           MOVE WS-NB-CSV-LIGNES TO MF-NB-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'manifst' USING BY REFERENCE MF-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de manifeste
                 CONTINUE
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
      *    cumul toutes classes pour le manifeste trimestriel du
      *    run (8020-MANIFESTE-TRIM)
           ADD WS-NB-CSV-LIGNES TO WS-NB-CSV-TOTAL.
           DELIMITED BY SIZE
           INTO MF-FICHIER.
           MOVE WS-NB-CSV-TOTAL TO MF-NB-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'manifst' USING BY REFERENCE MF-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de manifeste
                 CONTINUE
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       8030-MANIFESTE-TRIM-END.
           EXIT.

      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       9950-EMET-MESSAGE-START.
           MOVE 'promo1' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9960-EMET-MESSAGE-END.
           EXIT.       
                 

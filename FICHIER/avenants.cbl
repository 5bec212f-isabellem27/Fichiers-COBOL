      *       avenants-audit.dat ; un avenant sur contrat inconnu   *
      *       ou au champ/valeur invalide part dans                 *
      *       avenants-rejets.dat.                                  *
      *       La version d'avant les avenants est gardée comme      *
      *       génération (genver) : genrest sait la ramener.        *
      *       L'opérateur du lancement doit avoir le droit de       *
      *       mise à jour sur avenants (autoris, operateurs.txt).   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           05 IDX-AGADFIN   PIC X(8)   .
           05 IDX-AGAMNT    PIC X(8)   .

      * avant et après complets : l'image maitre fait 150 caractères
       FD  F-AUDIT
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AUDIT           PIC X(400).

       FD  F-REJET
           RECORD CONTAINS 120 CHARACTERS
       01  WS-NB-APPLIQUES    PIC 9(4)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(4)      VALUE 0     .
       01  WS-CUR-DATE        PIC X(21)     VALUE SPACES.
       01  WS-LIG-RAP         PIC X(400)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du versionnement des fichiers de sortie
      * (genver) : le fichier maitre d'avant les avenants est
      * gardé, genrest sait le ramener
           COPY GENVER.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur avenants
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

      *    opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) ; refus émis et tracé par autoris
           INITIALIZE AU-ZONE.
           MOVE 'avenants' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CHARGE-MASTER THRU CHARGE-MASTER-FIN.

           OPEN INPUT F-AVENANT.
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'avenants' TO JR-PROGRAMME.
           MOVE WS-NB-AVENANTS  TO JR-NB-LUS.
           MOVE WS-NB-APPLIQUES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-MASTER.
           OPEN INPUT FIC-MASTER.
           EXIT.

       REECRIT-MASTER-IDX.
      *    la version d'avant les avenants est gardée comme
      *    génération avant d'être écrasée
           INITIALIZE GV-ZONE.
           MOVE 'G' TO GV-ACTION.
           MOVE 'contrats-master.dat' TO GV-FICHIER.
           MOVE 'avenants' TO GV-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
      *          versionnement absent du load : pas de génération
                 MOVE 0 TO GV-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF GV-RC = 2
              DISPLAY 'GENERATION DE CONTRATS-MASTER.DAT NON GARDEE'
           END-IF.
           OPEN OUTPUT FIC-MASTER.
           OPEN OUTPUT FIC-AGA-IDX.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1

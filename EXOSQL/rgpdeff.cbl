      *          la base (ligne 3), et écrit pour le service           *
      *          juridique un certificat d'effacement par demande      *
      *          dans rgpd-certificats.dat.                            *
      *          Pour le lancer, les variables OPERATEUR et            *
      *          OPERATEUR_SECRET doivent donner un profil de          *
      *          operateurs.txt avec le droit M sur ce programme       *
      *          (cf autoris).                                         *
      *                                                                *
      * Date de création : le 02/09/2026                               *
      ******************************************************************
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * paramètres pour connexion à la base
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           PERFORM 1000-CONTROLE-ACCES-START
                THRU 1000-CONTROLE-ACCES-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.

           PERFORM 1001-CHARGE-DBPARAM-START
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'rgpdeff' TO JR-PROGRAMME.
           MOVE WS-NB-DEMANDES     TO JR-NB-LUS.
           MOVE WS-NB-EFFACES      TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

      *    Opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) ; un refus est émis et tracé par
      *    autoris, on s'arrête avant toute connexion
       1000-CONTROLE-ACCES-START.
           INITIALIZE AU-ZONE.
           MOVE 'rgpdeff' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-CONTROLE-ACCES-END.
           EXIT.

      *    Charge les paramètres de connexion depuis le fichier
      *    protégé dbconnex-param.txt ; l'absence du fichier est
      *    une erreur franche : on s'arrête avant toute connexion

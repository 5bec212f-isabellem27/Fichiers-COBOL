      *    Chaque action est tracée dans clients-audit.txt avec     *
      *    l'opérateur, l'horodatage et l'avant/après.              *
      *    Le fichier clients.dat est réécrit en bloc à la sortie.  *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : un profil en consultation seule ne     *
      *    peut que lister.                                         *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 22/08/2026                                 *
       01  WS-AUD-APRES        PIC X(73)  VALUE SPACES.
       01  WS-LIG-AUDIT        PIC X(200) VALUE SPACES.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'GESTION DES CLIENTS - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'gestcli' TO AU-PROGRAMME.
           SET AU-ACCES-CONSULTATION TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE AU-OPERATEUR TO WS-OPERATEUR.
           IF NOT AU-DROIT-MISE-A-JOUR
              DISPLAY 'PROFIL EN CONSULTATION SEULE'
           END-IF.

           PERFORM CHARGE-TAB-CLIENT.
                       PERFORM AFF-ENREG
                    END-PERFORM
                 WHEN 'A'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM AJOUTE-CLIENT
                          THRU AJOUTE-CLIENT-FIN
                    END-IF
                 WHEN 'M'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM MODIFIE-CLIENT
                          THRU MODIFIE-CLIENT-FIN
                    END-IF
                 WHEN 'S'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM SUPPRIME-CLIENT
                          THRU SUPPRIME-CLIENT-FIN
                    END-IF
                 WHEN OTHER
                    DISPLAY 'ACTION INCONNUE :' SPACE WS-ACTION
              END-EVALUATE
      * 0000-MAIN-END
           STOP RUN.

      *    Mise à jour demandée sur un profil en consultation :
      *    autoris trace le refus et émet le message
       CONTROLE-MISE-A-JOUR.
           MOVE 0 TO AU-RC.
           IF NOT AU-DROIT-MISE-A-JOUR
              SET AU-ACCES-MISE-A-JOUR TO TRUE
              CALL 'autoris' USING AU-ZONE
           END-IF.

       SAISIE-ACTION.
           MOVE SPACE TO WS-ACTION.
           DISPLAY 'ACTION : A=AJOUT, M=MODIF, S=SUPPRESSION, '

      * concerné pour le prochain run de promo1.
      * Un rapport de recyclage rappelle pour chaque note corrigée le
      * numéro d'élève auquel rattacher l'enregistrement.
      * L'opérateur s'identifie au lancement (autoris, profil dans
      * operateurs.txt) et doit avoir le droit de mise à jour.
      *
      * Date de création : le 22/08/2026
      ******************************************************************
       01  WS-NB-IGNOREES       PIC 999     VALUE 0     .
       01  WS-LIG-RAP           PIC X(100)  VALUE SPACES.

      *  Zone d'échange du contrôle d'accès des opérateurs (autoris)
           COPY AUTORIS.

       PROCEDURE DIVISION.
      *0000-Main-start
           PERFORM 1000-CONTROLE-ACCES-START
              THRU 1010-CONTROLE-ACCES-END.
           PERFORM 2000-OPEN-FILE-START THRU 2010-OPEN-FILE-END.
           PERFORM 2020-READ-EXC-START  THRU 2030-READ-EXC-END.

       0010-STOP-PRG.
           STOP RUN.

      *  L'opérateur s'identifie : il faut le droit de mise à jour
      *  sur recynote ; un refus est émis et tracé par autoris
       1000-CONTROLE-ACCES-START.
           INITIALIZE AU-ZONE.
           DISPLAY 'RECYCLAGE DES NOTES - VOTRE IDENTIFIANT ?'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'recynote' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
       1010-CONTROLE-ACCES-END.
           EXIT.

       2000-OPEN-FILE-START.
           OPEN INPUT F-EXCEPTION.
           IF F-EXCEPTION-STATUS-NOFILE

      *       obtient à l'écran les bulletins archivés, sans        *
      *       fouiller les dossiers de sauvegarde.                  *
      *       Même modèle que conslect pour contrats.idx.           *
      *       Accès réservé aux profils de operateurs.txt ayant     *
      *       au moins le droit L sur consbul (cf autoris).         *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
              05 ARC-NOM        PIC X(13).
           03 ARC-MOY           PIC X(6).
           03 ARC-AVIS          PIC X(12).
           03 ARC-CLASSE-ANT    PIC 99.
           03 ARC-TRIM-ANT      PIC X(3).
           03 FILLER            PIC X(1).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       88  WS-FIN-LECTURE-OUI              VALUE 'O'     .
       01  WS-LIG-ETOILE        PIC X(60)  VALUE SPACES  .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'BULLETINS ARCHIVES - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'consbul' TO AU-PROGRAMME.
           SET AU-ACCES-CONSULTATION TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT F-ARCHIVE.
           IF WS-STAT-ARCHNOFILE
              DISPLAY 'BULLETINS-ARCHIVE.IDX INTROUVABLE - LANCEZ '
                       SET WS-FIN-LECTURE-OUI TO TRUE
                    ELSE
                       PERFORM FILTRE-ET-AFFICHE
                          THRU FILTRE-ET-AFFICHE-FIN
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.

       FILTRE-ET-AFFICHE.
      *    filtre classe : blanc = toutes ; le bulletin annuel
      *    porte la classe de fin d'année, la classe quittée par un
      *    élève transféré est montrée sur la ligne TRANSFERE
           IF (WS-SAISIE-CLASSE NOT = SPACES)
              AND (WS-SAISIE-CLASSE-9 NUMERIC)
              AND (ARC-CLASSE NOT = WS-SAISIE-CLASSE-9)
           IF ARC-AVIS NOT = SPACES
              DISPLAY 'AVIS      : ' ARC-AVIS
           END-IF.
      *    élève transféré en cours d'année : trimestres obtenus
      *    dans la classe quittée
           IF (ARC-CLASSE-ANT NUMERIC) AND (ARC-CLASSE-ANT > 0)
              DISPLAY 'TRANSFERE : TRIMESTRE(S) ' ARC-TRIM-ANT
                 ' OBTENU(S) EN CLASSE ' ARC-CLASSE-ANT
           END-IF.
       FILTRE-ET-AFFICHE-FIN.
           EXIT.

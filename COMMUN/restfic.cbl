      *    l'inventaire qui correspondent, et restaure celle qui    *
      *    est choisie vers le nom cible demandé (l'archive         *
      *    d'origine n'est pas touchée).                            *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : il faut le droit de mise à jour ; un   *
      *    refus est tracé au journal (statut REFUSE).              *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *

       01  WS-NB-RESTAUREES   PIC 9(6)      VALUE 0      .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : la restauration écrit le fichier cible
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
       PROCEDURE DIVISION .

      * 0000-MAIN-START
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           DISPLAY 'RESTAURATION D''UNE ARCHIVE DE PURGFIC'.
           PERFORM CONTROLE-ACCES.
           DISPLAY 'FICHIER RECHERCHE (TEL QUE DANS '
              'PURGFIC-PARAM.TXT) :'.
           ACCEPT WS-SAISIE-FICHIER.
      * 0000-MAIN-END
           STOP RUN.

      *    L'opérateur s'identifie : il faut le droit de mise à jour
      *    sur restfic ; un refus est émis et tracé par autoris, et
      *    laissé au journal des exécutions
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           DISPLAY 'VOTRE IDENTIFIANT ?'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'restfic' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Relit l'inventaire et retient les archives du fichier
      *    demandé dans la plage de dates
       CHERCHE-ARCHIVES.
           CLOSE F-CIBLE.
       RESTAURE-ARCHIVE-FIN.
           EXIT.

      *    Trace au journal des exécutions le statut posé par
      *    l'appelant ; accès refusé : rien n'a été restauré
       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'restfic' TO JR-PROGRAMME.
           MOVE 0 TO JR-NB-LUS.
           MOVE WS-NB-RESTAUREES TO JR-NB-ECRITS.
           MOVE 0 TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

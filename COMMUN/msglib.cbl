      *    s'indexe sur le numéro.                                  *
      *    Catalogue absent ou numéro inconnu : le message sort     *
      *    quand même, numéro et substitutions en clair.            *
      *    Un message assez grave (seuil de alerte-param.txt) est   *
      *    aussi déposé dans la boite des alertes d'astreinte.      *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
       01  WS-PTR-OUT          PIC 999    VALUE 0.
       01  WS-LG-TEXTE         PIC 999    VALUE 0.

      *    zone d'échange de la boite des alertes d'astreinte
      *    (alerte)
           COPY ALERTE.

       LINKAGE SECTION.
           COPY MSGLIB.

                 'CATALOGUE' SPACE
                 FUNCTION TRIM(MSG-SUBST1) SPACE
                 FUNCTION TRIM(MSG-SUBST2)
              MOVE '?' TO AL-SEVERITE
              MOVE 'MESSAGE HORS CATALOGUE' TO AL-TEXTE
              PERFORM 4000-ALERTE-START THRU 4010-ALERTE-END
              GOBACK
           END-IF.
           PERFORM 3000-SUBSTITUE-START THRU 3010-SUBSTITUE-END.
           DISPLAY 'MSG-' MSG-NUMERO ' ('
              WS-MSG-SEVERITE(WS-TROUVE) ') '
              FUNCTION TRIM(WS-SORTIE).
           MOVE WS-MSG-SEVERITE(WS-TROUVE) TO AL-SEVERITE.
           MOVE WS-SORTIE TO AL-TEXTE.
           PERFORM 4000-ALERTE-START THRU 4010-ALERTE-END.
      * 0000-MAIN-END
           GOBACK.

           END-PERFORM.
       3010-SUBSTITUE-END.
           EXIT.

      *    Propose le message à la boite des alertes, qui le garde
      *    selon le seuil de sévérité (ou sans condition si
      *    l'appelant force l'alerte) ; module absent du load, le
      *    message est seulement affiché
       4000-ALERTE-START.
           MOVE MSG-NUMERO TO AL-NUMERO.
           MOVE MSG-PROGRAMME TO AL-PROGRAMME.
           MOVE MSG-SUBST1 TO AL-SUBST1.
           MOVE MSG-SUBST2 TO AL-SUBST2.
           MOVE MSG-ALERTE TO AL-FORCE.
           MOVE 0 TO AL-RC.
           CALL 'alerte' USING BY REFERENCE AL-ZONE
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       4010-ALERTE-END.
           EXIT.

      *    message et jusqu'à deux valeurs de substitution (&1 et   *
      *    &2 dans le texte du catalogue) ; msglib affiche          *
      *    "MSG-nnnn (S) texte" et les runbooks s'indexent sur le   *
      *    numéro.                                                  *
      *    L'appelant se nomme dans MSG-PROGRAMME : un message      *
      *    assez grave (seuil de alerte-param.txt) part aussi à     *
      *    l'astreinte par la boite des alertes ; MSG-ALERTE à 'O'  *
      *    l'y envoie quelle que soit sa sévérité                   *
      *=============================================================*
       01  MSG-ZONE.
           05 MSG-NUMERO       PIC 9(4)  .
           05 MSG-SUBST1       PIC X(40) .
           05 MSG-SUBST2       PIC X(40) .
           05 MSG-PROGRAMME    PIC X(8)  .
           05 MSG-ALERTE       PIC X     .
              88 MSG-ALERTE-FORCEE       VALUE 'O' .

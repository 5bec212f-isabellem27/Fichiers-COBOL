      *=============================================================*
      *    Zone d'échange de la boite des alertes d'astreinte       *
      *    (sous-programme alerte, appelé par msglib) : numéro,     *
      *    sévérité et texte du message, programme appelant et      *
      *    valeurs de substitution. AL-FORCE à 'O' dépose l'alerte  *
      *    quel que soit le seuil de alerte-param.txt.              *
      *    Le code rendu vaut 0 si l'alerte est déposée dans        *
      *    alertes-boite.txt, 1 si la sévérité est sous le seuil,   *
      *    2 si le même message est deja parti dans la fenetre      *
      *    de répétition, 3 si la boite est inaccessible            *
      *=============================================================*
       01  AL-ZONE.
           05 AL-NUMERO        PIC 9(4)  .
           05 AL-SEVERITE      PIC X     .
           05 AL-PROGRAMME     PIC X(8)  .
           05 AL-SUBST1        PIC X(40) .
           05 AL-SUBST2        PIC X(40) .
           05 AL-TEXTE         PIC X(100).
           05 AL-FORCE         PIC X     .
              88 AL-EST-FORCEE           VALUE 'O' .
           05 AL-RC            PIC 9     .

      *=============================================================*
      *    Zone d'échange du controle d'accès des operateurs        *
      *    (sous-programme autoris, appelé au démarrage des         *
      *    programmes interactifs ou de correction) : programme     *
      *    appelant, identifiant et secret de l'opérateur, accès    *
      *    demandé (L consultation, M mise à jour, E calcul de      *
      *    l'empreinte seul). Identifiant à blanc : pris dans les   *
      *    variables OPERATEUR et OPERATEUR_SECRET (batch).         *
      *    Le droit du profil est rendu dans AU-DROIT. Le code      *
      *    rendu vaut 0 si l'accès est accordé, 1 opérateur         *
      *    inconnu, suspendu ou secret faux, 2 programme non        *
      *    autorisé, 3 profil en consultation seule pour une        *
      *    mise à jour, 4 profils operateurs.txt illisibles.        *
      *    Tout refus est émis par msglib (0501 à 0504).            *
      *=============================================================*
       01  AU-ZONE.
           05 AU-PROGRAMME     PIC X(8)  .
           05 AU-OPERATEUR     PIC X(10) .
           05 AU-SECRET        PIC X(20) .
           05 AU-ACCES         PIC X     .
              88 AU-ACCES-CONSULTATION   VALUE 'L' .
              88 AU-ACCES-MISE-A-JOUR    VALUE 'M' .
              88 AU-ACCES-EMPREINTE      VALUE 'E' .
           05 AU-DROIT         PIC X     .
              88 AU-DROIT-CONSULTATION   VALUE 'L' .
              88 AU-DROIT-MISE-A-JOUR    VALUE 'M' .
           05 AU-EMPREINTE     PIC X(20) .
           05 AU-RC            PIC 9     .

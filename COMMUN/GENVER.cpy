      *=============================================================*
      *    Zone d'échange du versionnement des fichiers de sortie   *
      *    (sous-programme genver) : avant de réécrire un fichier   *
      *    catalogué dans genver-catalogue.txt, le producteur       *
      *    demande l'action G pour garder la version courante       *
      *    comme génération <fichier>.Gnnnn, avec son manifeste     *
      *    s'il en a un ; au-delà de la limite du fichier les       *
      *    générations les plus anciennes tombent. L'action R       *
      *    (genrest) ramène le fichier sur la génération            *
      *    GV-GENERATION, après avoir gardé la version courante.    *
      *    Le code rendu vaut 0 si l'action a abouti (G : numéro    *
      *    de la génération dans GV-GENERATION ; G et R : lignes    *
      *    copiées dans GV-NB-ENREG), 1 s'il n'y a rien à garder    *
      *    (fichier non catalogué ou pas encore créé), 2 sur        *
      *    erreur d'accès ou action inconnue, 3 sur génération      *
      *    inconnue de l'inventaire                                 *
      *=============================================================*
       01  GV-ZONE.
           05 GV-ACTION        PIC X     .
           05 GV-FICHIER       PIC X(40) .
           05 GV-PROGRAMME     PIC X(8)  .
           05 GV-GENERATION    PIC 9(4)  .
           05 GV-NB-ENREG      PIC 9(6)  .
           05 GV-RC            PIC 9     .

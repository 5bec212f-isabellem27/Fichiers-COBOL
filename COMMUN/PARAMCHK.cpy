      *=============================================================*
      *    Zone d'échange du contrôle des fichiers paramètres       *
      *    (sous-programme paramchk, appelé par paramval et par     *
      *    chaineop avant le lancement des étapes). Les règles      *
      *    sont décrites dans param-registre.txt : pour chaque      *
      *    fichier, les lignes attendues, colonnes, types et        *
      *    valeurs permises, et les programmes qui le lisent.       *
      *    Programme à blanc : tous les fichiers du registre ;      *
      *    sinon ceux que lit le programme. Rapport 'O' : le        *
      *    détail ouvre rapport-parametres.txt, 'S' l'y ajoute à    *
      *    la suite, 'N' le laisse à la console seule.              *
      *    Le code rendu vaut 0 si tous les fichiers contrôlés      *
      *    sont conformes, 1 si des erreurs sont relevées           *
      *    (comptées dans PC-NB-ERREURS), 2 si le registre est      *
      *    absent ou illisible (aucun contrôle fait).               *
      *=============================================================*
       01  PC-ZONE.
           05 PC-PROGRAMME     PIC X(8)  .
           05 PC-RAPPORT       PIC X     .
              88 PC-RAPPORT-NOUVEAU      VALUE 'O' .
              88 PC-RAPPORT-SUITE        VALUE 'S' .
              88 PC-SANS-RAPPORT         VALUE 'N' ' ' .
           05 PC-NB-FICHIERS   PIC 9(4)  .
           05 PC-NB-ERREURS    PIC 9(6)  .
           05 PC-RC            PIC 9     .

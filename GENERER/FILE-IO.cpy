           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-VERSION-STATUS.

      *    génération d'un programme de gestion au clavier depuis un
      *    copybook genere : programme, auteur, copybook, fichier,
      *    clé et capacité de la table
           SELECT PRG-GEST-PARAM
           ASSIGN TO 'generprg-gestion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRG-GEST-PARAM-STATUS.

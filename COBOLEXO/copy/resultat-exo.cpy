      *=============================================================*
      *    Résultat d'un exercice, rendu par exwilt01 à choicexo    *
      *    au retour de l'exercice et reporté sur la ligne du       *
      *    journal choicexo-historique.txt (colonnes 61-62 : code,  *
      *    64-66 : score), relue par bilanexo et certifex.          *
      *    Le score est le pourcentage de réponses justes parmi     *
      *    les réponses données ; l'exercice est réussi quand ce    *
      *    score atteint le seuil de réussite (50 %). Sans aucune   *
      *    réponse donnée (ou module absent), l'exercice reste non  *
      *    évalué.                                                  *
      *=============================================================*
       01  RES-EXO.
           05 RES-CODE         PIC XX     .
              88 RES-REUSSI               VALUE 'OK' .
              88 RES-ECHEC                VALUE 'KO' .
              88 RES-NON-EVALUE           VALUE 'NE' .
           05 RES-SCORE        PIC 999    .
           05 RES-NB-REPONSES  PIC 999    .
           05 RES-NB-JUSTES    PIC 999    .

      *    :CLIENT: est substitué par le nom du fichier à charger    *
      *=============================================================*
       FD  F-:CLIENT:
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.

       01  R-:CLIENT:.
      *    date d'embauche au format AAAAMMJJ, pour le suivi de
      *    l'ancienneté par la RH
           05 R:CLIENT:-EMBAUCHE  PIC X(08).
      *    matricule du responsable hiérarchique (à blanc pour le
      *    sommet de la hiérarchie) ; contrôlé par organig
           05 R:CLIENT:-RESP      PIC X(10).

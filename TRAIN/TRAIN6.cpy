      *    avis de gare pour le tableau des départs
      *    (avis-afficheur.dat), écrits par autocars pour les trains
      *    annulés remplacés par autocar et lus par afficheu ; le
      *    train est identifié par type, destination et départ
       FD  F-AVIS
           RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AVIS.
           05 AV-TRAIN.
              10 AV-TYP     PIC X(3).
              10 AV-DEST    PIC X(18).
              10 AV-HHMN    PIC 9(4).
      *    texte affiché dans la colonne d'état à la place de
      *    SUPPRIME
           05 AV-MESSAGE    PIC X(24).

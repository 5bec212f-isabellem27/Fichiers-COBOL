      *    total des indemnités de retard par train du jour
      *    (indemnisations-trains.dat), écrit par indemnis et déduit
      *    par recette de la recette estimée ; le train est identifié
      *    par sa clé du plan théorique (type, destination, départ)
       FD  F-INDEMN
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.
       01  REC-INDEMN.
           05 IN-TRAIN.
              10 IN-TYP     PIC X(3).
              10 IN-DEST    PIC X(18).
              10 IN-HHMN    PIC 9(4).
      *    retard à l'arrivée en minutes (0 pour un train annulé)
           05 IN-RETARD     PIC 9(4).
      *    taux appliqué au prix de la place, en pourcentage
           05 IN-TAUX       PIC 9(3).
           05 IN-NB-PASS    PIC 9(4).
           05 IN-MONTANT    PIC 9(7)V99.

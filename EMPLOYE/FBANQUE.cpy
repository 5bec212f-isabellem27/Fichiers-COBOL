      *=============================================================*
      *    Description du fichier des coordonnées bancaires         *
      *    Coordonnees-Bancaires.txt : une ligne par matricule,     *
      *    compte sur lequel le salaire net est viré                *
      *=============================================================*
       FD  F-BANQUE
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  R-BANQUE.
           05 RBQ-ID            PIC X(10).
           05 RBQ-IBAN          PIC X(34).
           05 RBQ-BIC           PIC X(11).
           05 RBQ-TITULAIRE     PIC X(40).

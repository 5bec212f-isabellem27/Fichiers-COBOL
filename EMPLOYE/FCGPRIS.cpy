      *=============================================================*
      *    Description du fichier des congés accordés               *
      *    Conges-Pris.txt, tenu par conges et lu par bulpaie pour  *
      *    porter les absences du mois sur le bulletin. Une ligne   *
      *    par demande acceptée ; les lignes d'un traitement sont   *
      *    remplacées si ce traitement est relancé.                 *
      *=============================================================*
       FD  F-CGPRIS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  R-CGPRIS.
      *    mois du traitement conges qui a accordé le congé
           05 RCGP-TRAITEMENT     PIC 9(06).
      *    mois de paie du congé : celui de son premier jour
           05 RCGP-MOIS           PIC 9(06).
           05 RCGP-ID             PIC X(10).
           05 RCGP-TYPE           PIC X(02).
              88 RCGP-CONGE-PAYE             VALUE 'CP'.
           05 RCGP-DEBUT          PIC X(08).
           05 RCGP-FIN            PIC X(08).
      *    jours ouvrés décomptés et solde de congés payés restant
           05 RCGP-NB-JOURS       PIC 9(03)V99.
           05 RCGP-SOLDE          PIC 9(03)V99.
           05 FILLER              PIC X(10).

      *=============================================================*
      *    Description générique du fichier des soldes de congés    *
      *    :SOLDE: est substitué par le nom du fichier à charger     *
      *    Une ligne par matricule, soldes en jours ouvrés.          *
      *=============================================================*
       FD  F-:SOLDE:
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  R-:SOLDE:.
           05 R:SOLDE:-ID         PIC X(10).
      *    dernier mois acquis (AAAAMM) : un mois n'est acquis
      *    qu'une fois, même si le traitement est relancé
           05 R:SOLDE:-PERIODE    PIC 9(06).
      *    solde de congés payés disponible
           05 R:SOLDE:-SOLDE      PIC 9(03)V99.
      *    cumuls de l'année du dernier mois acquis
           05 R:SOLDE:-ACQUIS-AN  PIC 9(03)V99.
           05 R:SOLDE:-PRIS-AN    PIC 9(03)V99.
           05 R:SOLDE:-AUTRES-AN  PIC 9(03)V99.
           05 FILLER              PIC X(24).

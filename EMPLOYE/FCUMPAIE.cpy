      *=============================================================*
      *    Description du fichier des cumuls de paie                *
      *    Paie-Cumuls.txt, alimenté par bulpaie à chaque paie      *
      *    mensuelle et relu par cumpaie en fin d'année.            *
      *    Pour un matricule et un mois : une ligne 'E' (agence,    *
      *    identité, brut, totaux des cotisations, net) suivie      *
      *    d'une ligne 'C' par cotisation du barème appliqué et     *
      *    d'une ligne 'V' par élément variable de paie du mois.    *
      *=============================================================*
       FD  F-CUMUL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  R-CUMUL.
           05 RCUM-ANNEE          PIC 9(04).
           05 RCUM-MOIS           PIC 9(02).
           05 RCUM-ID             PIC X(10).
           05 RCUM-TYPE           PIC X(01).
              88 RCUM-EST-EMPLOYE            VALUE 'E'.
              88 RCUM-EST-COTISATION         VALUE 'C'.
              88 RCUM-EST-ELEMENT            VALUE 'V'.
           05 RCUM-DETAIL         PIC X(83).
      *    ligne 'E' : l'employé et les montants du mois
           05 RCUM-EMPLOYE REDEFINES RCUM-DETAIL.
              10 RCUM-AGENCE      PIC X(03).
              10 RCUM-NOM         PIC X(20).
              10 RCUM-PRENOM      PIC X(20).
              10 RCUM-BRUT        PIC 9(07)V99.
              10 RCUM-TOT-SAL     PIC 9(07)V99.
              10 RCUM-TOT-PAT     PIC 9(07)V99.
              10 RCUM-NET         PIC 9(07)V99.
              10 FILLER           PIC X(04).
      *    ligne 'C' : une cotisation du barème, taux et parts
           05 RCUM-COTISATION REDEFINES RCUM-DETAIL.
              10 RCUM-COT-LIB     PIC X(20).
              10 RCUM-TAUX-SAL    PIC 99V99.
              10 RCUM-TAUX-PAT    PIC 99V99.
              10 RCUM-PART-SAL    PIC 9(07)V99.
              10 RCUM-PART-PAT    PIC 9(07)V99.
              10 FILLER           PIC X(37).
      *    ligne 'V' : un élément variable, montant signé par le
      *    sens ; soumis 'O' = compris dans le brut, 'N' = ajouté
      *    au net après cotisations
           05 RCUM-ELEMENT REDEFINES RCUM-DETAIL.
              10 RCUM-ELT-CODE    PIC X(04).
              10 RCUM-ELT-LIB     PIC X(20).
              10 RCUM-ELT-SOUMIS  PIC X(01).
              10 RCUM-ELT-SENS    PIC X(01).
              10 RCUM-ELT-QTE     PIC 9(05)V99.
              10 RCUM-ELT-MONTANT PIC 9(07)V99.
              10 FILLER           PIC X(41).

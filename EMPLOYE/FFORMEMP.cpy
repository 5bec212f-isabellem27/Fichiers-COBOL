      *=============================================================*
      *    Description du dossier de formation des employés         *
      *    Formation-Employes.txt, réécrit par certifex à partir    *
      *    du journal des exercices et relu par formemp.            *
      *    Pour un matricule : une ligne 'F' (fiche : stagiaire,    *
      *    certificat et sa date, exercices acquis) suivie d'une    *
      *    ligne 'X' par exercice du barème de certification.       *
      *=============================================================*
       FD  F-FORMATION
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  R-FORMATION.
           05 RFOR-TYPE           PIC X(01).
              88 RFOR-EST-FICHE              VALUE 'F'.
              88 RFOR-EST-EXERCICE           VALUE 'X'.
           05 RFOR-ID             PIC X(10).
           05 RFOR-DETAIL         PIC X(49).
      *    ligne 'F' : statut 'C' certifié (date AAAAMMJJ du premier
      *    certificat) ou 'E' en cours, exercices acquis sur le
      *    barème, total des passages et date du dernier
           05 RFOR-FICHE REDEFINES RFOR-DETAIL.
              10 RFOR-STAGIAIRE   PIC X(20).
              10 RFOR-STATUT      PIC X(01).
                 88 RFOR-CERTIFIE            VALUE 'C'.
                 88 RFOR-EN-COURS            VALUE 'E'.
              10 RFOR-DATE-CERTIF PIC X(08).
              10 RFOR-NB-ACQUIS   PIC 9(02).
              10 RFOR-NB-CRITERES PIC 9(02).
              10 RFOR-NB-PASSAGES PIC 9(04).
              10 RFOR-DERNIER     PIC X(10).
              10 FILLER           PIC X(02).
      *    ligne 'X' : un exercice du barème, passages réussis,
      *    minimum requis, acquis 'O'/'N' et score moyen (en %) des
      *    passages évalués
           05 RFOR-EXERCICE REDEFINES RFOR-DETAIL.
              10 RFOR-EXO         PIC X(10).
              10 RFOR-EXO-FAITS   PIC 9(04).
              10 RFOR-EXO-MIN     PIC 9(04).
              10 RFOR-EXO-ACQUIS  PIC X(01).
              10 RFOR-EXO-SCORE   PIC 9(03).
              10 FILLER           PIC X(27).

      *=============================================================*
      *    Fichier des sessions de formation (cohortes.txt), tenu   *
      *    par cohortex, relu par choicexo et suiviexo.             *
      *    Une ligne 'S' par session : code, formateur, dates de    *
      *    début et de fin (AAAA-MM-JJ, comme le journal des        *
      *    exercices) ; une ligne 'I' par stagiaire inscrit à la    *
      *    session : identifiant demandé par choicexo, nom reporté  *
      *    sur le journal, matricule de l'employé (à blanc pour un  *
      *    stagiaire extérieur).                                    *
      *    Un même identifiant peut être inscrit à plusieurs        *
      *    sessions, une seule fois par session.                    *
      *=============================================================*
       01  REC-COHORTE.
           05 COH-TYPE         PIC X      .
              88 COH-EST-SESSION          VALUE 'S' .
              88 COH-EST-INSCRIT          VALUE 'I' .
           05 COH-SESSION      PIC X(8)   .
           05 COH-DETAIL       PIC X(71)  .
      *    ligne 'S' : la session
           05 COH-DET-SESSION  REDEFINES COH-DETAIL.
              10 COH-FORMATEUR PIC X(20)  .
              10 COH-DEBUT     PIC X(10)  .
              10 COH-FIN       PIC X(10)  .
              10 FILLER        PIC X(31)  .
      *    ligne 'I' : un stagiaire inscrit
           05 COH-DET-INSCRIT  REDEFINES COH-DETAIL.
              10 COH-ID-STAG   PIC X(10)  .
              10 COH-NOM-STAG  PIC X(20)  .
              10 COH-MATRICULE PIC X(10)  .
              10 FILLER        PIC X(31)  .

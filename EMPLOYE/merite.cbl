      *=============================================================*
      *    GESTION DE LA CAMPAGNE D'AUGMENTATIONS AU MERITE         *
      *       Chaque employé de FichierClient.txt reçoit le         *
      *       pourcentage de la matrice de mérite                   *
      *       Matrice-Merite.txt : une ligne par note d'évaluation  *
      *       (Evaluations.txt) et une colonne par tranche de       *
      *       salaire, les 5 tranches de Employe-distribution.txt   *
      *       (filecpy0). La masse salariale projetée de chaque     *
      *       agence est rapprochée de l'enveloppe autorisée de     *
      *       Budget-Agences.txt (celle que suit budgeff) : une     *
      *       agence qui la dépasserait voit toutes ses             *
      *       propositions réduites dans la même proportion.        *
      *       Merite-Propositions.txt présente les propositions     *
      *       par région et par agence pour le visa. Campagne       *
      *       validée dans merite.param : Salaire-Delta.txt est     *
      *       produit, prêt pour la mise à jour des salaires de     *
      *       filecpy0 ; sinon le run reste une simulation et       *
      *       Salaire-Delta.txt n'est pas touché.                   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. merite.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE
           ASSIGN TO 'FichierClient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEMP.

           SELECT F-DEPT
           ASSIGN TO 'FR-LISTE-DEPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDEPT.

      *    budget par agence : code agence (1-3), effectif autorisé
      *    (4-7) et masse salariale autorisée (8-16, 2 décimales
      *    implicites), même fichier que budgeff
           SELECT F-BUDGET
           ASSIGN TO 'Budget-Agences.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBUDG.

      *    évaluations annuelles : matricule (1-10), note (11)
           SELECT F-NOTES
           ASSIGN TO 'Evaluations.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FNOTE.

      *    matrice de mérite : note (1), puis pour chacune des 5
      *    tranches de salaire le pourcentage d'augmentation (4
      *    chiffres, 2 décimales implicites)
           SELECT F-MATRICE
           ASSIGN TO 'Matrice-Merite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FMAT.

      *    fichier delta des augmentations lu par filecpy0
           SELECT F-DELTA
           ASSIGN TO 'Salaire-Delta.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDELTA.

           SELECT F-PROPOS
           ASSIGN TO 'Merite-Propositions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPROP.

      *    paramètre de lancement : date d'effet AAAAMMJJ (1-8),
      *    'V' en colonne 9 quand la campagne est validée
           SELECT PARAM-CTL
           ASSIGN TO 'merite.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       COPY 'FDEPT.cpy'.

       FD  F-BUDGET
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  R-BUDGET.
           05 RBUDG-ID         PIC X(03).
           05 RBUDG-EFF        PIC 9(04).
           05 RBUDG-MASSE      PIC 9(7)V99.

       FD  F-NOTES
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.
       01  R-NOTES.
           05 RNOTE-ID         PIC X(10).
           05 RNOTE-NOTE       PIC X(01).

       FD  F-MATRICE
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  R-MATRICE.
           05 RMAT-NOTE        PIC X(01).
           05 RMAT-PCT         PIC 99V99 OCCURS 5 TIMES.

       FD  F-DELTA
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  R-DELTA.
           05 RDELTA-ID        PIC X(10).
           05 RDELTA-SALAIRE   PIC X(07).
           05 RDELTA-DATEFF    PIC X(08).

       FD  F-PROPOS
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PROPOS          PIC X(140).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL       PIC X(20).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FEMPOK                  VALUE '00'   .
       88  WS-STAT-FEMPFIN                 VALUE '10'   .
       01  WS-STAT-FDEPT      PIC XX                    .
       88  WS-STAT-FDEPTOK                 VALUE '00'   .
       88  WS-STAT-FDEPTFIN                VALUE '10'   .
       01  WS-STAT-FBUDG      PIC XX                    .
       88  WS-STAT-FBUDGOK                 VALUE '00'   .
       88  WS-STAT-FBUDGFIN                VALUE '10'   .
       88  WS-STAT-FBUDGNOFILE             VALUE '35'   .
       01  WS-STAT-FNOTE      PIC XX                    .
       88  WS-STAT-FNOTEOK                 VALUE '00'   .
       88  WS-STAT-FNOTEFIN                VALUE '10'   .
       88  WS-STAT-FNOTENOFILE             VALUE '35'   .
       01  WS-STAT-FMAT       PIC XX                    .
       88  WS-STAT-FMATOK                  VALUE '00'   .
       88  WS-STAT-FMATFIN                 VALUE '10'   .
       01  WS-STAT-FDELTA     PIC XX                    .
       88  WS-STAT-FDELTAOK                VALUE '00'   .
       01  WS-STAT-FPROP      PIC XX                    .
       88  WS-STAT-FPROPOK                 VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    date d'effet des augmentations (défaut : premier jour du
      *    mois suivant) et validation de la campagne
       01  WS-DATE-JOUR.
           03 WS-DJ-ANNEE     PIC 9(4)                  .
           03 WS-DJ-MOIS      PIC 99                    .
           03 WS-DJ-JOUR      PIC 99                    .
       01  WS-DATE-EFFET      PIC X(8)      VALUE SPACES.
       01  WS-DATE-EFFET-CHAR PIC X(10)     VALUE SPACES.
       01  WS-CAMPAGNE        PIC X         VALUE 'S'   .
           88 WS-CAMPAGNE-VALIDEE           VALUE 'V'   .

      *    matrice de mérite : une ligne par note (1 à 9), un
      *    pourcentage par tranche de salaire
       01  WS-IND-NOTE        PIC 9         VALUE 0     .
       01  WS-IND-BANDE       PIC 9         VALUE 0     .
       01  WS-NB-NOTES-MAT    PIC 9         VALUE 0     .
       01  WS-MATRICE.
           03 WS-MAT-NOTE OCCURS 9 TIMES.
              05 WS-MAT-VUE      PIC X                  .
                 88 WS-MAT-EST-VUE            VALUE 'O' .
              05 WS-MAT-PCT      PIC 99V99  OCCURS 5 TIMES.

      *    bornes basses des 5 tranches de Employe-distribution.txt
       01  WS-BANDE-BORNES-INIT.
           05 FILLER          PIC 9(4)   VALUE 0       .
           05 FILLER          PIC 9(4)   VALUE 1500    .
           05 FILLER          PIC 9(4)   VALUE 2000    .
           05 FILLER          PIC 9(4)   VALUE 2500    .
           05 FILLER          PIC 9(4)   VALUE 3000    .
       01  WS-TAB-BORNES REDEFINES WS-BANDE-BORNES-INIT.
           05 WS-BANDE-BORNE  PIC 9(4)   OCCURS 5 TIMES .
       01  WS-BANDE-LIB-INIT.
           05 FILLER          PIC X(12)  VALUE '  MOINS 1500'.
           05 FILLER          PIC X(12)  VALUE ' 1500 - 1999'.
           05 FILLER          PIC X(12)  VALUE ' 2000 - 2499'.
           05 FILLER          PIC X(12)  VALUE ' 2500 - 2999'.
           05 FILLER          PIC X(12)  VALUE '3000 ET PLUS'.
       01  WS-TAB-BANDE-LIB REDEFINES WS-BANDE-LIB-INIT.
           05 WS-BANDE-LIB    PIC X(12)  OCCURS 5 TIMES  .

      *    employés de la campagne
       01  WS-IND-TAB         PIC 9(4)      VALUE 0     .
       01  WS-ID-CHERCHE      PIC X(10)     VALUE SPACES.
       01  WS-NB-ENREG        PIC 9(4)      VALUE 0     .
       01  WS-TAB-ENREG.
           03 ENR-MERITE  OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ENREG.
              05 WS-EMPAG        PIC X(3)               .
              05 WS-EMPID        PIC X(10)              .
              05 WS-EMPNOM       PIC X(20)              .
              05 WS-EMPPREN      PIC X(20)              .
              05 WS-EMPSAL       PIC 9(4)V99            .
              05 WS-EMPSAL-FIN   PIC X                  .
              05 WS-EMPBANDE     PIC 9                  .
              05 WS-EMPNOTE      PIC X                  .
              05 WS-EMPPCT       PIC 99V99              .
              05 WS-EMPAUG-PROP  PIC 9(4)V99            .
              05 WS-EMPAUG-RET   PIC 9(4)V99            .
              05 WS-EMPMOTIF     PIC X(26)              .

      *    agences : masse actuelle, propositions, enveloppe et
      *    coefficient de réduction
       01  WS-IND-AG          PIC 999       VALUE 0     .
       01  WS-AGENCES.
           03 WS-NB-AG        PIC 999       VALUE 0     .
           03 WS-AG-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-AG.
              05 WS-AG-REGION    PIC X(26)              .
              05 WS-AG-ID        PIC X(3)               .
              05 WS-AG-EFF       PIC 9(4)               .
              05 WS-AG-MASSE     PIC 9(7)V99            .
              05 WS-AG-AUG-PROP  PIC 9(7)V99            .
              05 WS-AG-AUG-RET   PIC 9(7)V99            .
              05 WS-AG-BUDG-MAS  PIC 9(7)V99            .
              05 WS-AG-BUDG-VU   PIC X                  .
                 88 WS-AG-BUDG-EST-VU        VALUE 'O'  .
              05 WS-AG-COEF      PIC 9V9(6)             .

      *    consolidation par région pour le visa
       01  WS-IND-RG          PIC 99        VALUE 0     .
       01  WS-REGIONS.
           03 WS-NB-RG        PIC 99        VALUE 0     .
           03 WS-RG-TAB  OCCURS 1 TO 30 TIMES
                          DEPENDING ON WS-NB-RG.
              05 WS-RG-NOM       PIC X(26)              .
              05 WS-RG-EFF       PIC 9(5)               .
              05 WS-RG-MASSE     PIC 9(8)V99            .
              05 WS-RG-AUG-PROP  PIC 9(8)V99            .
              05 WS-RG-AUG-RET   PIC 9(8)V99            .
              05 WS-RG-BUDG-MAS  PIC 9(8)V99            .

      *    calculs et compteurs
       01  WS-DISPONIBLE      PIC S9(8)V99  VALUE 0     .
       01  WS-NOUV-SAL        PIC 9(5)V99   VALUE 0     .
       01  WS-NOUV-SAL-X      PIC X(7)      VALUE SPACES.
       01  WS-NOUV-SAL-9 REDEFINES WS-NOUV-SAL-X PIC 9(4)V99.
       01  WS-STE-MASSE       PIC 9(9)V99   VALUE 0     .
       01  WS-STE-AUG-PROP    PIC 9(9)V99   VALUE 0     .
       01  WS-STE-AUG-RET     PIC 9(9)V99   VALUE 0     .
       01  WS-NB-SAL-ILLISIBLE PIC 9(4)     VALUE 0     .
       01  WS-NB-NOTE-INC     PIC 9(4)      VALUE 0     .
       01  WS-NB-REDUITES     PIC 999       VALUE 0     .
       01  WS-NB-DELTA        PIC 9(4)      VALUE 0     .

       01  WS-SAL-X           PIC X(7)      VALUE SPACES.
       01  WS-SAL-NUM         REDEFINES WS-SAL-X PIC 9(4)V99.
       01  WS-SAL-CHAR        PIC Z(3)9.99              .
       01  WS-PCT-CHAR        PIC Z9.99                 .
       01  WS-PROP-CHAR       PIC Z(4)9.99              .
       01  WS-RET-CHAR        PIC Z(4)9.99              .
       01  WS-NOUV-CHAR       PIC Z(4)9.99              .
       01  WS-COEF-CHAR       PIC 9.9999                .
       01  WS-MASSE-CHAR      PIC Z(7)9.99              .
       01  WS-EFF-CHAR        PIC Z(4)9                 .
       01  WS-LIG-RAP         PIC X(140)    VALUE SPACES.
       01  WS-LIG-EURO        PIC X(4)      VALUE ' €'  .
      *    entête des colonnes du détail par employé
       01  WS-LIG-ENTETE.
           05 FILLER          PIC X(34)     VALUE
              '  MATRICULE  NOM'.
           05 FILLER          PIC X(42)     VALUE
              'TRANCHE      NOTE SALAIRE   TAUX   PROPOSE'.
           05 FILLER          PIC X(64)     VALUE
              '   RETENU  NOUVEAU OBSERVATION'.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM.
           PERFORM CHARGE-MATRICE THRU CHARGE-MATRICE-FIN.
           IF WS-NB-NOTES-MAT = 0
              DISPLAY 'MATRICE-MERITE.TXT ABSENTE OU VIDE - AUCUNE '
                 'PROPOSITION'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.

      * Employés et masse actuelle par agence
           OPEN INPUT F-EMPLOYE.
           IF (NOT WS-STAT-FEMPOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FEMPFIN
              PERFORM LECT-FILE
           END-PERFORM.
           CLOSE F-EMPLOYE.

           PERFORM CHARGE-NOTES THRU CHARGE-NOTES-FIN.
           PERFORM CHARGE-REGIONS.
           PERFORM CHARGE-BUDGET THRU CHARGE-BUDGET-FIN.

      * Propositions de la matrice puis respect des enveloppes
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              PERFORM PROPOSE-AUGMENTATION
           END-PERFORM.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              PERFORM AJUSTE-ENVELOPPE
           END-PERFORM.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              PERFORM RETIENT-AUGMENTATION
           END-PERFORM.

      * Rapport par région et agence, employés par agence et nom
           SORT WS-AG-TAB ASCENDING
           KEY WS-AG-REGION WS-AG-ID.
           SORT ENR-MERITE ASCENDING
           KEY WS-EMPAG WS-EMPNOM.
           PERFORM ECRIT-PROPOSITIONS.
           IF WS-CAMPAGNE-VALIDEE
              PERFORM ECRIT-DELTA
           END-IF.

           DISPLAY 'EMPLOYES DE LA CAMPAGNE :' SPACE WS-NB-ENREG.
           DISPLAY 'AGENCES REDUITES        :' SPACE WS-NB-REDUITES.
           IF WS-CAMPAGNE-VALIDEE
              DISPLAY 'SALAIRE-DELTA.TXT       :' SPACE WS-NB-DELTA
                 SPACE 'AUGMENTATION(S) AU' SPACE WS-DATE-EFFET-CHAR
           ELSE
              DISPLAY 'SIMULATION - SALAIRE-DELTA.TXT NON PRODUIT'
           END-IF.

      * Test du status
       TEST-STATUT.
           IF (NOT WS-STAT-FEMPOK) AND (NOT WS-STAT-FEMPFIN) THEN
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FEMP
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
      *       code retour pour l'ordonnanceur : 12 fichier absent,
      *       8 statut fichier en erreur
              IF WS-STAT-FEMP = '35'
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE 'ERREUR' TO JR-STATUT
           END-IF.
      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'merite' TO JR-PROGRAMME.
           MOVE WS-NB-ENREG   TO JR-NB-LUS.
           MOVE WS-NB-DELTA   TO JR-NB-ECRITS.
           MOVE WS-NB-SAL-ILLISIBLE TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit merite.param : date d'effet (défaut : premier jour du
      *    mois suivant) et 'V' de validation en colonne 9 ; absent,
      *    le run est une simulation
       CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           IF WS-DJ-MOIS = 12
              ADD 1 TO WS-DJ-ANNEE
              MOVE 1 TO WS-DJ-MOIS
           ELSE
              ADD 1 TO WS-DJ-MOIS
           END-IF.
           MOVE 1 TO WS-DJ-JOUR.
           MOVE WS-DATE-JOUR TO WS-DATE-EFFET.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK
                 IF REC-PARAM-CTL(1:8) NUMERIC
                    MOVE REC-PARAM-CTL(1:8) TO WS-DATE-EFFET
                 ELSE
                    DISPLAY 'DATE D''EFFET MERITE.PARAM ILLISIBLE - '
                       'MOIS SUIVANT RETENU'
                 END-IF
                 IF REC-PARAM-CTL(9:1) = 'V'
                    MOVE 'V' TO WS-CAMPAGNE
                 END-IF
              END-IF
              CLOSE PARAM-CTL
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.
           STRING WS-DATE-EFFET(7:2) '/' WS-DATE-EFFET(5:2) '/'
                  WS-DATE-EFFET(1:4)
           DELIMITED BY SIZE
           INTO WS-DATE-EFFET-CHAR.

      *    Matrice de mérite ; une note hors 1-9 ou des pourcentages
      *    illisibles écartent la ligne
       CHARGE-MATRICE.
           INITIALIZE WS-MATRICE.
           OPEN INPUT F-MATRICE.
           IF NOT WS-STAT-FMATOK
              DISPLAY 'CODE RETOUR D''ERREUR MATRICE' SPACE
                 WS-STAT-FMAT
              GO TO CHARGE-MATRICE-FIN
           END-IF.
           READ F-MATRICE.
           PERFORM UNTIL WS-STAT-FMATFIN
              IF (RMAT-NOTE NUMERIC) AND (RMAT-NOTE NOT = '0')
                 AND (R-MATRICE(2:20) NUMERIC)
                 MOVE RMAT-NOTE TO WS-IND-NOTE
                 IF NOT WS-MAT-EST-VUE(WS-IND-NOTE)
                    ADD 1 TO WS-NB-NOTES-MAT
                 END-IF
                 MOVE 'O' TO WS-MAT-VUE(WS-IND-NOTE)
                 PERFORM VARYING WS-IND-BANDE FROM 1 BY 1
                         UNTIL WS-IND-BANDE > 5
                    MOVE RMAT-PCT(WS-IND-BANDE)
                       TO WS-MAT-PCT(WS-IND-NOTE, WS-IND-BANDE)
                 END-PERFORM
              ELSE
                 DISPLAY 'LIGNE DE MATRICE ILLISIBLE - ECARTEE : '
                    R-MATRICE
              END-IF
              READ F-MATRICE
           END-PERFORM.
       CHARGE-MATRICE-FIN.
           CLOSE F-MATRICE.

      * Lecture du fichier client (l'entête et le total de contrôle
      * *ENTETE/*TOTAL sont sautés)
       LECT-FILE.
           READ F-EMPLOYE
              IF (NOT WS-STAT-FEMPOK) AND (NOT WS-STAT-FEMPFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FEMPOK THEN
                    EVALUATE TRUE
                       WHEN REMPLOYE-ID(1:7) = '*ENTETE'
                          CONTINUE
                       WHEN REMPLOYE-ID(1:6) = '*TOTAL'
                          CONTINUE
                       WHEN OTHER
                          PERFORM CHARGE-EMPLOYE THRU
                             CHARGE-EMPLOYE-FIN
                    END-EVALUATE
                 END-IF
              END-IF.

      *    Un salaire illisible écarte l'employé de la campagne
       CHARGE-EMPLOYE.
           MOVE REMPLOYE-SALAIRE TO WS-SAL-X.
           IF WS-SAL-NUM NOT NUMERIC
              ADD 1 TO WS-NB-SAL-ILLISIBLE
              DISPLAY 'SALAIRE ILLISIBLE POUR' SPACE REMPLOYE-ID
                 SPACE '- HORS CAMPAGNE'
              GO TO CHARGE-EMPLOYE-FIN
           END-IF.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
                   OR (WS-AG-ID(WS-IND-AG) = REMPLOYE-AGENCE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AG TO WS-IND-AG
           END-PERFORM.
           IF WS-IND-AG > WS-NB-AG
              IF WS-NB-AG >= 200
                 DISPLAY 'TABLE DES AGENCES PLEINE - EMPLOYE IGNORE'
                 GO TO CHARGE-EMPLOYE-FIN
              END-IF
              ADD 1 TO WS-NB-AG
              MOVE WS-NB-AG TO WS-IND-AG
              INITIALIZE WS-AG-TAB(WS-IND-AG)
              MOVE REMPLOYE-AGENCE TO WS-AG-ID(WS-IND-AG)
              MOVE 'N' TO WS-AG-BUDG-VU(WS-IND-AG)
           END-IF.
           IF WS-NB-ENREG >= 9999
              DISPLAY 'TABLE DES EMPLOYES PLEINE - ' REMPLOYE-ID
                 SPACE 'IGNORE'
              GO TO CHARGE-EMPLOYE-FIN
           END-IF.
           ADD 1 TO WS-NB-ENREG.
           INITIALIZE ENR-MERITE(WS-NB-ENREG).
           MOVE REMPLOYE-ID      TO WS-EMPID(WS-NB-ENREG).
           MOVE REMPLOYE-NOM     TO WS-EMPNOM(WS-NB-ENREG).
           MOVE REMPLOYE-PRENOM  TO WS-EMPPREN(WS-NB-ENREG).
           MOVE REMPLOYE-AGENCE  TO WS-EMPAG(WS-NB-ENREG).
           MOVE WS-SAL-NUM       TO WS-EMPSAL(WS-NB-ENREG).
           MOVE WS-SAL-X(7:1)    TO WS-EMPSAL-FIN(WS-NB-ENREG).
           MOVE SPACE            TO WS-EMPNOTE(WS-NB-ENREG).
           ADD 1 TO WS-AG-EFF(WS-IND-AG).
           ADD WS-SAL-NUM TO WS-AG-MASSE(WS-IND-AG).
       CHARGE-EMPLOYE-FIN.
           EXIT.

      *    Note d'évaluation de chaque employé ; sans fichier
      *    d'évaluations, personne n'est augmenté
       CHARGE-NOTES.
           OPEN INPUT F-NOTES.
           IF WS-STAT-FNOTENOFILE
              DISPLAY 'EVALUATIONS.TXT ABSENT - AUCUNE NOTE'
              GO TO CHARGE-NOTES-FIN
           END-IF.
           IF NOT WS-STAT-FNOTEOK
              DISPLAY 'CODE RETOUR D''ERREUR EVALUATIONS' SPACE
                 WS-STAT-FNOTE
              GO TO CHARGE-NOTES-FIN
           END-IF.
           READ F-NOTES.
           PERFORM UNTIL WS-STAT-FNOTEFIN
              MOVE RNOTE-ID TO WS-ID-CHERCHE
              PERFORM CHERCHE-EMPLOYE
              IF WS-IND-TAB > WS-NB-ENREG
                 ADD 1 TO WS-NB-NOTE-INC
                 DISPLAY 'EVALUATION D''UN MATRICULE INCONNU :'
                    SPACE RNOTE-ID
              ELSE
                 MOVE RNOTE-NOTE TO WS-EMPNOTE(WS-IND-TAB)
              END-IF
              READ F-NOTES
           END-PERFORM.
       CHARGE-NOTES-FIN.
           CLOSE F-NOTES.

       CHERCHE-EMPLOYE.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
                   OR (WS-EMPID(WS-IND-TAB) = WS-ID-CHERCHE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TAB TO WS-IND-TAB
           END-PERFORM.

      *    Région de chaque agence (FR-LISTE-DEPT.txt) ; une agence
      *    sans correspondance reste en REGION INCONNUE
       CHARGE-REGIONS.
           OPEN INPUT F-DEPT.
           IF NOT WS-STAT-FDEPTOK
              DISPLAY 'CODE RETOUR D''ERREUR FR-LISTE-DEPT' SPACE
                 WS-STAT-FDEPT
           ELSE
              READ F-DEPT
              PERFORM UNTIL WS-STAT-FDEPTFIN
                 PERFORM VARYING WS-IND-AG FROM 1 BY 1
                         UNTIL (WS-IND-AG > WS-NB-AG)
                    IF WS-AG-ID(WS-IND-AG) = RDEPT-ID
                       MOVE RDEPT-REGION TO WS-AG-REGION(WS-IND-AG)
                    END-IF
                 END-PERFORM
                 READ F-DEPT
              END-PERFORM
           END-IF.
           CLOSE F-DEPT.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              IF WS-AG-REGION(WS-IND-AG) = SPACES
                 MOVE 'REGION INCONNUE' TO WS-AG-REGION(WS-IND-AG)
              END-IF
           END-PERFORM.

      *    Enveloppe autorisée de chaque agence ; une agence absente
      *    du budget n'a pas d'enveloppe et ses propositions sont
      *    suspendues
       CHARGE-BUDGET.
           OPEN INPUT F-BUDGET.
           IF WS-STAT-FBUDGNOFILE
              DISPLAY 'BUDGET-AGENCES.TXT INTROUVABLE - PROPOSITIONS '
                 'SUSPENDUES'
              GO TO CHARGE-BUDGET-FIN
           END-IF.
           IF NOT WS-STAT-FBUDGOK
              DISPLAY 'CODE RETOUR D''ERREUR BUDGET' SPACE
                 WS-STAT-FBUDG
              GO TO CHARGE-BUDGET-FIN
           END-IF.
           READ F-BUDGET.
           PERFORM UNTIL WS-STAT-FBUDGFIN
              PERFORM VARYING WS-IND-AG FROM 1 BY 1
                      UNTIL (WS-IND-AG > WS-NB-AG)
                 IF (WS-AG-ID(WS-IND-AG) = RBUDG-ID)
                    AND (RBUDG-MASSE NUMERIC)
                    MOVE RBUDG-MASSE TO WS-AG-BUDG-MAS(WS-IND-AG)
                    MOVE 'O' TO WS-AG-BUDG-VU(WS-IND-AG)
                 END-IF
              END-PERFORM
              READ F-BUDGET
           END-PERFORM.
       CHARGE-BUDGET-FIN.
           CLOSE F-BUDGET.

      *    Pourcentage de la matrice pour la note et la tranche de
      *    salaire de l'employé
       PROPOSE-AUGMENTATION.
           MOVE 1 TO WS-EMPBANDE(WS-IND-TAB).
           PERFORM VARYING WS-IND-BANDE FROM 2 BY 1
                   UNTIL WS-IND-BANDE > 5
              IF WS-EMPSAL(WS-IND-TAB) >= WS-BANDE-BORNE(WS-IND-BANDE)
                 MOVE WS-IND-BANDE TO WS-EMPBANDE(WS-IND-TAB)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-EMPPCT(WS-IND-TAB).
           EVALUATE TRUE
              WHEN WS-EMPNOTE(WS-IND-TAB) = SPACE
                 MOVE 'SANS EVALUATION' TO WS-EMPMOTIF(WS-IND-TAB)
              WHEN (WS-EMPNOTE(WS-IND-TAB) NOT NUMERIC)
                   OR (WS-EMPNOTE(WS-IND-TAB) = '0')
                 MOVE 'NOTE ILLISIBLE' TO WS-EMPMOTIF(WS-IND-TAB)
              WHEN OTHER
                 MOVE WS-EMPNOTE(WS-IND-TAB) TO WS-IND-NOTE
                 IF WS-MAT-EST-VUE(WS-IND-NOTE)
                    MOVE WS-MAT-PCT(WS-IND-NOTE,
                                    WS-EMPBANDE(WS-IND-TAB))
                       TO WS-EMPPCT(WS-IND-TAB)
                 ELSE
                    MOVE 'NOTE ABSENTE DE LA MATRICE'
                       TO WS-EMPMOTIF(WS-IND-TAB)
                 END-IF
           END-EVALUATE.
           COMPUTE WS-EMPAUG-PROP(WS-IND-TAB) ROUNDED =
              WS-EMPSAL(WS-IND-TAB) * WS-EMPPCT(WS-IND-TAB) / 100.
           MOVE WS-EMPAG(WS-IND-TAB) TO WS-ID-CHERCHE.
           PERFORM CHERCHE-AGENCE.
           ADD WS-EMPAUG-PROP(WS-IND-TAB)
              TO WS-AG-AUG-PROP(WS-IND-AG).

       CHERCHE-AGENCE.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
                   OR (WS-AG-ID(WS-IND-AG) = WS-ID-CHERCHE(1:3))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AG TO WS-IND-AG
           END-PERFORM.

      *    Coefficient appliqué aux propositions de l'agence : 1 si
      *    la masse projetée tient dans l'enveloppe, sinon la part
      *    de l'enveloppe encore disponible (0 sans enveloppe ou
      *    enveloppe déjà dépassée)
       AJUSTE-ENVELOPPE.
           MOVE 1 TO WS-AG-COEF(WS-IND-AG).
           IF NOT WS-AG-BUDG-EST-VU(WS-IND-AG)
              MOVE 0 TO WS-AG-COEF(WS-IND-AG)
           ELSE
              COMPUTE WS-DISPONIBLE = WS-AG-BUDG-MAS(WS-IND-AG)
                 - WS-AG-MASSE(WS-IND-AG)
              IF WS-DISPONIBLE <= 0
                 MOVE 0 TO WS-AG-COEF(WS-IND-AG)
              ELSE
                 IF WS-AG-AUG-PROP(WS-IND-AG) > WS-DISPONIBLE
                    COMPUTE WS-AG-COEF(WS-IND-AG) =
                       WS-DISPONIBLE / WS-AG-AUG-PROP(WS-IND-AG)
                 END-IF
              END-IF
           END-IF.
           IF (WS-AG-COEF(WS-IND-AG) < 1)
              AND (WS-AG-AUG-PROP(WS-IND-AG) > 0)
              ADD 1 TO WS-NB-REDUITES
           END-IF.

      *    Augmentation retenue : proposition réduite par le
      *    coefficient de l'agence, tronquée au centime pour ne
      *    jamais dépasser l'enveloppe, plafonnée par le dessin du
      *    salaire de FichierClient.txt
       RETIENT-AUGMENTATION.
           MOVE WS-EMPAG(WS-IND-TAB) TO WS-ID-CHERCHE.
           PERFORM CHERCHE-AGENCE.
           COMPUTE WS-EMPAUG-RET(WS-IND-TAB) =
              WS-EMPAUG-PROP(WS-IND-TAB) * WS-AG-COEF(WS-IND-AG).
           IF (WS-EMPAUG-RET(WS-IND-TAB)
                 < WS-EMPAUG-PROP(WS-IND-TAB))
              AND (WS-EMPMOTIF(WS-IND-TAB) = SPACES)
              IF WS-AG-BUDG-EST-VU(WS-IND-AG)
                 MOVE 'REDUITE A L''ENVELOPPE'
                    TO WS-EMPMOTIF(WS-IND-TAB)
              ELSE
                 MOVE 'AGENCE SANS ENVELOPPE'
                    TO WS-EMPMOTIF(WS-IND-TAB)
              END-IF
           END-IF.
           COMPUTE WS-NOUV-SAL = WS-EMPSAL(WS-IND-TAB)
              + WS-EMPAUG-RET(WS-IND-TAB).
           IF WS-NOUV-SAL > 9999.99
              COMPUTE WS-EMPAUG-RET(WS-IND-TAB) = 9999.99
                 - WS-EMPSAL(WS-IND-TAB)
              MOVE 'PLAFOND DU SALAIRE ATTEINT'
                 TO WS-EMPMOTIF(WS-IND-TAB)
           END-IF.
           ADD WS-EMPAUG-RET(WS-IND-TAB) TO WS-AG-AUG-RET(WS-IND-AG).

      *    Propositions pour le visa : par région, chaque agence
      *    avec ses employés et le rapprochement de l'enveloppe, puis
      *    la consolidation par région et société
       ECRIT-PROPOSITIONS.
           OPEN OUTPUT F-PROPOS.
           INITIALIZE WS-LIG-RAP.
           STRING 'CAMPAGNE D''AUGMENTATIONS AU MERITE - EFFET AU '
                  WS-DATE-EFFET-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-CAMPAGNE-VALIDEE
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' - CAMPAGNE VALIDEE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' - SIMULATION'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE ALL '=' TO REC-PROPOS.
           WRITE REC-PROPOS.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              PERFORM ECRIT-PROP-AGENCE
              PERFORM CUMULE-REGION
           END-PERFORM.
           MOVE ALL '=' TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE 'CONSOLIDATION PAR REGION' TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE ALL '=' TO REC-PROPOS.
           WRITE REC-PROPOS.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-RG)
              PERFORM ECRIT-PROP-REGION
           END-PERFORM.
           MOVE ALL '=' TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE WS-STE-MASSE TO WS-MASSE-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'TOTAL SOCIETE : MASSE ACTUELLE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-STE-AUG-PROP TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PROPOSE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-STE-AUG-RET TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  RETENU ' WS-MASSE-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE SPACES TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE 'VISA DIRECTION DES RESSOURCES HUMAINES : ...........'
              TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE 'VISA DIRECTION GENERALE                : ...........'
              TO REC-PROPOS.
           WRITE REC-PROPOS.
           CLOSE F-PROPOS.

       ECRIT-PROP-AGENCE.
           MOVE ALL '-' TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE WS-AG-EFF(WS-IND-AG) TO WS-EFF-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'REGION ' WS-AG-REGION(WS-IND-AG)
                  ' AGENCE ' WS-AG-ID(WS-IND-AG)
                  '  EFFECTIF ' WS-EFF-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.
           MOVE WS-LIG-ENTETE TO REC-PROPOS.
           WRITE REC-PROPOS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMPAG(WS-IND-TAB) = WS-AG-ID(WS-IND-AG)
                 PERFORM ECRIT-PROP-EMPLOYE
              END-IF
           END-PERFORM.
           MOVE WS-AG-MASSE(WS-IND-AG) TO WS-MASSE-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '   MASSE ACTUELLE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-AG-AUG-PROP(WS-IND-AG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PROPOSE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-AG-AUG-RET(WS-IND-AG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  RETENU ' WS-MASSE-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.
           INITIALIZE WS-LIG-RAP.
           IF WS-AG-BUDG-EST-VU(WS-IND-AG)
              MOVE WS-AG-BUDG-MAS(WS-IND-AG) TO WS-MASSE-CHAR
              MOVE WS-AG-COEF(WS-IND-AG) TO WS-COEF-CHAR
              STRING '   ENVELOPPE AUTORISEE ' WS-MASSE-CHAR
                     WS-LIG-EURO '  COEFFICIENT APPLIQUE '
                     WS-COEF-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              IF WS-AG-COEF(WS-IND-AG) < 1
                 STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                        '  *** PROPOSITIONS REDUITES A L''ENVELOPPE'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
           ELSE
              MOVE '   *** AGENCE ABSENTE DU BUDGET - AUGMENTATIONS '
                 & 'SUSPENDUES' TO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.

       ECRIT-PROP-EMPLOYE.
           MOVE WS-EMPSAL(WS-IND-TAB) TO WS-SAL-CHAR.
           MOVE WS-EMPPCT(WS-IND-TAB) TO WS-PCT-CHAR.
           MOVE WS-EMPAUG-PROP(WS-IND-TAB) TO WS-PROP-CHAR.
           MOVE WS-EMPAUG-RET(WS-IND-TAB) TO WS-RET-CHAR.
           COMPUTE WS-NOUV-SAL = WS-EMPSAL(WS-IND-TAB)
              + WS-EMPAUG-RET(WS-IND-TAB).
           MOVE WS-NOUV-SAL TO WS-NOUV-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '  ' WS-EMPID(WS-IND-TAB) SPACE
                  WS-EMPNOM(WS-IND-TAB) SPACE
                  WS-BANDE-LIB(WS-EMPBANDE(WS-IND-TAB)) '   '
                  WS-EMPNOTE(WS-IND-TAB) '  ' WS-SAL-CHAR SPACE
                  WS-PCT-CHAR '%  ' WS-PROP-CHAR SPACE
                  WS-RET-CHAR SPACE WS-NOUV-CHAR SPACE
                  WS-EMPMOTIF(WS-IND-TAB)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.

      *    Cumule l'agence dans sa région (table des agences triée
      *    par région) et dans le total société
       CUMULE-REGION.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-RG)
                   OR (WS-RG-NOM(WS-IND-RG) = WS-AG-REGION(WS-IND-AG))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-RG TO WS-IND-RG
           END-PERFORM.
           IF WS-IND-RG > WS-NB-RG
              IF WS-NB-RG >= 30
                 DISPLAY 'TABLE DES REGIONS PLEINE - AGENCE '
                    WS-AG-ID(WS-IND-AG) ' NON CONSOLIDEE'
              ELSE
                 ADD 1 TO WS-NB-RG
                 MOVE WS-NB-RG TO WS-IND-RG
                 INITIALIZE WS-RG-TAB(WS-IND-RG)
                 MOVE WS-AG-REGION(WS-IND-AG) TO WS-RG-NOM(WS-IND-RG)
              END-IF
           END-IF.
           IF WS-IND-RG <= WS-NB-RG
              ADD WS-AG-EFF(WS-IND-AG)      TO WS-RG-EFF(WS-IND-RG)
              ADD WS-AG-MASSE(WS-IND-AG)    TO WS-RG-MASSE(WS-IND-RG)
              ADD WS-AG-AUG-PROP(WS-IND-AG)
                 TO WS-RG-AUG-PROP(WS-IND-RG)
              ADD WS-AG-AUG-RET(WS-IND-AG)
                 TO WS-RG-AUG-RET(WS-IND-RG)
              ADD WS-AG-BUDG-MAS(WS-IND-AG)
                 TO WS-RG-BUDG-MAS(WS-IND-RG)
           END-IF.
           ADD WS-AG-MASSE(WS-IND-AG)    TO WS-STE-MASSE.
           ADD WS-AG-AUG-PROP(WS-IND-AG) TO WS-STE-AUG-PROP.
           ADD WS-AG-AUG-RET(WS-IND-AG)  TO WS-STE-AUG-RET.

       ECRIT-PROP-REGION.
           MOVE WS-RG-EFF(WS-IND-RG) TO WS-EFF-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'REGION ' WS-RG-NOM(WS-IND-RG)
                  ' EFFECTIF ' WS-EFF-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-RG-MASSE(WS-IND-RG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  MASSE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-RG-BUDG-MAS(WS-IND-RG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  ENVELOPPES ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-RG-AUG-PROP(WS-IND-RG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PROPOSE ' WS-MASSE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-RG-AUG-RET(WS-IND-RG) TO WS-MASSE-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  RETENU ' WS-MASSE-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-PROPOS.
           WRITE REC-PROPOS.

      *    Campagne validée : une ligne de Salaire-Delta.txt par
      *    augmentation retenue, au dessin lu par filecpy0 (le
      *    7e caractère de la zone salaire est repris tel quel)
       ECRIT-DELTA.
           OPEN OUTPUT F-DELTA.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMPAUG-RET(WS-IND-TAB) > 0
                 COMPUTE WS-NOUV-SAL-9 = WS-EMPSAL(WS-IND-TAB)
                    + WS-EMPAUG-RET(WS-IND-TAB)
                 MOVE SPACES TO R-DELTA
                 MOVE WS-EMPID(WS-IND-TAB) TO RDELTA-ID
                 MOVE WS-EMPSAL-FIN(WS-IND-TAB)
                    TO WS-NOUV-SAL-X(7:1)
                 MOVE WS-NOUV-SAL-X        TO RDELTA-SALAIRE
                 MOVE WS-DATE-EFFET        TO RDELTA-DATEFF
                 WRITE R-DELTA
                 ADD 1 TO WS-NB-DELTA
              END-IF
           END-PERFORM.
           CLOSE F-DELTA.

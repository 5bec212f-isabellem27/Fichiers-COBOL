      *=============================================================*
      *    AFFECTATION DU MATERIEL ROULANT ET SUIVI KILOMETRIQUE    *
      *       roulemnt affecte les conducteurs, rien n'affectait    *
      *       les rames et les échéances de révision étaient        *
      *       suivies au tableau. Le parc materiel.dat (rame '*'    *
      *       type '*' places '*' km depuis la dernière révision    *
      *       '*' seuil de révision en km, nombres cadrés à zéro    *
      *       sur 3, 7 et 7 chiffres) est affecté aux départs de    *
      *       train-planning.dat dans l'ordre des heures :          *
      *         - une rame doit être du type du train, offrir au    *
      *           moins FS-CAPA places (la plus petite rame qui     *
      *           convient est retenue), être rentrée à la gare     *
      *           d'origine (aller, retour de même durée et         *
      *           battement de materiel-param.txt, colonnes 1-3,    *
      *           20 minutes par défaut) et ne pas dépasser son     *
      *           seuil de révision avec le trajet ;                *
      *         - la distance de la destination (distances.dat :    *
      *           destination '*' km sur 4 chiffres) est ajoutée    *
      *           aller et retour au kilométrage de la rame ;       *
      *         - les trains annulés (incident AN) ne sont pas      *
      *           affectés.                                         *
      *       materiel.dat est sauvegardé dans materiel-avant.dat   *
      *       puis réécrit avec les kilométrages à jour (une ligne  *
      *       illisible est recopiée telle quelle). Sortie          *
      *       affectation-materiel.dat : les affectations, les      *
      *       trains non couverts, puis les rames qui atteindront   *
      *       leur seuil dans les N jours (materiel-param.txt,      *
      *       colonnes 4-6, 7 par défaut) au rythme kilométrique    *
      *       du jour, à retirer du plan avant l'échéance.          *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. materiel.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FO-TRAIN
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-MATERIEL
           ASSIGN TO 'materiel.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FMAT.

      *    copie du parc avant mise à jour des kilométrages, pour
      *    pouvoir repartir en arrière sur un plan erroné
           SELECT F-AVANT
           ASSIGN TO 'materiel-avant.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAVANT.

           SELECT F-DISTANCE
           ASSIGN TO 'distances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDIST.

      *    battement en minutes (colonnes 1-3) et horizon de
      *    révision en jours (colonnes 4-6) ; absent = 20 et 7
           SELECT F-PARAM
           ASSIGN TO 'materiel-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT FO-AFFECT
           ASSIGN TO 'affectation-materiel.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAFFECT.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN3.

       FD  F-MATERIEL
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-MATERIEL PIC X(60).

       FD  F-AVANT
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-AVANT PIC X(60).

       FD  F-DISTANCE
           RECORD CONTAINS 1 TO 40 CHARACTERS
           RECORDING MODE IS V.
       01  REC-DISTANCE PIC X(40).

       FD  F-PARAM
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-BATTEMENT PIC 9(3).
           05 PAR-HORIZON   PIC 9(3).
           05 FILLER        PIC X(4).

       FD  FO-AFFECT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AFFECT PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIN        PIC XX                     .
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FMAT         PIC XX                     .
       88  WS-STAT-FMATOK                     VALUE '00'   .
       88  WS-STAT-FMATFIN                    VALUE '10'   .
       88  WS-STAT-FMATNOFILE                 VALUE '35'   .
       01  WS-STAT-FAVANT       PIC XX                     .
       88  WS-STAT-FAVANTOK                   VALUE '00'   .
       01  WS-STAT-FDIST        PIC XX                     .
       88  WS-STAT-FDISTOK                    VALUE '00'   .
       88  WS-STAT-FDISTFIN                   VALUE '10'   .
       88  WS-STAT-FDISTNOFILE                VALUE '35'   .
       01  WS-STAT-FPARAM       PIC XX                     .
       88  WS-STAT-FPARAMOK                   VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE               VALUE '35'   .
       01  WS-STAT-FAFFECT      PIC XX                     .
       88  WS-STAT-FAFFECTOK                  VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    battement au retour et horizon de révision
       01  WS-BATTEMENT      PIC 9(3)   VALUE 20 .
       01  WS-HORIZON        PIC 9(3)   VALUE 7  .

      *    table du plan du jour, triée par heure de départ pour
      *    affecter dans l'ordre de la journée
       01  WS-IND-PL         PIC 999    VALUE 0  .
       01  WS-TAB-PLANNING.
           03 WS-NB-TRAIN    PIC 999    VALUE 0  .
           03 WS-PLAN-ENR OCCURS 1 TO 999 TIMES
                           DEPENDING ON WS-NB-TRAIN
                           ASCENDING KEY WS-PLAN-HHMN
                           INDEXED BY IDX-PLAN.
              05 WS-PLAN-TYP         PIC X(3)  .
              05 WS-PLAN-DEST        PIC X(18) .
              05 WS-PLAN-HHMN        PIC 9(4)  .
              05 WS-PLAN-HHMN-DEST   PIC 9(4)  .
              05 WS-PLAN-JOUR-DEC    PIC 9     .
              05 WS-PLAN-INCIDENT    PIC X(2)  .
              05 WS-PLAN-CAPA        PIC 9(3)  .

      *    parc : caractéristiques, kilométrage, retour en gare en
      *    minutes et kilomètres parcourus dans la journée
       01  WS-IND-MT         PIC 99     VALUE 0  .
       01  WS-IND-RETENU     PIC 99     VALUE 0  .
       01  WS-PARC.
           03 WS-NB-MAT      PIC 99     VALUE 0  .
           03 WS-MAT-ENR OCCURS 1 TO 99 TIMES
                           DEPENDING ON WS-NB-MAT
                           INDEXED BY IDX-MAT.
              05 WS-MAT-IMAGE        PIC X(60) .
              05 WS-MAT-VALIDE       PIC X     .
              05 WS-MAT-UNITE        PIC X(8)  .
              05 WS-MAT-TYPE         PIC X(3)  .
              05 WS-MAT-PLACES       PIC 9(3)  .
              05 WS-MAT-KM           PIC 9(7)  .
              05 WS-MAT-SEUIL        PIC 9(7)  .
              05 WS-MAT-LIBRE-MIN    PIC 9(5)  .
              05 WS-MAT-KM-JOUR      PIC 9(5)  .
              05 WS-MAT-NB-AFFECT    PIC 99    .

      *    découpage d'une ligne du parc
       01  WS-MT-UNITE       PIC X(8)   VALUE SPACES .
       01  WS-MT-TYPE        PIC X(3)   VALUE SPACES .
       01  WS-MT-PLACES-X    PIC X(3)   VALUE SPACES .
       01  WS-MT-PLACES-9 REDEFINES WS-MT-PLACES-X PIC 9(3).
       01  WS-MT-KM-X        PIC X(7)   VALUE SPACES .
       01  WS-MT-KM-9 REDEFINES WS-MT-KM-X PIC 9(7).
       01  WS-MT-SEUIL-X     PIC X(7)   VALUE SPACES .
       01  WS-MT-SEUIL-9 REDEFINES WS-MT-SEUIL-X PIC 9(7).

      *    distances par destination
       01  WS-IND-DS         PIC 999    VALUE 0  .
       01  WS-TAB-DISTANCE.
           03 WS-NB-DIST     PIC 999    VALUE 0  .
           03 WS-DIST-ENR OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-NB-DIST
                           INDEXED BY IDX-DIST.
              05 WS-DIST-DEST        PIC X(18) .
              05 WS-DIST-KM          PIC 9(4)  .
       01  WS-DS-DEST        PIC X(18)  VALUE SPACES .
       01  WS-DS-KM-X        PIC X(4)   VALUE SPACES .
       01  WS-DS-KM-9 REDEFINES WS-DS-KM-X PIC 9(4).

      *    conversion heures/minutes (même découpage que trainpla)
       01  WS-HHMN           PIC 9(4)    .
       01  WS-HHMN-DET REDEFINES WS-HHMN .
           05 WS-HH          PIC 99      .
           05 WS-MN          PIC 99      .
       01  WS-MINUTES        PIC 9(5)   VALUE 0  .
       01  WS-DEP-MIN        PIC 9(5)   VALUE 0  .
       01  WS-ARR-MIN        PIC 9(5)   VALUE 0  .
       01  WS-RETOUR-MIN     PIC 9(5)   VALUE 0  .
       01  WS-KM-TRAJET      PIC 9(5)   VALUE 0  .
       01  WS-KM-PREVU       PIC 9(9)   VALUE 0  .

       01  WS-NB-COUVERTS    PIC 999    VALUE 0  .
       01  WS-NB-NONCOUVERTS PIC 999    VALUE 0  .
       01  WS-NB-REVISION    PIC 99     VALUE 0  .
       01  WS-LIG-RAP        PIC X(100) VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM.
           PERFORM CHARGE-PARC THRU CHARGE-PARC-FIN.
           IF WS-NB-MAT = 0
              DISPLAY 'MATERIEL.DAT ABSENT OU VIDE - AUCUNE '
                 'AFFECTATION POSSIBLE'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           PERFORM CHARGE-DISTANCES THRU CHARGE-DISTANCES-FIN.
           PERFORM CHARGE-PLANNING.

      *    affectation dans l'ordre des départs de la journée
           SORT WS-PLAN-ENR ASCENDING
           KEY WS-PLAN-HHMN OF WS-TAB-PLANNING.

           OPEN OUTPUT FO-AFFECT.
           MOVE 'AFFECTATION DU MATERIEL ROULANT DU JOUR'
              TO REC-AFFECT.
           WRITE REC-AFFECT.
           MOVE ALL '=' TO REC-AFFECT.
           WRITE REC-AFFECT.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              IF WS-PLAN-INCIDENT(WS-IND-PL) NOT = 'AN'
                 PERFORM AFFECTE-TRAIN THRU AFFECTE-TRAIN-FIN
              END-IF
           END-PERFORM.
           PERFORM ECRIT-REVISIONS.
           CLOSE FO-AFFECT.

      *    kilométrages du jour reportés dans le parc
           IF WS-NB-COUVERTS > 0
              PERFORM SAUVE-ET-REECRIT-PARC
           END-IF.

           DISPLAY 'Trains couverts     : ' WS-NB-COUVERTS.
           DISPLAY 'Trains non couverts : ' WS-NB-NONCOUVERTS.
           DISPLAY 'Rames à réviser     : ' WS-NB-REVISION.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'materiel' TO JR-PROGRAMME.
           MOVE WS-NB-TRAIN       TO JR-NB-LUS.
           MOVE WS-NB-COUVERTS    TO JR-NB-ECRITS.
           MOVE WS-NB-NONCOUVERTS TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
              READ F-PARAM
              IF (PAR-BATTEMENT NUMERIC)
                 MOVE PAR-BATTEMENT TO WS-BATTEMENT
              END-IF
              IF (PAR-HORIZON NUMERIC) AND (PAR-HORIZON > 0)
                 MOVE PAR-HORIZON TO WS-HORIZON
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.

       CHARGE-PARC.
           OPEN INPUT F-MATERIEL.
           IF WS-STAT-FMATNOFILE
              CLOSE F-MATERIEL
              GO TO CHARGE-PARC-FIN
           END-IF.
           IF NOT WS-STAT-FMATOK
              DISPLAY 'CODE RETOUR D''ERREUR MATERIEL' SPACE
                 WS-STAT-FMAT
              CLOSE F-MATERIEL
              GO TO CHARGE-PARC-FIN
           END-IF.
           READ F-MATERIEL.
           PERFORM UNTIL WS-STAT-FMATFIN
                      OR (WS-NB-MAT >= 99)
              MOVE SPACES TO WS-MT-UNITE WS-MT-TYPE WS-MT-PLACES-X
                             WS-MT-KM-X WS-MT-SEUIL-X
              UNSTRING REC-MATERIEL DELIMITED BY '*'
                 INTO WS-MT-UNITE WS-MT-TYPE WS-MT-PLACES-X
                      WS-MT-KM-X WS-MT-SEUIL-X
              ADD 1 TO WS-NB-MAT
              MOVE REC-MATERIEL TO WS-MAT-IMAGE(WS-NB-MAT)
              MOVE 0 TO WS-MAT-NB-AFFECT(WS-NB-MAT)
              MOVE 0 TO WS-MAT-KM-JOUR(WS-NB-MAT)
              IF (WS-MT-UNITE NOT = SPACES)
                 AND (WS-MT-PLACES-9 NUMERIC)
                 AND (WS-MT-KM-9 NUMERIC)
                 AND (WS-MT-SEUIL-9 NUMERIC)
                 MOVE 'O' TO WS-MAT-VALIDE(WS-NB-MAT)
                 MOVE WS-MT-UNITE    TO WS-MAT-UNITE(WS-NB-MAT)
                 MOVE WS-MT-TYPE     TO WS-MAT-TYPE(WS-NB-MAT)
                 MOVE WS-MT-PLACES-9 TO WS-MAT-PLACES(WS-NB-MAT)
                 MOVE WS-MT-KM-9     TO WS-MAT-KM(WS-NB-MAT)
                 MOVE WS-MT-SEUIL-9  TO WS-MAT-SEUIL(WS-NB-MAT)
      *          en gare dès le début de la journée
                 MOVE 0 TO WS-MAT-LIBRE-MIN(WS-NB-MAT)
              ELSE
                 MOVE 'N' TO WS-MAT-VALIDE(WS-NB-MAT)
                 DISPLAY 'LIGNE MATERIEL ILLISIBLE :' SPACE
                    FUNCTION TRIM(REC-MATERIEL)
              END-IF
              READ F-MATERIEL
           END-PERFORM.
           CLOSE F-MATERIEL.
       CHARGE-PARC-FIN.
           EXIT.

      *    distances absentes tolérées : le trajet compte alors pour
      *    0 km et le train est signalé dans le rapport
       CHARGE-DISTANCES.
           OPEN INPUT F-DISTANCE.
           IF WS-STAT-FDISTNOFILE
              DISPLAY 'DISTANCES.DAT ABSENT - KILOMETRAGES NON '
                 'MIS A JOUR'
              CLOSE F-DISTANCE
              GO TO CHARGE-DISTANCES-FIN
           END-IF.
           IF NOT WS-STAT-FDISTOK
              DISPLAY 'CODE RETOUR D''ERREUR DISTANCES' SPACE
                 WS-STAT-FDIST
              CLOSE F-DISTANCE
              GO TO CHARGE-DISTANCES-FIN
           END-IF.
           READ F-DISTANCE.
           PERFORM UNTIL WS-STAT-FDISTFIN
                      OR (WS-NB-DIST >= 200)
              MOVE SPACES TO WS-DS-DEST WS-DS-KM-X
              UNSTRING REC-DISTANCE DELIMITED BY '*'
                 INTO WS-DS-DEST WS-DS-KM-X
              IF (WS-DS-DEST NOT = SPACES) AND (WS-DS-KM-9 NUMERIC)
                 ADD 1 TO WS-NB-DIST
                 MOVE WS-DS-DEST TO WS-DIST-DEST(WS-NB-DIST)
                 MOVE WS-DS-KM-9 TO WS-DIST-KM(WS-NB-DIST)
              ELSE
                 DISPLAY 'LIGNE DISTANCE ILLISIBLE :' SPACE
                    FUNCTION TRIM(REC-DISTANCE)
              END-IF
              READ F-DISTANCE
           END-PERFORM.
           CLOSE F-DISTANCE.
       CHARGE-DISTANCES-FIN.
           EXIT.

       CHARGE-PLANNING.
           OPEN INPUT FO-TRAIN.
           IF WS-STAT-FICINOFILE
              DISPLAY 'TRAIN-PLANNING.DAT INTROUVABLE - LANCEZ '
                 'D''ABORD TRAINPLA'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-STAT-FICIOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FICIN
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ FO-TRAIN.
           PERFORM UNTIL WS-STAT-FICIFIN
              ADD 1 TO WS-NB-TRAIN
              MOVE FS-TYP  OF FSO-TRAIN-DET
                 TO WS-PLAN-TYP(WS-NB-TRAIN)
              MOVE FS-DEST OF FSO-TRAIN-DET
                 TO WS-PLAN-DEST(WS-NB-TRAIN)
              MOVE FS-HHMN OF FSO-TRAIN-DET
                 TO WS-PLAN-HHMN(WS-NB-TRAIN)
              MOVE FS-HHMN-DEST OF FSO-TRAIN-DET
                 TO WS-PLAN-HHMN-DEST(WS-NB-TRAIN)
              MOVE FS-JOUR-DEC OF FSO-TRAIN-DET
                 TO WS-PLAN-JOUR-DEC(WS-NB-TRAIN)
              MOVE FS-INCIDENT OF FSO-TRAIN-DET
                 TO WS-PLAN-INCIDENT(WS-NB-TRAIN)
              MOVE FS-CAPA OF FSO-TRAIN-DET
                 TO WS-PLAN-CAPA(WS-NB-TRAIN)
              READ FO-TRAIN
           END-PERFORM.
           CLOSE FO-TRAIN.

      *    Convertit WS-HHMN (HHMM au cadran) en minutes depuis
      *    minuit dans WS-MINUTES (même idiome que trainpla)
       CONVERTIT-HHMN.
           COMPUTE WS-MINUTES = (WS-HH * 60) + WS-MN.

      *    Retient la plus petite rame du type, assez capacitaire,
      *    rentrée en gare et sous son seuil de révision avec le
      *    trajet ; elle est de nouveau libre au retour du trajet
      *    (même durée que l'aller) plus le battement
       AFFECTE-TRAIN.
           MOVE WS-PLAN-HHMN(WS-IND-PL) TO WS-HHMN.
           PERFORM CONVERTIT-HHMN.
           MOVE WS-MINUTES TO WS-DEP-MIN.
           MOVE WS-PLAN-HHMN-DEST(WS-IND-PL) TO WS-HHMN.
           PERFORM CONVERTIT-HHMN.
           COMPUTE WS-ARR-MIN =
              (WS-PLAN-JOUR-DEC(WS-IND-PL) * 1440) + WS-MINUTES.
           COMPUTE WS-RETOUR-MIN = WS-ARR-MIN
              + (WS-ARR-MIN - WS-DEP-MIN) + WS-BATTEMENT.
           PERFORM CHERCHE-DISTANCE.
           MOVE 0 TO WS-IND-RETENU.
           PERFORM VARYING WS-IND-MT FROM 1 BY 1
                   UNTIL (WS-IND-MT > WS-NB-MAT)
              PERFORM ESSAIE-RAME THRU ESSAIE-RAME-FIN
           END-PERFORM.
           IF WS-IND-RETENU = 0
              ADD 1 TO WS-NB-NONCOUVERTS
              MOVE SPACES TO WS-LIG-RAP
              STRING WS-PLAN-TYP(WS-IND-PL)
                     SPACE WS-PLAN-DEST(WS-IND-PL)
                     ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                     ' PLACES ' WS-PLAN-CAPA(WS-IND-PL)
                     ' *** AUCUNE RAME DISPONIBLE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-AFFECT
              WRITE REC-AFFECT
              GO TO AFFECTE-TRAIN-FIN
           END-IF.
           ADD 1 TO WS-NB-COUVERTS.
           MOVE WS-RETOUR-MIN TO WS-MAT-LIBRE-MIN(WS-IND-RETENU).
           ADD WS-KM-TRAJET TO WS-MAT-KM(WS-IND-RETENU).
           ADD WS-KM-TRAJET TO WS-MAT-KM-JOUR(WS-IND-RETENU).
           ADD 1 TO WS-MAT-NB-AFFECT(WS-IND-RETENU).
           MOVE SPACES TO WS-LIG-RAP.
           STRING WS-PLAN-TYP(WS-IND-PL)
                  SPACE WS-PLAN-DEST(WS-IND-PL)
                  ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                  ' PLACES ' WS-PLAN-CAPA(WS-IND-PL)
                  ' RAME ' WS-MAT-UNITE(WS-IND-RETENU)
                  SPACE WS-MAT-PLACES(WS-IND-RETENU)
                  ' KM +' WS-KM-TRAJET
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-KM-TRAJET = 0
              MOVE '(DISTANCE INCONNUE)' TO WS-LIG-RAP(78:19)
           END-IF.
           MOVE WS-LIG-RAP TO REC-AFFECT.
           WRITE REC-AFFECT.
       AFFECTE-TRAIN-FIN.
           EXIT.

      *    Distance aller et retour de la destination du train
       CHERCHE-DISTANCE.
           PERFORM VARYING WS-IND-DS FROM 1 BY 1
                   UNTIL (WS-IND-DS > WS-NB-DIST)
                   OR (WS-DIST-DEST(WS-IND-DS)
                       = WS-PLAN-DEST(WS-IND-PL))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-DS TO WS-IND-DS
           END-PERFORM.
           IF WS-IND-DS > WS-NB-DIST
              MOVE 0 TO WS-KM-TRAJET
           ELSE
              COMPUTE WS-KM-TRAJET = WS-DIST-KM(WS-IND-DS) * 2
           END-IF.

       ESSAIE-RAME.
           IF WS-MAT-VALIDE(WS-IND-MT) NOT = 'O'
              GO TO ESSAIE-RAME-FIN
           END-IF.
           IF WS-MAT-TYPE(WS-IND-MT) NOT = WS-PLAN-TYP(WS-IND-PL)
              GO TO ESSAIE-RAME-FIN
           END-IF.
           IF WS-MAT-PLACES(WS-IND-MT) < WS-PLAN-CAPA(WS-IND-PL)
              GO TO ESSAIE-RAME-FIN
           END-IF.
      *    rentrée à la gare d'origine avant le départ ?
           IF WS-MAT-LIBRE-MIN(WS-IND-MT) > WS-DEP-MIN
              GO TO ESSAIE-RAME-FIN
           END-IF.
      *    le trajet la ferait-il passer au-delà de son seuil ?
           IF (WS-MAT-KM(WS-IND-MT) + WS-KM-TRAJET)
              > WS-MAT-SEUIL(WS-IND-MT)
              GO TO ESSAIE-RAME-FIN
           END-IF.
      *    la plus petite rame qui convient
           IF WS-IND-RETENU > 0
              IF WS-MAT-PLACES(WS-IND-MT)
                 NOT < WS-MAT-PLACES(WS-IND-RETENU)
                 GO TO ESSAIE-RAME-FIN
              END-IF
           END-IF.
           MOVE WS-IND-MT TO WS-IND-RETENU.
       ESSAIE-RAME-FIN.
           EXIT.

      *    Rames qui atteindront leur seuil dans l'horizon au rythme
      *    kilométrique du jour (ou l'ont déjà atteint)
       ECRIT-REVISIONS.
           MOVE ALL '=' TO REC-AFFECT.
           WRITE REC-AFFECT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'RAMES A RETIRER DU PLAN POUR REVISION SOUS '
                  WS-HORIZON ' JOURS'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AFFECT.
           WRITE REC-AFFECT.
           PERFORM VARYING WS-IND-MT FROM 1 BY 1
                   UNTIL (WS-IND-MT > WS-NB-MAT)
              COMPUTE WS-KM-PREVU = WS-MAT-KM(WS-IND-MT)
                 + (WS-MAT-KM-JOUR(WS-IND-MT) * WS-HORIZON)
              IF (WS-MAT-VALIDE(WS-IND-MT) = 'O')
                 AND (WS-KM-PREVU >= WS-MAT-SEUIL(WS-IND-MT))
                 ADD 1 TO WS-NB-REVISION
                 MOVE SPACES TO WS-LIG-RAP
                 STRING '   ' WS-MAT-UNITE(WS-IND-MT)
                        SPACE WS-MAT-TYPE(WS-IND-MT)
                        ' KM ' WS-MAT-KM(WS-IND-MT)
                        ' SEUIL ' WS-MAT-SEUIL(WS-IND-MT)
                        ' KM DU JOUR ' WS-MAT-KM-JOUR(WS-IND-MT)
                        ' PREVU ' WS-KM-PREVU
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-AFFECT
                 WRITE REC-AFFECT
              END-IF
           END-PERFORM.
           IF WS-NB-REVISION = 0
              MOVE '   AUCUNE' TO REC-AFFECT
              WRITE REC-AFFECT
           END-IF.
           MOVE ALL '=' TO REC-AFFECT.
           WRITE REC-AFFECT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'TRAINS COUVERTS : ' WS-NB-COUVERTS
                  '  NON COUVERTS : ' WS-NB-NONCOUVERTS
                  '  RAMES A REVISER : ' WS-NB-REVISION
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AFFECT.
           WRITE REC-AFFECT.

      *    Sauvegarde du parc d'avant l'affectation puis réécriture
      *    avec les kilométrages du jour
       SAUVE-ET-REECRIT-PARC.
           OPEN OUTPUT F-AVANT.
           OPEN INPUT F-MATERIEL.
           READ F-MATERIEL.
           PERFORM UNTIL WS-STAT-FMATFIN
              MOVE REC-MATERIEL TO REC-AVANT
              WRITE REC-AVANT
              READ F-MATERIEL
           END-PERFORM.
           CLOSE F-MATERIEL.
           CLOSE F-AVANT.

           OPEN OUTPUT F-MATERIEL.
           PERFORM VARYING WS-IND-MT FROM 1 BY 1
                   UNTIL (WS-IND-MT > WS-NB-MAT)
              MOVE SPACES TO REC-MATERIEL
              IF WS-MAT-VALIDE(WS-IND-MT) = 'O'
                 STRING WS-MAT-UNITE(WS-IND-MT) DELIMITED BY SPACE
                        '*' WS-MAT-TYPE(WS-IND-MT)
                        '*' WS-MAT-PLACES(WS-IND-MT)
                        '*' WS-MAT-KM(WS-IND-MT)
                        '*' WS-MAT-SEUIL(WS-IND-MT)
                        DELIMITED BY SIZE
                 INTO REC-MATERIEL
              ELSE
                 MOVE WS-MAT-IMAGE(WS-IND-MT) TO REC-MATERIEL
              END-IF
              WRITE REC-MATERIEL
           END-PERFORM.
           CLOSE F-MATERIEL.

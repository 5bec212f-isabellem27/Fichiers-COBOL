      *=============================================================*
      *    INDEMNISATION DES RETARDS DES PASSAGERS RESERVES         *
      *       Compare l'arrivée recalée de chaque train             *
      *       (train-planning-revise.dat de replanif, lu en         *
      *       parallèle du plan) à l'arrivée théorique              *
      *       (train-planning.dat) et applique la grille            *
      *       d'indemnisation au prix de la place (barème           *
      *       tarifs.dat, même tranche de durée que recette) de     *
      *       chaque réservation nominative de resvpass             *
      *       (reservations-passagers.dat) :                        *
      *         - grille dans indemnis-param.txt, par défaut 25 %   *
      *           à partir de 60 minutes de retard, 50 % à partir   *
      *           de 120 minutes, 100 % pour un train annulé ;      *
      *         - indemnisations-passagers.dat : une ligne par      *
      *           passager indemnisé, totaux par train et par       *
      *           destination ;                                     *
      *         - indemnisations-trains.dat (dessin TRAIN5) : le    *
      *           total par train, déduit ensuite par recette.      *
      *       Sans passage de replanif, seules les annulations      *
      *       sont indemnisées.                                     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. indemnis.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FO-TRAIN
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

      *    plan recalé de replanif, lu en parallèle du plan du jour
      *    (même ordre d'enregistrements)
           SELECT F-REVISE
           ASSIGN TO 'train-planning-revise.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREV.

           SELECT F-PASSAGER
           ASSIGN TO 'reservations-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPASS.

      *    barème des prix : type '*' durée maxi de la tranche en
      *    heures '*' prix de la place (4 chiffres + 2 décimales
      *    implicites), le même que celui de recette
           SELECT F-TARIF
           ASSIGN TO 'tarifs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FTARIF.

      *    grille : premier seuil en minutes (colonnes 1-3) et son
      *    taux en % (4-6), second seuil (7-9) et son taux (10-12),
      *    taux d'annulation (13-15) ; absent = 060 025 120 050 100
           SELECT F-PARAM
           ASSIGN TO 'indemnis-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT FO-RAPPORT
           ASSIGN TO 'indemnisations-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

           SELECT F-INDEMN
           ASSIGN TO 'indemnisations-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FIND.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN3.
       COPY TRAIN4.
       COPY TRAIN5.

       FD  F-REVISE
           RECORD CONTAINS 46 TO 61 CHARACTERS
           RECORDING MODE IS V.
       01  REC-REVISE PIC X(61).

       FD  F-TARIF
           RECORD CONTAINS 1 TO 20 CHARACTERS
           RECORDING MODE IS V.
       01  REC-TARIF PIC X(20).

       FD  F-PARAM
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-SEUIL-1   PIC 9(3).
           05 PAR-TAUX-1    PIC 9(3).
           05 PAR-SEUIL-2   PIC 9(3).
           05 PAR-TAUX-2    PIC 9(3).
           05 PAR-TAUX-AN   PIC 9(3).

       FD  FO-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIN        PIC XX                     .
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FREV         PIC XX                     .
       88  WS-STAT-FREVOK                     VALUE '00'   .
       88  WS-STAT-FREVFIN                    VALUE '10'   .
       88  WS-STAT-FREVNOFILE                 VALUE '35'   .
       01  WS-STAT-FPASS        PIC XX                     .
       88  WS-STAT-FPASSOK                    VALUE '00'   .
       88  WS-STAT-FPASSFIN                   VALUE '10'   .
       88  WS-STAT-FPASSNOFILE                VALUE '35'   .
       01  WS-STAT-FTARIF       PIC XX                     .
       88  WS-STAT-FTARIFOK                   VALUE '00'   .
       88  WS-STAT-FTARIFFIN                  VALUE '10'   .
       88  WS-STAT-FTARIFNOFILE               VALUE '35'   .
       01  WS-STAT-FPARAM       PIC XX                     .
       88  WS-STAT-FPARAMOK                   VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE               VALUE '35'   .
       01  WS-STAT-FRAP         PIC XX                     .
       88  WS-STAT-FRAPOK                     VALUE '00'   .
       01  WS-STAT-FIND         PIC XX                     .
       88  WS-STAT-FINDOK                     VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    grille d'indemnisation
       01  WS-SEUIL-1        PIC 9(3)   VALUE 60  .
       01  WS-TAUX-1         PIC 9(3)   VALUE 25  .
       01  WS-SEUIL-2        PIC 9(3)   VALUE 120 .
       01  WS-TAUX-2         PIC 9(3)   VALUE 50  .
       01  WS-TAUX-AN        PIC 9(3)   VALUE 100 .

      *    table du plan du jour : clé théorique du train, arrivée
      *    théorique et recalée, retard, taux et prix de la place
       01  WS-IND-PL         PIC 999    VALUE 0  .
       01  WS-TAB-PLANNING.
           03 WS-NB-TRAIN    PIC 999    VALUE 0  .
           03 WS-PLAN-ENR OCCURS 1 TO 999 TIMES
                           DEPENDING ON WS-NB-TRAIN
                           INDEXED BY IDX-PLAN.
              05 WS-PLAN-CLE.
                 10 WS-PLAN-TYP      PIC X(3)  .
                 10 WS-PLAN-DEST     PIC X(18) .
                 10 WS-PLAN-HHMN     PIC 9(4)  .
              05 WS-PLAN-HHMN-DEST   PIC 9(4)  .
              05 WS-PLAN-JOUR-DEC    PIC 9     .
              05 WS-PLAN-NBH         PIC 99    .
              05 WS-PLAN-INCIDENT    PIC X(2)  .
              05 WS-PLAN-ARR-REV     PIC X(4)  .
              05 WS-PLAN-JOUR-REV    PIC X     .
              05 WS-PLAN-RETARD      PIC 9(4)  .
              05 WS-PLAN-TAUX        PIC 9(3)  .
              05 WS-PLAN-PRIX        PIC 9(4)V99.
              05 WS-PLAN-PRIX-OK     PIC X     .
              05 WS-PLAN-NB-IND      PIC 9(4)  .
              05 WS-PLAN-MONTANT     PIC 9(7)V99.

      *    table des réservations, dans l'ordre du fichier
       01  WS-IND-PA         PIC 9(4)   VALUE 0  .
       01  WS-TAB-PASSAGER.
           03 WS-NB-PASS     PIC 9(4)   VALUE 0  .
           03 WS-PASS-ENR OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-NB-PASS
                           INDEXED BY IDX-PASS.
              05 WS-PS-CLE           PIC X(25) .
              05 WS-PS-SIEGE         PIC 9(3)  .
              05 WS-PS-REF           PIC X(8)  .
              05 WS-PS-NOM           PIC X(30) .
              05 WS-PS-AU-PLAN       PIC X     .

      *    barème des prix par type et tranche de durée
       01  WS-IND-TF         PIC 99     VALUE 0  .
       01  WS-TARIFS.
           03 WS-NB-TF       PIC 99     VALUE 0  .
           03 WS-TF-TAB  OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-NB-TF
                          INDEXED BY IDX-TF.
              05 WS-TF-TYP       PIC X(3)  .
              05 WS-TF-NBH-MAX   PIC 99    .
              05 WS-TF-PRIX      PIC 9(4)V99.

      *    découpage des lignes de barème
       01  WS-BAR-TYP        PIC X(3)   VALUE SPACES .
       01  WS-BAR-NBH-X      PIC X(2)   VALUE SPACES .
       01  WS-BAR-NBH-9 REDEFINES WS-BAR-NBH-X PIC 99.
       01  WS-BAR-PRIX-X     PIC X(6)   VALUE SPACES .
       01  WS-BAR-PRIX-9 REDEFINES WS-BAR-PRIX-X PIC 9(4)V99.

      *    totaux par destination
       01  WS-IND-DS         PIC 99     VALUE 0  .
       01  WS-DESTINATIONS.
           03 WS-NB-DS       PIC 99     VALUE 0  .
           03 WS-DS-TAB  OCCURS 1 TO 99 TIMES
                          DEPENDING ON WS-NB-DS
                          INDEXED BY IDX-DS.
              05 WS-DS-NOM       PIC X(18) .
              05 WS-DS-NB-IND    PIC 9(4)  .
              05 WS-DS-MONTANT   PIC 9(8)V99.

      *    conversion des heures en minutes (idiome de trainpla)
       01  WS-HHMN.
           05 WS-HH          PIC 99 .
           05 WS-MN          PIC 99 .
       01  WS-MINUTES        PIC 9(4)   VALUE 0  .
       01  WS-ARR-THEO       PIC 9(5)   VALUE 0  .
       01  WS-ARR-REV        PIC 9(5)   VALUE 0  .
       01  WS-JOUR-REV-9     PIC 9      VALUE 0  .

       01  WS-MEILLEUR-MAX   PIC 99       VALUE 0  .
       01  WS-INDEMNITE      PIC 9(5)V99  VALUE 0  .
       01  WS-TOTAL-JOUR     PIC 9(8)V99  VALUE 0  .
       01  WS-MONTANT-CHAR   PIC Z(4)9.99           .
       01  WS-TOT-CHAR       PIC Z(7)9.99           .
       01  WS-REVISE-LU      PIC X        VALUE 'N'.
       88  WS-REVISE-EST-LU              VALUE 'O'.
       01  WS-NB-TRAINS-IND  PIC 999      VALUE 0  .
       01  WS-NB-INDEMNISES  PIC 9(4)     VALUE 0  .
       01  WS-NB-SANS-TARIF  PIC 9(4)     VALUE 0  .
       01  WS-NB-HORS-PLAN   PIC 9(4)     VALUE 0  .
       01  WS-LIG-RAP        PIC X(120)   VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM.
           PERFORM CHARGE-TARIFS THRU CHARGE-TARIFS-FIN.
           IF WS-NB-TF = 0
              DISPLAY 'TARIFS.DAT ABSENT OU VIDE - AUCUNE '
                 'INDEMNISATION POSSIBLE'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           PERFORM CHARGE-PLANNING.
           PERFORM CHARGE-PASSAGERS.
           PERFORM CHARGE-REVISE THRU CHARGE-REVISE-FIN.

           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              PERFORM EVALUE-TRAIN
           END-PERFORM.

           PERFORM ECRIT-INDEMNISATIONS.
           PERFORM ECRIT-TOTAUX-TRAINS.

           DISPLAY 'Trains du plan         : ' WS-NB-TRAIN.
           DISPLAY 'Réservations lues      : ' WS-NB-PASS.
           DISPLAY 'Trains indemnisés      : ' WS-NB-TRAINS-IND.
           DISPLAY 'Passagers indemnisés   : ' WS-NB-INDEMNISES.
           DISPLAY 'Passagers sans tarif   : ' WS-NB-SANS-TARIF.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'indemnis' TO JR-PROGRAMME.
           MOVE WS-NB-PASS       TO JR-NB-LUS.
           MOVE WS-NB-INDEMNISES TO JR-NB-ECRITS.
           MOVE WS-NB-SANS-TARIF TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
              READ F-PARAM
              IF (PAR-SEUIL-1 NUMERIC) AND (PAR-TAUX-1 NUMERIC)
                 AND (PAR-SEUIL-2 NUMERIC) AND (PAR-TAUX-2 NUMERIC)
                 AND (PAR-TAUX-AN NUMERIC)
                 AND (PAR-SEUIL-1 > 0)
                 AND (PAR-SEUIL-2 > PAR-SEUIL-1)
                 MOVE PAR-SEUIL-1 TO WS-SEUIL-1
                 MOVE PAR-TAUX-1  TO WS-TAUX-1
                 MOVE PAR-SEUIL-2 TO WS-SEUIL-2
                 MOVE PAR-TAUX-2  TO WS-TAUX-2
                 MOVE PAR-TAUX-AN TO WS-TAUX-AN
              ELSE
                 DISPLAY 'GRILLE D''INDEMNISATION ILLISIBLE - '
                    'GRILLE PAR DEFAUT'
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.

       CHARGE-TARIFS.
           OPEN INPUT F-TARIF.
           IF WS-STAT-FTARIFNOFILE
              GO TO CHARGE-TARIFS-FIN
           END-IF.
           IF NOT WS-STAT-FTARIFOK
              DISPLAY 'CODE RETOUR D''ERREUR TARIFS' SPACE
                 WS-STAT-FTARIF
              GO TO CHARGE-TARIFS-FIN
           END-IF.
           READ F-TARIF.
           PERFORM UNTIL WS-STAT-FTARIFFIN
                      OR (WS-NB-TF >= 50)
              MOVE SPACES TO WS-BAR-TYP WS-BAR-NBH-X WS-BAR-PRIX-X
              UNSTRING REC-TARIF DELIMITED BY '*'
                 INTO WS-BAR-TYP WS-BAR-NBH-X WS-BAR-PRIX-X
              IF (WS-BAR-NBH-9 NUMERIC) AND (WS-BAR-PRIX-9 NUMERIC)
                 ADD 1 TO WS-NB-TF
                 MOVE WS-BAR-TYP    TO WS-TF-TYP(WS-NB-TF)
                 MOVE WS-BAR-NBH-9  TO WS-TF-NBH-MAX(WS-NB-TF)
                 MOVE WS-BAR-PRIX-9 TO WS-TF-PRIX(WS-NB-TF)
              ELSE
                 DISPLAY 'LIGNE DE TARIF ILLISIBLE :' SPACE
                    FUNCTION TRIM(REC-TARIF)
              END-IF
              READ F-TARIF
           END-PERFORM.
       CHARGE-TARIFS-FIN.
           CLOSE F-TARIF.

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
              MOVE FS-NBH OF FSO-TRAIN-DET
                 TO WS-PLAN-NBH(WS-NB-TRAIN)
              MOVE FS-INCIDENT OF FSO-TRAIN-DET
                 TO WS-PLAN-INCIDENT(WS-NB-TRAIN)
              MOVE SPACES TO WS-PLAN-ARR-REV(WS-NB-TRAIN)
              MOVE SPACES TO WS-PLAN-JOUR-REV(WS-NB-TRAIN)
              MOVE 0 TO WS-PLAN-RETARD(WS-NB-TRAIN)
              MOVE 0 TO WS-PLAN-TAUX(WS-NB-TRAIN)
              MOVE 0 TO WS-PLAN-PRIX(WS-NB-TRAIN)
              MOVE 'N' TO WS-PLAN-PRIX-OK(WS-NB-TRAIN)
              MOVE 0 TO WS-PLAN-NB-IND(WS-NB-TRAIN)
              MOVE 0 TO WS-PLAN-MONTANT(WS-NB-TRAIN)
              READ FO-TRAIN
           END-PERFORM.
           CLOSE FO-TRAIN.

       CHARGE-PASSAGERS.
           OPEN INPUT F-PASSAGER.
           IF WS-STAT-FPASSNOFILE
              DISPLAY 'RESERVATIONS-PASSAGERS.DAT ABSENT - LANCEZ '
                 'D''ABORD RESVPASS'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-STAT-FPASSOK
              DISPLAY 'CODE RETOUR D''ERREUR PASSAGERS' SPACE
                 WS-STAT-FPASS
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ F-PASSAGER.
           PERFORM UNTIL WS-STAT-FPASSFIN
                      OR (WS-NB-PASS >= 5000)
              ADD 1 TO WS-NB-PASS
              MOVE PA-TRAIN   TO WS-PS-CLE(WS-NB-PASS)
              MOVE PA-SIEGE   TO WS-PS-SIEGE(WS-NB-PASS)
              MOVE PA-REF     TO WS-PS-REF(WS-NB-PASS)
              MOVE PA-NOM     TO WS-PS-NOM(WS-NB-PASS)
              MOVE 'N'        TO WS-PS-AU-PLAN(WS-NB-PASS)
              READ F-PASSAGER
           END-PERFORM.
           CLOSE F-PASSAGER.

      *    Heures d'arrivée recalées et décalage de jour recalé,
      *    enregistrement par enregistrement ; absent = pas de
      *    replanification du jour, seules les annulations comptent
       CHARGE-REVISE.
           OPEN INPUT F-REVISE.
           IF WS-STAT-FREVNOFILE
              DISPLAY 'TRAIN-PLANNING-REVISE.DAT ABSENT - SEULES LES '
                 'ANNULATIONS SONT INDEMNISEES'
              GO TO CHARGE-REVISE-FIN
           END-IF.
           IF NOT WS-STAT-FREVOK
              DISPLAY 'CODE RETOUR D''ERREUR PLAN REVISE' SPACE
                 WS-STAT-FREV
              GO TO CHARGE-REVISE-FIN
           END-IF.
           SET WS-REVISE-EST-LU TO TRUE.
           READ F-REVISE.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
                   OR WS-STAT-FREVFIN
              MOVE REC-REVISE(26:4) TO WS-PLAN-ARR-REV(WS-IND-PL)
              MOVE REC-REVISE(34:1) TO WS-PLAN-JOUR-REV(WS-IND-PL)
              READ F-REVISE
           END-PERFORM.
           CLOSE F-REVISE.
       CHARGE-REVISE-FIN.
           EXIT.

      *    Retard à l'arrivée (jour de décalage compris), taux de la
      *    grille et prix de la place du train courant
       EVALUE-TRAIN.
           IF WS-PLAN-INCIDENT(WS-IND-PL) = 'AN'
              MOVE WS-TAUX-AN TO WS-PLAN-TAUX(WS-IND-PL)
           ELSE
              IF (WS-PLAN-ARR-REV(WS-IND-PL) IS NUMERIC)
                 AND (WS-PLAN-JOUR-REV(WS-IND-PL) IS NUMERIC)
                 MOVE WS-PLAN-HHMN-DEST(WS-IND-PL) TO WS-HHMN
                 PERFORM CONVERTIT-HHMN
                 COMPUTE WS-ARR-THEO =
                    (WS-PLAN-JOUR-DEC(WS-IND-PL) * 1440) + WS-MINUTES
                 MOVE WS-PLAN-ARR-REV(WS-IND-PL) TO WS-HHMN
                 PERFORM CONVERTIT-HHMN
                 MOVE WS-PLAN-JOUR-REV(WS-IND-PL) TO WS-JOUR-REV-9
                 COMPUTE WS-ARR-REV =
                    (WS-JOUR-REV-9 * 1440) + WS-MINUTES
                 IF WS-ARR-REV > WS-ARR-THEO
                    COMPUTE WS-PLAN-RETARD(WS-IND-PL) =
                       WS-ARR-REV - WS-ARR-THEO
                 END-IF
              END-IF
              IF WS-PLAN-RETARD(WS-IND-PL) >= WS-SEUIL-2
                 MOVE WS-TAUX-2 TO WS-PLAN-TAUX(WS-IND-PL)
              ELSE
                 IF WS-PLAN-RETARD(WS-IND-PL) >= WS-SEUIL-1
                    MOVE WS-TAUX-1 TO WS-PLAN-TAUX(WS-IND-PL)
                 END-IF
              END-IF
           END-IF.

      *    prix de la plus petite tranche de durée couvrant la durée
      *    du train pour son type, comme dans recette
           MOVE 99 TO WS-MEILLEUR-MAX.
           PERFORM VARYING WS-IND-TF FROM 1 BY 1
                   UNTIL (WS-IND-TF > WS-NB-TF)
              IF (WS-TF-TYP(WS-IND-TF) = WS-PLAN-TYP(WS-IND-PL))
                 AND (WS-TF-NBH-MAX(WS-IND-TF)
                       >= WS-PLAN-NBH(WS-IND-PL))
                 AND (WS-TF-NBH-MAX(WS-IND-TF) <= WS-MEILLEUR-MAX)
                 MOVE WS-TF-NBH-MAX(WS-IND-TF) TO WS-MEILLEUR-MAX
                 MOVE WS-TF-PRIX(WS-IND-TF)
                    TO WS-PLAN-PRIX(WS-IND-PL)
                 MOVE 'O' TO WS-PLAN-PRIX-OK(WS-IND-PL)
              END-IF
           END-PERFORM.

      *    Convertit WS-HHMN (HHMM au cadran) en minutes depuis
      *    minuit dans WS-MINUTES (même idiome que trainpla)
       CONVERTIT-HHMN.
           COMPUTE WS-MINUTES = (WS-HH * 60) + WS-MN.

      *    Une ligne par passager d'un train indemnisable, dans
      *    l'ordre du plan, puis les totaux par destination
       ECRIT-INDEMNISATIONS.
           OPEN OUTPUT FO-RAPPORT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'INDEMNISATIONS DE RETARD DU JOUR (' WS-TAUX-1
                  ' % A ' WS-SEUIL-1 ' MN, ' WS-TAUX-2 ' % A '
                  WS-SEUIL-2 ' MN, ' WS-TAUX-AN ' % ANNULATION)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF NOT WS-REVISE-EST-LU
              MOVE 'PLAN REVISE ABSENT : ANNULATIONS SEULES'
                 TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              PERFORM MARQUE-PASSAGERS-TRAIN
              IF WS-PLAN-TAUX(WS-IND-PL) > 0
                 PERFORM ECRIT-TRAIN-INDEMNISE
              END-IF
           END-PERFORM.

      *    réservations sur un train absent du plan : non évaluées
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
              IF WS-PS-AU-PLAN(WS-IND-PA) = 'N'
                 ADD 1 TO WS-NB-HORS-PLAN
                 MOVE SPACES TO WS-LIG-RAP
                 STRING 'RESERVATION ' WS-PS-REF(WS-IND-PA)
                        ' SUR UN TRAIN ABSENT DU PLAN : '
                        WS-PS-CLE(WS-IND-PA)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-RAPPORT
                 WRITE REC-RAPPORT
              END-IF
           END-PERFORM.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'INDEMNISATIONS PAR DESTINATION' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-DS FROM 1 BY 1
                   UNTIL (WS-IND-DS > WS-NB-DS)
              MOVE WS-DS-MONTANT(WS-IND-DS) TO WS-TOT-CHAR
              MOVE SPACES TO WS-LIG-RAP
              STRING '   ' WS-DS-NOM(WS-IND-DS)
                     ' : ' WS-DS-NB-IND(WS-IND-DS) ' PASSAGERS '
                     WS-TOT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.
           MOVE WS-TOTAL-JOUR TO WS-TOT-CHAR.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'TOTAL DU JOUR : ' WS-NB-INDEMNISES ' PASSAGERS '
                  WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FO-RAPPORT.

       MARQUE-PASSAGERS-TRAIN.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
              IF WS-PS-CLE(WS-IND-PA) = WS-PLAN-CLE(WS-IND-PL)
                 MOVE 'O' TO WS-PS-AU-PLAN(WS-IND-PA)
              END-IF
           END-PERFORM.

       ECRIT-TRAIN-INDEMNISE.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-PLAN-INCIDENT(WS-IND-PL) = 'AN'
              STRING WS-PLAN-TYP(WS-IND-PL)
                     SPACE WS-PLAN-DEST(WS-IND-PL)
                     ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                     ' ANNULE - TAUX ' WS-PLAN-TAUX(WS-IND-PL) ' %'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING WS-PLAN-TYP(WS-IND-PL)
                     SPACE WS-PLAN-DEST(WS-IND-PL)
                     ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                     ' ARRIVEE ' WS-PLAN-HHMN-DEST(WS-IND-PL)
                     ' RECALEE ' WS-PLAN-ARR-REV(WS-IND-PL)
                     ' RETARD ' WS-PLAN-RETARD(WS-IND-PL)
                     ' MN - TAUX ' WS-PLAN-TAUX(WS-IND-PL) ' %'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-PLAN-PRIX-OK(WS-IND-PL) = 'N'
              PERFORM VARYING WS-IND-PA FROM 1 BY 1
                      UNTIL (WS-IND-PA > WS-NB-PASS)
                 IF WS-PS-CLE(WS-IND-PA) = WS-PLAN-CLE(WS-IND-PL)
                    ADD 1 TO WS-NB-SANS-TARIF
                 END-IF
              END-PERFORM
              MOVE '  *** AUCUN TARIF POUR CE TYPE/DUREE' TO
                 REC-RAPPORT
              WRITE REC-RAPPORT
           ELSE
              PERFORM VARYING WS-IND-PA FROM 1 BY 1
                      UNTIL (WS-IND-PA > WS-NB-PASS)
                 IF WS-PS-CLE(WS-IND-PA) = WS-PLAN-CLE(WS-IND-PL)
                    PERFORM INDEMNISE-PASSAGER
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-PLAN-MONTANT(WS-IND-PL) TO WS-TOT-CHAR.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  TOTAL TRAIN : ' WS-PLAN-NB-IND(WS-IND-PL)
                  ' PASSAGERS ' WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-PLAN-NB-IND(WS-IND-PL) > 0
              ADD 1 TO WS-NB-TRAINS-IND
              PERFORM CUMULE-DESTINATION THRU CUMULE-DESTINATION-FIN
           END-IF.

       INDEMNISE-PASSAGER.
           COMPUTE WS-INDEMNITE ROUNDED =
              WS-PLAN-PRIX(WS-IND-PL) * WS-PLAN-TAUX(WS-IND-PL) / 100.
           ADD 1 TO WS-PLAN-NB-IND(WS-IND-PL).
           ADD WS-INDEMNITE TO WS-PLAN-MONTANT(WS-IND-PL).
           ADD 1 TO WS-NB-INDEMNISES.
           ADD WS-INDEMNITE TO WS-TOTAL-JOUR.
           MOVE WS-INDEMNITE TO WS-MONTANT-CHAR.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  ' WS-PS-REF(WS-IND-PA)
                  SPACE WS-PS-NOM(WS-IND-PA)
                  ' SIEGE ' WS-PS-SIEGE(WS-IND-PA)
                  ' INDEMNITE ' WS-MONTANT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

       CUMULE-DESTINATION.
           PERFORM VARYING WS-IND-DS FROM 1 BY 1
                   UNTIL (WS-IND-DS > WS-NB-DS)
                   OR (WS-DS-NOM(WS-IND-DS) = WS-PLAN-DEST(WS-IND-PL))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-DS TO WS-IND-DS
           END-PERFORM.
           IF WS-IND-DS > WS-NB-DS
              IF WS-NB-DS >= 99
                 GO TO CUMULE-DESTINATION-FIN
              END-IF
              ADD 1 TO WS-NB-DS
              MOVE WS-NB-DS TO WS-IND-DS
              MOVE WS-PLAN-DEST(WS-IND-PL) TO WS-DS-NOM(WS-IND-DS)
              MOVE 0 TO WS-DS-NB-IND(WS-IND-DS)
              MOVE 0 TO WS-DS-MONTANT(WS-IND-DS)
           END-IF.
           ADD WS-PLAN-NB-IND(WS-IND-PL) TO WS-DS-NB-IND(WS-IND-DS).
           ADD WS-PLAN-MONTANT(WS-IND-PL) TO WS-DS-MONTANT(WS-IND-DS).
       CUMULE-DESTINATION-FIN.
           EXIT.

      *    Total par train indemnisé pour recette (dessin TRAIN5) ;
      *    le fichier est toujours réécrit, vide s'il n'y a rien à
      *    déduire, pour ne pas laisser le total de la veille
       ECRIT-TOTAUX-TRAINS.
           OPEN OUTPUT F-INDEMN.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              IF WS-PLAN-NB-IND(WS-IND-PL) > 0
                 MOVE WS-PLAN-CLE(WS-IND-PL)     TO IN-TRAIN
                 MOVE WS-PLAN-RETARD(WS-IND-PL)  TO IN-RETARD
                 MOVE WS-PLAN-TAUX(WS-IND-PL)    TO IN-TAUX
                 MOVE WS-PLAN-NB-IND(WS-IND-PL)  TO IN-NB-PASS
                 MOVE WS-PLAN-MONTANT(WS-IND-PL) TO IN-MONTANT
                 WRITE REC-INDEMN
              END-IF
           END-PERFORM.
           CLOSE F-INDEMN.

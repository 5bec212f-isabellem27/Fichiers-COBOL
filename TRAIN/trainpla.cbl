      *    LES INFORMATIONS:                                        *
      *       Heure d'arrivée                                       *   
      *       Nombre d'arrêts                                       *
      *       Dessertes gare par gare d'après le référentiel des    *
      *       arrêts arrets.dat (train-dessertes.dat), horaires     *
      *       par gare (horaires-gares.dat) et correspondances en   *
      *       gare (correspondances-gares.dat)                      *
      *                                                             *      
      *    auteur : Isabelle Marand                                 *
      *    Date création 22/04/2024                                 *
           FILE STATUS IS WS-STAT-FICCORR.

      *    fenêtre de transfert (minutes mini et maxi) du rapport des
      *    correspondances et temps d'arrêt en gare des dessertes ;
      *    absent = 10 et 60 minutes, 2 minutes d'arrêt
           SELECT F-PARAM
           ASSIGN TO 'trainpla.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICREJ.

      *    référentiel des arrêts par destination : destination '*'
      *    rang de l'arrêt (01 à 10, position dans FS-ARR-TAB ; 00
      *    nomme la gare d'origine) '*' nom de la gare '*' minutes
      *    de parcours depuis l'origine jusqu'à l'arrivée en gare
           SELECT F-ARRET
           ASSIGN TO 'arrets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICARRET.

      *    dessertes de chaque train : origine, arrêts marqués 'H'
      *    et terminus avec heures d'arrivée et de départ
           SELECT FO-DESSERTE
           ASSIGN TO 'train-dessertes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICDESS.

      *    horaires par gare : tous les trains qui desservent une
      *    gare, dans l'ordre des heures
           SELECT FO-HORGARE
           ASSIGN TO 'horaires-gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICHORG.

      *    correspondances réalisables dans chaque gare desservie
           SELECT FO-CORRGARE
           ASSIGN TO 'correspondances-gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICCORG.

      *    historique des chiffres clés de chaque run (une ligne
      *    datée ajoutée par run : trains écrits, rejets, conflits
      *    de voie, surcharges, incidents par code), sur le modèle
       01  REC-PARAM.
           05 PAR-CORR-MIN  PIC 9(3).
           05 PAR-CORR-MAX  PIC 9(3).
           05 PAR-ARRET-MIN PIC 9(2).
           05 FILLER        PIC X(2).

       FD  F-ARRET
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-ARRET PIC X(60).

       FD  FO-DESSERTE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-DESSERTE PIC X(100).

       FD  FO-HORGARE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HORGARE PIC X(100).

       FD  FO-CORRGARE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CORRGARE PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers  
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle de manifeste entre étapes
      * (manifst) : replanif confronte sa lecture de
      * train-planning.dat au comptage écrit ici
      * les erreurs opérateur sortent numérotées, indexables par
      * les runbooks
           COPY MSGLIB.

      * zone d'échange du versionnement des fichiers de sortie
      * (genver) : la version précédente de train-planning.dat est
      * gardée avant réécriture, genrest sait la ramener
           COPY GENVER.
       01  WS-STAT-FPARAM       PIC XX                     .
       88  WS-STAT-FPARAMOK                   VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE               VALUE '35'   .
       01  WS-NB-INC-AN      PIC 999    VALUE 0  .
       01  WS-CUR-DATE       PIC X(21)  VALUE SPACES .

      *    dessertes gare par gare
       01  WS-STAT-FICARRET  PIC XX               .
       88  WS-STAT-ARRETOK              VALUE '00'.
       88  WS-STAT-ARRETFIN             VALUE '10'.
       88  WS-STAT-ARRETNOFILE          VALUE '35'.
       01  WS-STAT-FICDESS   PIC XX               .
       88  WS-STAT-DESSOK               VALUE '00'.
       01  WS-STAT-FICHORG   PIC XX               .
       88  WS-STAT-HORGOK               VALUE '00'.
       01  WS-STAT-FICCORG   PIC XX               .
       88  WS-STAT-CORGOK               VALUE '00'.

       01  WS-ARRET-MIN      PIC 99     VALUE 2  .

      *    référentiel des arrêts chargé depuis arrets.dat
       01  WS-IND-REF        PIC 999    VALUE 0  .
       01  WS-TAB-REFARRET.
           03 WS-NB-REF      PIC 999    VALUE 0  .
           03 WS-REF-ENR OCCURS 1 TO 999 TIMES
                          DEPENDING ON WS-NB-REF
                          INDEXED BY IDX-REF.
              05 WS-REF-DEST        PIC X(18) .
              05 WS-REF-RANG        PIC 99    .
              05 WS-REF-GARE        PIC X(18) .
              05 WS-REF-MIN         PIC 9(4)  .

      *    découpage des lignes du référentiel
       01  WS-ARR-DEST       PIC X(18)  VALUE SPACES .
       01  WS-ARR-RANG-X     PIC X(2)   VALUE SPACES .
       01  WS-ARR-RANG-9 REDEFINES WS-ARR-RANG-X PIC 99.
       01  WS-ARR-GARE       PIC X(18)  VALUE SPACES .
       01  WS-ARR-MIN-X      PIC X(4)   VALUE SPACES .
       01  WS-ARR-MIN-9 REDEFINES WS-ARR-MIN-X PIC 9(4).

      *    escales de tous les trains du jour (origine, arrêts,
      *    terminus), triées ensuite par gare et heure ; les
      *    heures sont en minutes depuis minuit du jour de départ
       01  WS-IND-ESA        PIC 9(4)   VALUE 0  .
       01  WS-IND-ESB        PIC 9(4)   VALUE 0  .
       01  WS-IND-DEB-GARE   PIC 9(4)   VALUE 0  .
       01  WS-TAB-ESCALES.
           03 WS-NB-ESC      PIC 9(4)   VALUE 0  .
           03 WS-ESC-ENR OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-ESC
                          ASCENDING KEY WS-ESC-GARE WS-ESC-TRI
                          INDEXED BY IDX-ESC.
              05 WS-ESC-GARE        PIC X(18) .
              05 WS-ESC-TRI         PIC 9(5)  .
              05 WS-ESC-ARR         PIC 9(5)  .
              05 WS-ESC-A-ARR       PIC X     .
              05 WS-ESC-DEP         PIC 9(5)  .
              05 WS-ESC-A-DEP       PIC X     .
              05 WS-ESC-RANG        PIC 99    .
              05 WS-ESC-TYP         PIC X(3)  .
              05 WS-ESC-DEST        PIC X(18) .
              05 WS-ESC-HHMN        PIC 9(4)  .
              05 WS-ESC-INCIDENT    PIC X(2)  .

       01  WS-GARE-ORIGINE   PIC X(18)  VALUE SPACES .
       01  WS-DEP-TRAIN      PIC 9(5)   VALUE 0  .
       01  WS-MIN-TOTAL      PIC 9(5)   VALUE 0  .
       01  WS-MIN-RESTE      PIC 9(4)   VALUE 0  .
       01  WS-JOUR-ESC       PIC 9      VALUE 0  .
       01  WS-HEURE-ED       PIC X(6)   VALUE SPACES .
       01  WS-HEURE-ARR-ED   PIC X(6)   VALUE SPACES .
       01  WS-HEURE-DEP-ED   PIC X(6)   VALUE SPACES .
       01  WS-GARE-PREC      PIC X(18)  VALUE SPACES .
       01  WS-NB-NON-REF     PIC 999    VALUE 0  .
       01  WS-NB-CORR-GARE   PIC 9(4)   VALUE 0  .
       01  WS-LIG-ESC        PIC X(100) VALUE SPACES .


       PROCEDURE DIVISION .

           END-IF.
           

      *    la version précédente est gardée comme génération avant
      *    d'être écrasée
           INITIALIZE GV-ZONE.
           MOVE 'G' TO GV-ACTION.
           MOVE 'train-planning.dat' TO GV-FICHIER.
           MOVE 'trainpla' TO GV-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
      *          versionnement absent du load : pas de génération
                 MOVE 0 TO GV-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF GV-RC = 2
              INITIALIZE MSG-ZONE
              MOVE 0120 TO MSG-NUMERO
              MOVE 'train-planning.dat' TO MSG-SUBST1
              PERFORM EMET-MESSAGE
           END-IF.
           OPEN OUTPUT FO-TRAIN .
           IF (NOT WS-STAT-OFICOK) THEN
      *       code retour pour l'ordonnanceur : 8 statut fichier en

           OPEN OUTPUT FO-REJET.

      *    paramètres et référentiel des arrêts avant les dessertes
           PERFORM CHARGE-PARAM-CORRESP.
           PERFORM CHARGE-ARRETS.
           OPEN OUTPUT FO-DESSERTE.

           PERFORM  UNTIL (WS-STAT-FICIFIN)
      *       contrôle d'entrée : un enregistrement invalide part en
      *       rejet et ne traverse pas CALC-ARRIV ni les sorties
                 PERFORM CALC-ARRIV
                 PERFORM CALC-ARRET
                 PERFORM ECRIT-FO
                 PERFORM DEVELOPPE-DESSERTES
              ELSE
                 PERFORM ECRIT-REJET
              END-IF
           END-PERFORM.

           CLOSE FO-REJET.
           CLOSE FO-DESSERTE.

      *    rapport consolidé : tous les trains du jour, triés par
      *    destination et heure d'arrivée

      *    rapport des correspondances réalisables, fenêtre de
      *    transfert paramétrable via trainpla.param
           PERFORM ECRIT-CORRESPONDANCES.

      *    horaires et correspondances gare par gare
           PERFORM TRIER-TAB-ESCALES.
           PERFORM ECRIT-HORAIRES-GARES.
           PERFORM ECRIT-CORRESP-GARES.

      * Test du status
       TEST-STATUT.
           IF (NOT WS-STAT-FICIOK) AND (NOT WS-STAT-FICIFIN) THEN
              MOVE 'E' TO MF-ACTION
              MOVE 'train-planning.dat' TO MF-FICHIER
              MOVE WS-NB-ECRIT TO MF-NB-ENREG
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'manifst' USING BY REFERENCE MF-ZONE
                 ON EXCEPTION
      *             contrôle absent du load : pas de manifeste
                    CONTINUE
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.

      * je retire 1 car il y a eu une lecture supplémentaire pour 
           CLOSE FO-HISTO.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'trainpla' TO JR-PROGRAMME.
           MOVE WS-NB-LUS   TO JR-NB-LUS.
           MOVE WS-NB-ECRIT TO JR-NB-ECRITS.
           MOVE WS-NB-REJET TO JR-NB-REJETS.
           IF (WS-RC-SAUVE = 0)
              AND ((WS-STAT-FICIOK) OR (WS-STAT-FICIFIN))
              MOVE 'OK' TO JR-STATUT
           ELSE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       EMET-MESSAGE.
           MOVE 'trainpla' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Contrôles d'entrée d'un enregistrement de train.dat :
      *    heure de départ au cadran (HH < 24, MN < 60), type de
           END-IF.

      *    Fenêtre de transfert des correspondances : minutes mini
      *    (1:3) et maxi (4:6) de trainpla.param ; absent = 10/60 ;
      *    temps d'arrêt en gare des dessertes (7:2), absent = 2
       CHARGE-PARAM-CORRESP.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
                 MOVE PAR-CORR-MIN TO WS-CORR-MIN
                 MOVE PAR-CORR-MAX TO WS-CORR-MAX
              END-IF
              IF PAR-ARRET-MIN NUMERIC
                 MOVE PAR-ARRET-MIN TO WS-ARRET-MIN
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
              MOVE WS-LIG-CORRESP TO REC-CORRESP
              WRITE REC-CORRESP
           END-IF.

      *    Charge le référentiel des arrêts ; absent, les dessertes
      *    se limitent à l'origine et au terminus
       CHARGE-ARRETS.
           OPEN INPUT F-ARRET.
           IF WS-STAT-ARRETNOFILE
              DISPLAY 'ARRETS.DAT ABSENT - DESSERTES LIMITEES A '
                 'L''ORIGINE ET AU TERMINUS'
           ELSE
              IF NOT WS-STAT-ARRETOK
                 DISPLAY 'CODE RETOUR D''ERREUR ARRETS' SPACE
                    WS-STAT-FICARRET
              ELSE
                 READ F-ARRET
                 PERFORM UNTIL WS-STAT-ARRETFIN
                            OR (WS-NB-REF >= 999)
                    PERFORM CHARGE-UN-ARRET
                    READ F-ARRET
                 END-PERFORM
                 CLOSE F-ARRET
              END-IF
           END-IF.

       CHARGE-UN-ARRET.
           MOVE SPACES TO WS-ARR-DEST WS-ARR-RANG-X WS-ARR-GARE
                          WS-ARR-MIN-X.
           UNSTRING REC-ARRET DELIMITED BY '*'
              INTO WS-ARR-DEST WS-ARR-RANG-X WS-ARR-GARE
                   WS-ARR-MIN-X.
           IF (WS-ARR-RANG-9 NUMERIC) AND (WS-ARR-RANG-9 <= 10)
              AND (WS-ARR-GARE NOT = SPACES)
              AND ((WS-ARR-MIN-9 NUMERIC) OR (WS-ARR-RANG-9 = 0))
              ADD 1 TO WS-NB-REF
              MOVE WS-ARR-DEST   TO WS-REF-DEST(WS-NB-REF)
              MOVE WS-ARR-RANG-9 TO WS-REF-RANG(WS-NB-REF)
              MOVE WS-ARR-GARE   TO WS-REF-GARE(WS-NB-REF)
              IF WS-ARR-MIN-9 NUMERIC
                 MOVE WS-ARR-MIN-9 TO WS-REF-MIN(WS-NB-REF)
              ELSE
                 MOVE 0 TO WS-REF-MIN(WS-NB-REF)
              END-IF
           ELSE
              DISPLAY 'LIGNE D''ARRET ILLISIBLE :' SPACE
                 FUNCTION TRIM(REC-ARRET)
           END-IF.

      *    Développe le train qui vient d'être écrit en escales :
      *    origine (départ à FS-HHMN), chaque arrêt marqué 'H'
      *    (arrivée = départ + minutes de parcours du référentiel,
      *    départ = arrivée + temps d'arrêt), terminus (arrivée à
      *    FS-HHMN-DEST) ; les escales alimentent la table des
      *    horaires par gare
       DEVELOPPE-DESSERTES.
           MOVE ALL '=' TO REC-DESSERTE.
           WRITE REC-DESSERTE.
           INITIALIZE WS-LIG-ESC.
           STRING FS-TYP OF FSO-TRAIN-DET
                  SPACE FS-DEST OF FSO-TRAIN-DET
                  ' DEPART ' FS-HHMN OF FSO-TRAIN-DET
                  ' INCIDENT ' FS-INCIDENT OF FSO-TRAIN-DET
           DELIMITED BY SIZE
           INTO WS-LIG-ESC.
           MOVE WS-LIG-ESC TO REC-DESSERTE.
           WRITE REC-DESSERTE.
           MOVE FS-HHMN OF FSO-TRAIN-DET TO WS-HHMN.
           PERFORM CONVERTIT-HHMN.
           MOVE WS-MINUTES TO WS-DEP-TRAIN.

      *    origine : nommée par le rang 00 de la destination
           MOVE 'GARE DE DEPART' TO WS-GARE-ORIGINE.
           PERFORM VARYING WS-IND-REF FROM 1 BY 1
                   UNTIL (WS-IND-REF > WS-NB-REF)
              IF (WS-REF-DEST(WS-IND-REF) = FS-DEST OF FSO-TRAIN-DET)
                 AND (WS-REF-RANG(WS-IND-REF) = 0)
                 MOVE WS-REF-GARE(WS-IND-REF) TO WS-GARE-ORIGINE
              END-IF
           END-PERFORM.
           PERFORM AJOUTE-ESCALE.
           MOVE WS-GARE-ORIGINE TO WS-ESC-GARE(WS-NB-ESC).
           MOVE 0 TO WS-ESC-RANG(WS-NB-ESC).
           MOVE 'N' TO WS-ESC-A-ARR(WS-NB-ESC).
           MOVE WS-DEP-TRAIN TO WS-ESC-DEP(WS-NB-ESC).
           MOVE WS-DEP-TRAIN TO WS-ESC-TRI(WS-NB-ESC).
           PERFORM ECRIT-ESCALE.

      *    arrêts intermédiaires
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > 10)
              IF FSO-ARR-TAB(WS-IND-TAB) = 'H'
                 PERFORM DEVELOPPE-ARRET
              END-IF
           END-PERFORM.

      *    terminus
           PERFORM AJOUTE-ESCALE.
           MOVE FS-DEST OF FSO-TRAIN-DET TO WS-ESC-GARE(WS-NB-ESC).
           MOVE 99 TO WS-ESC-RANG(WS-NB-ESC).
           MOVE FS-HHMN-DEST OF FSO-TRAIN-DET TO WS-HHMN.
           PERFORM CONVERTIT-HHMN.
           COMPUTE WS-ESC-ARR(WS-NB-ESC) =
              (FS-JOUR-DEC OF FSO-TRAIN-DET * 1440) + WS-MINUTES.
           MOVE WS-ESC-ARR(WS-NB-ESC) TO WS-ESC-TRI(WS-NB-ESC).
           MOVE 'N' TO WS-ESC-A-DEP(WS-NB-ESC).
           PERFORM ECRIT-ESCALE.

       DEVELOPPE-ARRET.
           PERFORM VARYING WS-IND-REF FROM 1 BY 1
                   UNTIL (WS-IND-REF > WS-NB-REF)
                   OR ((WS-REF-DEST(WS-IND-REF)
                         = FS-DEST OF FSO-TRAIN-DET)
                      AND (WS-REF-RANG(WS-IND-REF) = WS-IND-TAB))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-REF TO WS-IND-REF
           END-PERFORM.
           IF WS-IND-REF > WS-NB-REF
              ADD 1 TO WS-NB-NON-REF
              INITIALIZE WS-LIG-ESC
              STRING '   ' WS-IND-TAB ' *** ARRET NON REFERENCE '
                     'DANS ARRETS.DAT'
              DELIMITED BY SIZE
              INTO WS-LIG-ESC
              MOVE WS-LIG-ESC TO REC-DESSERTE
              WRITE REC-DESSERTE
           ELSE
              PERFORM AJOUTE-ESCALE
              MOVE WS-REF-GARE(WS-IND-REF) TO WS-ESC-GARE(WS-NB-ESC)
              MOVE WS-IND-TAB TO WS-ESC-RANG(WS-NB-ESC)
              COMPUTE WS-ESC-ARR(WS-NB-ESC) =
                 WS-DEP-TRAIN + WS-REF-MIN(WS-IND-REF)
              COMPUTE WS-ESC-DEP(WS-NB-ESC) =
                 WS-ESC-ARR(WS-NB-ESC) + WS-ARRET-MIN
              MOVE WS-ESC-ARR(WS-NB-ESC) TO WS-ESC-TRI(WS-NB-ESC)
              PERFORM ECRIT-ESCALE
           END-IF.

      *    Nouvelle escale du train courant ; au-delà de la capacité
      *    de la table la dernière escale est réutilisée et signalée
       AJOUTE-ESCALE.
           IF WS-NB-ESC < 9999
              ADD 1 TO WS-NB-ESC
           ELSE
              DISPLAY 'TABLE DES ESCALES PLEINE - HORAIRES PAR GARE '
                 'INCOMPLETS'
           END-IF.
           MOVE 'O' TO WS-ESC-A-ARR(WS-NB-ESC).
           MOVE 'O' TO WS-ESC-A-DEP(WS-NB-ESC).
           MOVE 0 TO WS-ESC-ARR(WS-NB-ESC).
           MOVE 0 TO WS-ESC-DEP(WS-NB-ESC).
           MOVE FS-TYP OF FSO-TRAIN-DET TO WS-ESC-TYP(WS-NB-ESC).
           MOVE FS-DEST OF FSO-TRAIN-DET TO WS-ESC-DEST(WS-NB-ESC).
           MOVE FS-HHMN OF FSO-TRAIN-DET TO WS-ESC-HHMN(WS-NB-ESC).
           MOVE FS-INCIDENT OF FSO-TRAIN-DET
              TO WS-ESC-INCIDENT(WS-NB-ESC).

      *    Ligne de desserte de l'escale WS-NB-ESC
       ECRIT-ESCALE.
           MOVE WS-NB-ESC TO WS-IND-ESA.
           PERFORM FORMATE-ESCALE.
           INITIALIZE WS-LIG-ESC.
           STRING '   ' WS-ESC-RANG(WS-IND-ESA)
                  SPACE WS-ESC-GARE(WS-IND-ESA)
                  ' ARR ' WS-HEURE-ARR-ED
                  ' DEP ' WS-HEURE-DEP-ED
           DELIMITED BY SIZE
           INTO WS-LIG-ESC.
           MOVE WS-LIG-ESC TO REC-DESSERTE.
           WRITE REC-DESSERTE.

      *    Heures d'arrivée et de départ éditées de l'escale
      *    WS-IND-ESA ('----' quand il n'y en a pas)
       FORMATE-ESCALE.
           IF WS-ESC-A-ARR(WS-IND-ESA) = 'O'
              MOVE WS-ESC-ARR(WS-IND-ESA) TO WS-MIN-TOTAL
              PERFORM FORMATE-HEURE
              MOVE WS-HEURE-ED TO WS-HEURE-ARR-ED
           ELSE
              MOVE '----' TO WS-HEURE-ARR-ED
           END-IF.
           IF WS-ESC-A-DEP(WS-IND-ESA) = 'O'
              MOVE WS-ESC-DEP(WS-IND-ESA) TO WS-MIN-TOTAL
              PERFORM FORMATE-HEURE
              MOVE WS-HEURE-ED TO WS-HEURE-DEP-ED
           ELSE
              MOVE '----' TO WS-HEURE-DEP-ED
           END-IF.

      *    WS-MIN-TOTAL (minutes depuis minuit du jour de départ)
      *    vers HHMM au cadran, suivi de +n au-delà de minuit
       FORMATE-HEURE.
           DIVIDE WS-MIN-TOTAL BY 1440
              GIVING WS-JOUR-ESC REMAINDER WS-MIN-RESTE.
           DIVIDE WS-MIN-RESTE BY 60
              GIVING WS-HH REMAINDER WS-MN.
           MOVE SPACES TO WS-HEURE-ED.
           IF WS-JOUR-ESC > 0
              STRING WS-HHMN '+' WS-JOUR-ESC
              DELIMITED BY SIZE
              INTO WS-HEURE-ED
           ELSE
              MOVE WS-HHMN TO WS-HEURE-ED
           END-IF.

       TRIER-TAB-ESCALES.
           IF WS-NB-ESC > 0
              SORT WS-ESC-ENR ASCENDING
              KEY WS-ESC-GARE OF WS-TAB-ESCALES
                  WS-ESC-TRI OF WS-TAB-ESCALES
           END-IF.

      *    Horaires par gare : un bloc par gare, les trains dans
      *    l'ordre des heures de passage
       ECRIT-HORAIRES-GARES.
           OPEN OUTPUT FO-HORGARE.
           MOVE 'HORAIRES PAR GARE' TO REC-HORGARE.
           WRITE REC-HORGARE.
           MOVE SPACES TO WS-GARE-PREC.
           PERFORM VARYING WS-IND-ESA FROM 1 BY 1
                 UNTIL (WS-IND-ESA > WS-NB-ESC)
              IF WS-ESC-GARE(WS-IND-ESA) NOT = WS-GARE-PREC
                 MOVE WS-ESC-GARE(WS-IND-ESA) TO WS-GARE-PREC
                 MOVE ALL '=' TO REC-HORGARE
                 WRITE REC-HORGARE
                 INITIALIZE WS-LIG-ESC
                 STRING 'GARE ' WS-ESC-GARE(WS-IND-ESA)
                 DELIMITED BY SIZE
                 INTO WS-LIG-ESC
                 MOVE WS-LIG-ESC TO REC-HORGARE
                 WRITE REC-HORGARE
                 MOVE '   ARR.   DEP.   TRAIN' TO REC-HORGARE
                 WRITE REC-HORGARE
              END-IF
              PERFORM FORMATE-ESCALE
              INITIALIZE WS-LIG-ESC
              STRING '   ' WS-HEURE-ARR-ED
                     SPACE WS-HEURE-DEP-ED
                     SPACE WS-ESC-TYP(WS-IND-ESA)
                     SPACE WS-ESC-DEST(WS-IND-ESA)
                     ' DEPART ' WS-ESC-HHMN(WS-IND-ESA)
              DELIMITED BY SIZE
              INTO WS-LIG-ESC
              IF WS-ESC-INCIDENT(WS-IND-ESA) = 'AN'
                 STRING FUNCTION TRIM(WS-LIG-ESC TRAILING)
                        ' SUPPRIME'
                 DELIMITED BY SIZE
                 INTO WS-LIG-ESC
              END-IF
              MOVE WS-LIG-ESC TO REC-HORGARE
              WRITE REC-HORGARE
           END-PERFORM.
           IF WS-NB-ESC = 0
              MOVE '   AUCUN TRAIN' TO REC-HORGARE
              WRITE REC-HORGARE
           END-IF.
           CLOSE FO-HORGARE.
           DISPLAY 'Escales développées: ' WS-NB-ESC.
           DISPLAY 'Arrêts non référencés: ' WS-NB-NON-REF.

      *    Correspondances en gare : un train qui arrive dans une
      *    gare et un autre qui en repart dans la fenêtre de
      *    transfert ; les trains supprimés sont écartés. La table
      *    triée par gare limite la recherche au bloc de la gare
       ECRIT-CORRESP-GARES.
           OPEN OUTPUT FO-CORRGARE.
           INITIALIZE WS-LIG-ESC.
           STRING 'CORRESPONDANCES EN GARE (TRANSFERT DE '
                  WS-CORR-MIN ' A ' WS-CORR-MAX ' MINUTES)'
           DELIMITED BY SIZE
           INTO WS-LIG-ESC.
           MOVE WS-LIG-ESC TO REC-CORRGARE.
           WRITE REC-CORRGARE.
           MOVE SPACES TO WS-GARE-PREC.
           PERFORM VARYING WS-IND-ESA FROM 1 BY 1
                 UNTIL (WS-IND-ESA > WS-NB-ESC)
              IF WS-ESC-GARE(WS-IND-ESA) NOT = WS-GARE-PREC
                 MOVE WS-ESC-GARE(WS-IND-ESA) TO WS-GARE-PREC
                 MOVE WS-IND-ESA TO WS-IND-DEB-GARE
              END-IF
              IF (WS-ESC-A-ARR(WS-IND-ESA) = 'O')
                 AND (WS-ESC-INCIDENT(WS-IND-ESA) NOT = 'AN')
                 PERFORM VARYING WS-IND-ESB FROM WS-IND-DEB-GARE BY 1
                       UNTIL (WS-IND-ESB > WS-NB-ESC)
                       OR (WS-ESC-GARE(WS-IND-ESB)
                            NOT = WS-ESC-GARE(WS-IND-ESA))
                    PERFORM CONTROLE-CORRESP-GARE
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-NB-CORR-GARE = 0
              MOVE '   AUCUNE' TO REC-CORRGARE
              WRITE REC-CORRGARE
           END-IF.
           CLOSE FO-CORRGARE.
           DISPLAY 'Correspondances en gare: ' WS-NB-CORR-GARE.

       CONTROLE-CORRESP-GARE.
           IF (WS-ESC-A-DEP(WS-IND-ESB) = 'O')
              AND (WS-ESC-INCIDENT(WS-IND-ESB) NOT = 'AN')
              AND ((WS-ESC-TYP(WS-IND-ESB) NOT = WS-ESC-TYP(WS-IND-ESA))
                 OR (WS-ESC-DEST(WS-IND-ESB)
                      NOT = WS-ESC-DEST(WS-IND-ESA))
                 OR (WS-ESC-HHMN(WS-IND-ESB)
                      NOT = WS-ESC-HHMN(WS-IND-ESA)))
              COMPUTE WS-CORR-TRANSF =
                 WS-ESC-DEP(WS-IND-ESB) - WS-ESC-ARR(WS-IND-ESA)
              IF (WS-CORR-TRANSF >= WS-CORR-MIN)
                 AND (WS-CORR-TRANSF <= WS-CORR-MAX)
                 ADD 1 TO WS-NB-CORR-GARE
                 MOVE WS-ESC-ARR(WS-IND-ESA) TO WS-MIN-TOTAL
                 PERFORM FORMATE-HEURE
                 MOVE WS-HEURE-ED TO WS-HEURE-ARR-ED
                 MOVE WS-ESC-DEP(WS-IND-ESB) TO WS-MIN-TOTAL
                 PERFORM FORMATE-HEURE
                 MOVE WS-HEURE-ED TO WS-HEURE-DEP-ED
                 INITIALIZE WS-LIG-ESC
                 STRING '   ' WS-ESC-GARE(WS-IND-ESA)
                        SPACE WS-ESC-TYP(WS-IND-ESA)
                        SPACE WS-ESC-DEST(WS-IND-ESA)
                        ' ARR ' WS-HEURE-ARR-ED
                        ' -> ' WS-ESC-TYP(WS-IND-ESB)
                        SPACE WS-ESC-DEST(WS-IND-ESB)
                        ' DEP ' WS-HEURE-DEP-ED
                 DELIMITED BY SIZE
                 INTO WS-LIG-ESC
                 MOVE WS-LIG-ESC TO REC-CORRGARE
                 WRITE REC-CORRGARE
              END-IF
           END-IF.

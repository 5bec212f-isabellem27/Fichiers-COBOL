      *=============================================================*
      *    COMMANDES D'AUTOCARS DE REMPLACEMENT                     *
      *       Pour chaque train annulé (incident AN) du plan        *
      *       recalé de replanif (train-planning-revise.dat) ou, à  *
      *       défaut, du plan du jour (train-planning.dat), prépare *
      *       la commande au transporteur dans                      *
      *       commandes-autocars.dat : origine, arrêts marqués      *
      *       dans FS-ARR-TAB, destination, horaires prévus et      *
      *       nombre d'autocars d'après les places réservées et la  *
      *       capacité d'un autocar (autocars-param.txt).           *
      *       Chaque remplacement est aussi annoncé au tableau des  *
      *       départs par avis-afficheur.dat (dessin TRAIN6), que   *
      *       afficheu affiche à la place de SUPPRIME.              *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. autocars.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    plan recalé s'il existe, sinon plan du jour (même dessin)
           SELECT FO-TRAIN
           ASSIGN TO WS-PLAN-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

      *    capacité d'un autocar en places (colonnes 1-3) et nom de
      *    la gare d'origine (colonnes 4-21) ; absent = 050 et
      *    GARE DE DEPART
           SELECT F-PARAM
           ASSIGN TO 'autocars-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT FO-COMMANDE
           ASSIGN TO 'commandes-autocars.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCDE.

           SELECT F-AVIS
           ASSIGN TO 'avis-afficheur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAVIS.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN3.
       COPY TRAIN6.

       FD  F-PARAM
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-CAPA-CAR  PIC 9(3).
           05 PAR-ORIGINE   PIC X(18).

       FD  FO-COMMANDE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-COMMANDE PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIN        PIC XX                     .
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FPARAM       PIC XX                     .
       88  WS-STAT-FPARAMOK                   VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE               VALUE '35'   .
       01  WS-STAT-FCDE         PIC XX                     .
       88  WS-STAT-FCDEOK                     VALUE '00'   .
       01  WS-STAT-FAVIS        PIC XX                     .
       88  WS-STAT-FAVISOK                    VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

       01  WS-PLAN-NOM       PIC X(30)  VALUE
           'train-planning-revise.dat'                       .

      *    paramètres de la commande
       01  WS-CAPA-CAR       PIC 9(3)   VALUE 50 .
       01  WS-ORIGINE        PIC X(18)  VALUE 'GARE DE DEPART' .

       01  WS-IND-TAB        PIC 99     VALUE 0  .
       01  WS-NB-CARS        PIC 9(3)   VALUE 0  .
       01  WS-LIB-JOUR       PIC X(5)   VALUE SPACES .
       01  WS-LIB-ARRETS     PIC X(40)  VALUE SPACES .
       01  WS-PTR-ARRETS     PIC 99     VALUE 1  .
       01  WS-NUM-ARRET      PIC 99     VALUE 0  .
       01  WS-NB-LUS         PIC 999    VALUE 0  .
       01  WS-NB-ANNULES     PIC 999    VALUE 0  .
       01  WS-TOT-CARS       PIC 9(4)   VALUE 0  .
       01  WS-LIG-RAP        PIC X(100) VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM.

           OPEN INPUT FO-TRAIN.
           IF WS-STAT-FICINOFILE
              MOVE 'train-planning.dat' TO WS-PLAN-NOM
              OPEN INPUT FO-TRAIN
           END-IF.
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

           OPEN OUTPUT FO-COMMANDE.
           OPEN OUTPUT F-AVIS.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'COMMANDES D''AUTOCARS DE REMPLACEMENT - PLAN LU : '
                  WS-PLAN-NOM
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.

           READ FO-TRAIN.
           PERFORM UNTIL WS-STAT-FICIFIN
              ADD 1 TO WS-NB-LUS
              IF FS-INCIDENT-ANNULE OF FSO-TRAIN-DET
                 PERFORM ECRIT-COMMANDE
                 PERFORM ECRIT-AVIS
              END-IF
              READ FO-TRAIN
           END-PERFORM.
           CLOSE FO-TRAIN.

           MOVE ALL '=' TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-NB-ANNULES = 0
              MOVE 'AUCUN TRAIN ANNULE - AUCUNE COMMANDE' TO WS-LIG-RAP
           ELSE
              STRING 'TRAINS ANNULES : ' WS-NB-ANNULES
                     '  AUTOCARS A COMMANDER : ' WS-TOT-CARS
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           CLOSE FO-COMMANDE.
           CLOSE F-AVIS.

           DISPLAY 'Trains lus             : ' WS-NB-LUS.
           DISPLAY 'Trains annulés         : ' WS-NB-ANNULES.
           DISPLAY 'Autocars à commander   : ' WS-TOT-CARS.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'autocars' TO JR-PROGRAMME.
           MOVE WS-NB-LUS     TO JR-NB-LUS.
           MOVE WS-NB-ANNULES TO JR-NB-ECRITS.
           MOVE 0             TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
              READ F-PARAM
              IF (PAR-CAPA-CAR NUMERIC) AND (PAR-CAPA-CAR > 0)
                 MOVE PAR-CAPA-CAR TO WS-CAPA-CAR
              END-IF
              IF PAR-ORIGINE NOT = SPACES
                 MOVE PAR-ORIGINE TO WS-ORIGINE
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.

      *    Commande du train annulé courant : autocars = places
      *    réservées divisées par la capacité d'un autocar, arrondi
      *    au-dessus, un autocar au moins pour les voyageurs sans
      *    réservation
       ECRIT-COMMANDE.
           ADD 1 TO WS-NB-ANNULES.
           COMPUTE WS-NB-CARS =
              (FS-RESV OF FSO-TRAIN-DET + WS-CAPA-CAR - 1)
              / WS-CAPA-CAR.
           IF WS-NB-CARS = 0
              MOVE 1 TO WS-NB-CARS
           END-IF.
           ADD WS-NB-CARS TO WS-TOT-CARS.

      *    liste des arrêts marqués 'H' dans FS-ARR-TAB
           MOVE SPACES TO WS-LIB-ARRETS.
           MOVE 1 TO WS-PTR-ARRETS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > 10)
              IF FSO-ARR-TAB(WS-IND-TAB) = 'H'
                 MOVE WS-IND-TAB TO WS-NUM-ARRET
                 STRING WS-NUM-ARRET SPACE
                 DELIMITED BY SIZE
                 INTO WS-LIB-ARRETS
                 WITH POINTER WS-PTR-ARRETS
              END-IF
           END-PERFORM.
           IF WS-LIB-ARRETS = SPACES
              MOVE 'AUCUN ARRET INTERMEDIAIRE' TO WS-LIB-ARRETS
           END-IF.
           IF FS-ARRIV-LENDEMAIN OF FSO-TRAIN-DET
              MOVE ' J+1' TO WS-LIB-JOUR
           ELSE
              MOVE SPACES TO WS-LIB-JOUR
           END-IF.

           MOVE ALL '=' TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'TRAIN ANNULE ' FS-TYP OF FSO-TRAIN-DET
                  SPACE FS-DEST OF FSO-TRAIN-DET
                  ' DEPART ' FS-HHMN OF FSO-TRAIN-DET
                  ' VOIE ' FS-VOIE OF FSO-TRAIN-DET
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  ORIGINE     : ' WS-ORIGINE
                  ' DEPART PREVU  ' FS-HHMN OF FSO-TRAIN-DET
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  ARRETS      : ' WS-LIB-ARRETS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  DESTINATION : ' FS-DEST OF FSO-TRAIN-DET
                  ' ARRIVEE PREVUE ' FS-HHMN-DEST OF FSO-TRAIN-DET
                  WS-LIB-JOUR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '  PLACES RESERVEES ' FS-RESV OF FSO-TRAIN-DET
                  ' - CAPACITE AUTOCAR ' WS-CAPA-CAR
                  ' - AUTOCARS A COMMANDER ' WS-NB-CARS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-COMMANDE.
           WRITE REC-COMMANDE.

      *    Avis au tableau des départs pour le train remplacé
       ECRIT-AVIS.
           MOVE FS-TYP  OF FSO-TRAIN-DET TO AV-TYP.
           MOVE FS-DEST OF FSO-TRAIN-DET TO AV-DEST.
           MOVE FS-HHMN OF FSO-TRAIN-DET TO AV-HHMN.
           MOVE 'AUTOCAR DE REMPLACEMENT' TO AV-MESSAGE.
           WRITE REC-AVIS.

      *=============================================================*
      *    RESERVATIONS NOMINATIVES DES PASSAGERS                   *
      *       resvmaj ne fait que corriger le compteur FS-RESV :    *
      *       on sait combien de places sont vendues mais pas à     *
      *       qui, et personne ne peut être prévenu d'une           *
      *       annulation. Le fichier reservations-passagers.dat     *
      *       (dessin TRAIN4) porte une ligne par passager et par   *
      *       train du jour. Les demandes de demandes-resv.dat      *
      *       (action '*' référence '*' nom '*' contact '*' type    *
      *       '*' destination '*' heure de départ) y sont           *
      *       appliquées :                                          *
      *         - R réserve : référence nouvelle, train présent     *
      *           dans train.dat et non annulé, siège attribué      *
      *           (le plus petit numéro libre jusqu'à FS-CAPA),     *
      *         - A annule la réservation de la référence donnée.   *
      *       FS-RESV de train.dat est ensuite recalculé depuis     *
      *       les réservations (train.dat sauvegardé dans           *
      *       train-avant-passagers.dat) ; resvpass remplace donc   *
      *       resvmaj dans la chaine. Bilan des demandes et des     *
      *       réservations sur des trains absents de train.dat      *
      *       dans reservations-bilan.dat.                          *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resvpass.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAIN
           ASSIGN TO 'train.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-PASSAGER
           ASSIGN TO 'reservations-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPASS.

           SELECT F-DEMANDE
           ASSIGN TO 'demandes-resv.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDEM.

      *    copie de train.dat avant recalcul des réservations
           SELECT F-AVANT
           ASSIGN TO 'train-avant-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAVANT.

           SELECT F-BILAN
           ASSIGN TO 'reservations-bilan.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBILAN.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN1.
       COPY TRAIN4.

       FD  F-DEMANDE
           RECORD CONTAINS 1 TO 120 CHARACTERS
           RECORDING MODE IS V.
       01  REC-DEMANDE PIC X(120).

       FD  F-AVANT
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-AVANT PIC X(60).

       FD  F-BILAN
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BILAN PIC X(120).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIN        PIC XX                     .
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FPASS        PIC XX                     .
       88  WS-STAT-FPASSOK                    VALUE '00'   .
       88  WS-STAT-FPASSFIN                   VALUE '10'   .
       88  WS-STAT-FPASSNOFILE                VALUE '35'   .
       01  WS-STAT-FDEM         PIC XX                     .
       88  WS-STAT-FDEMOK                     VALUE '00'   .
       88  WS-STAT-FDEMFIN                    VALUE '10'   .
       88  WS-STAT-FDEMNOFILE                 VALUE '35'   .
       01  WS-STAT-FAVANT       PIC XX                     .
       88  WS-STAT-FAVANTOK                   VALUE '00'   .
       01  WS-STAT-FBILAN       PIC XX                     .
       88  WS-STAT-FBILANOK                   VALUE '00'   .

      * longueur de l'enregistrement variable de train.dat (cf
      * DEPENDING ON du FD TRAIN1)
       01  WS-FS-ENREG       PIC 99     VALUE 0  .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    table de train.dat : image brute, longueur et nombre de
      *    réservations recalculé
       01  WS-IND-TR         PIC 999    VALUE 0  .
       01  WS-TAB-TRAIN.
           03 WS-NB-TRAIN    PIC 999    VALUE 0  .
           03 WS-TRAIN-ENR OCCURS 1 TO 999 TIMES
                            DEPENDING ON WS-NB-TRAIN
                            INDEXED BY IDX-TRAIN.
              05 WS-TR-IMAGE     PIC X(60) .
              05 WS-TR-LGENR     PIC 99    .
              05 WS-TR-NB-RESV   PIC 9(4)  .

      *    table des réservations ; une réservation annulée garde
      *    sa place dans la table mais n'est pas réécrite
       01  WS-IND-PA         PIC 9(4)   VALUE 0  .
       01  WS-TAB-PASSAGER.
           03 WS-NB-PASS     PIC 9(4)   VALUE 0  .
           03 WS-PASS-ENR OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-PASS
                            INDEXED BY IDX-PASS.
              05 WS-PA-IMAGE     PIC X(96) .
              05 WS-PA-ACTIVE    PIC X     .

      *    découpage d'une demande
       01  WS-DM-ACTION      PIC X      VALUE SPACE  .
       01  WS-DM-REF         PIC X(8)   VALUE SPACES .
       01  WS-DM-NOM         PIC X(30)  VALUE SPACES .
       01  WS-DM-CONTACT     PIC X(30)  VALUE SPACES .
       01  WS-DM-TYP         PIC X(3)   VALUE SPACES .
       01  WS-DM-DEST        PIC X(18)  VALUE SPACES .
       01  WS-DM-HHMN-X      PIC X(4)   VALUE SPACES .
       01  WS-DM-HHMN-9 REDEFINES WS-DM-HHMN-X PIC 9(4).
       01  WS-DM-CLE         PIC X(25)  VALUE SPACES .
       01  WS-MOTIF          PIC X(40)  VALUE SPACES .

      *    attribution du siège
       01  WS-CAPA-X         PIC X(3)   VALUE SPACES .
       01  WS-CAPA-9 REDEFINES WS-CAPA-X PIC 9(3).
       01  WS-SIEGE          PIC 9(3)   VALUE 0  .
       01  WS-SIEGE-LIBRE    PIC X      VALUE 'N' .
       88  WS-EST-LIBRE                 VALUE 'O' .
       01  WS-RESV-X         PIC X(3)   VALUE SPACES .
       01  WS-RESV-9 REDEFINES WS-RESV-X PIC 9(3).

       01  WS-NB-DEM         PIC 999    VALUE 0  .
       01  WS-NB-RESERVEES   PIC 999    VALUE 0  .
       01  WS-NB-ANNULEES    PIC 999    VALUE 0  .
       01  WS-NB-REJETEES    PIC 999    VALUE 0  .
       01  WS-NB-ORPHELINS   PIC 9(4)   VALUE 0  .
       01  WS-LIG-RAP        PIC X(120) VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-TRAIN.
           PERFORM CHARGE-PASSAGERS THRU CHARGE-PASSAGERS-FIN.

           OPEN OUTPUT F-BILAN.
           MOVE 'BILAN DES RESERVATIONS NOMINATIVES' TO REC-BILAN.
           WRITE REC-BILAN.
           MOVE ALL '=' TO REC-BILAN.
           WRITE REC-BILAN.

      *    pas de demandes : le recalcul de FS-RESV a tout de même
      *    lieu
           OPEN INPUT F-DEMANDE.
           IF WS-STAT-FDEMOK
              READ F-DEMANDE
              PERFORM UNTIL WS-STAT-FDEMFIN
                 ADD 1 TO WS-NB-DEM
                 PERFORM APPLIQUE-DEMANDE THRU APPLIQUE-DEMANDE-FIN
                 READ F-DEMANDE
              END-PERFORM
              CLOSE F-DEMANDE
           ELSE
              IF WS-STAT-FDEMNOFILE
                 DISPLAY 'DEMANDES-RESV.DAT ABSENT - RECALCUL SEUL'
              ELSE
                 DISPLAY 'CODE RETOUR D''ERREUR DEMANDES' SPACE
                    WS-STAT-FDEM
                 MOVE 8 TO RETURN-CODE
                 MOVE 'ERREUR' TO JR-STATUT
                 CLOSE F-BILAN
                 PERFORM ECRIT-JOURNAL
                 GOBACK
              END-IF
           END-IF.

           PERFORM COMPTE-RESERVATIONS.
           PERFORM ECRIT-FIN-BILAN.
           CLOSE F-BILAN.

           PERFORM REECRIT-PASSAGERS.
           PERFORM SAUVE-ET-REECRIT-TRAIN.

           DISPLAY 'Demandes lues          : ' WS-NB-DEM.
           DISPLAY 'Réservations acceptées : ' WS-NB-RESERVEES.
           DISPLAY 'Annulations            : ' WS-NB-ANNULEES.
           DISPLAY 'Demandes rejetées      : ' WS-NB-REJETEES.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'resvpass' TO JR-PROGRAMME.
           MOVE WS-NB-DEM      TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-RESERVEES + WS-NB-ANNULEES.
           MOVE WS-NB-REJETEES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-TRAIN.
           OPEN INPUT F-TRAIN.
           IF WS-STAT-FICINOFILE
              DISPLAY 'TRAIN.DAT INTROUVABLE - AUCUNE RESERVATION '
                 'POSSIBLE'
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
           READ F-TRAIN.
           PERFORM UNTIL WS-STAT-FICIFIN
              ADD 1 TO WS-NB-TRAIN
              MOVE REC-TRAIN TO WS-TR-IMAGE(WS-NB-TRAIN)
              MOVE WS-FS-ENREG TO WS-TR-LGENR(WS-NB-TRAIN)
              MOVE 0 TO WS-TR-NB-RESV(WS-NB-TRAIN)
              READ F-TRAIN
           END-PERFORM.
           CLOSE F-TRAIN.

      *    réservations en cours ; fichier absent = premier jour
       CHARGE-PASSAGERS.
           OPEN INPUT F-PASSAGER.
           IF WS-STAT-FPASSNOFILE
              GO TO CHARGE-PASSAGERS-FIN
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
              MOVE REC-PASSAGER TO WS-PA-IMAGE(WS-NB-PASS)
              MOVE 'O' TO WS-PA-ACTIVE(WS-NB-PASS)
              READ F-PASSAGER
           END-PERFORM.
           CLOSE F-PASSAGER.
       CHARGE-PASSAGERS-FIN.
           EXIT.

      *    Applique une demande R (réservation) ou A (annulation)
       APPLIQUE-DEMANDE.
           MOVE SPACES TO WS-DM-ACTION WS-DM-REF WS-DM-NOM
                          WS-DM-CONTACT WS-DM-TYP WS-DM-DEST
                          WS-DM-HHMN-X WS-MOTIF.
           UNSTRING REC-DEMANDE DELIMITED BY '*'
              INTO WS-DM-ACTION WS-DM-REF WS-DM-NOM WS-DM-CONTACT
                   WS-DM-TYP WS-DM-DEST WS-DM-HHMN-X.
           IF WS-DM-REF = SPACES
              MOVE 'REFERENCE ABSENTE' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO APPLIQUE-DEMANDE-FIN
           END-IF.
           PERFORM CHERCHE-REFERENCE.
           EVALUATE WS-DM-ACTION
              WHEN 'R'
                 PERFORM RESERVE-PLACE THRU RESERVE-PLACE-FIN
              WHEN 'A'
                 IF WS-IND-PA > WS-NB-PASS
                    MOVE 'REFERENCE INCONNUE' TO WS-MOTIF
                    PERFORM ECRIT-REJET-DEMANDE
                 ELSE
                    MOVE 'N' TO WS-PA-ACTIVE(WS-IND-PA)
                    ADD 1 TO WS-NB-ANNULEES
                    MOVE SPACES TO WS-LIG-RAP
                    STRING 'ANNULEE  ' WS-DM-REF SPACE
                           WS-PA-IMAGE(WS-IND-PA)(9:30)
                           SPACE WS-PA-IMAGE(WS-IND-PA)(69:3)
                           SPACE WS-PA-IMAGE(WS-IND-PA)(72:18)
                           ' DEPART ' WS-PA-IMAGE(WS-IND-PA)(90:4)
                           ' SIEGE ' WS-PA-IMAGE(WS-IND-PA)(94:3)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    MOVE WS-LIG-RAP TO REC-BILAN
                    WRITE REC-BILAN
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION INCONNUE (R OU A)' TO WS-MOTIF
                 PERFORM ECRIT-REJET-DEMANDE
           END-EVALUATE.
       APPLIQUE-DEMANDE-FIN.
           EXIT.

      *    Réservation active portant la référence de la demande ;
      *    WS-IND-PA > WS-NB-PASS si aucune
       CHERCHE-REFERENCE.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
                   OR ((WS-PA-IMAGE(WS-IND-PA)(1:8) = WS-DM-REF)
                      AND (WS-PA-ACTIVE(WS-IND-PA) = 'O'))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PA TO WS-IND-PA
           END-PERFORM.

       RESERVE-PLACE.
           IF WS-IND-PA <= WS-NB-PASS
              MOVE 'REFERENCE DEJA RESERVEE' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
           IF (WS-DM-NOM = SPACES) OR (WS-DM-CONTACT = SPACES)
              OR (WS-DM-HHMN-9 NOT NUMERIC)
              MOVE 'NOM, CONTACT OU HEURE ABSENT' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
           IF WS-NB-PASS >= 5000
              MOVE 'TABLE DES RESERVATIONS PLEINE' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
           MOVE WS-DM-TYP    TO WS-DM-CLE(1:3).
           MOVE WS-DM-DEST   TO WS-DM-CLE(4:18).
           MOVE WS-DM-HHMN-X TO WS-DM-CLE(22:4).
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL (WS-IND-TR > WS-NB-TRAIN)
                   OR (WS-TR-IMAGE(WS-IND-TR)(1:25) = WS-DM-CLE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TR TO WS-IND-TR
           END-PERFORM.
           IF WS-IND-TR > WS-NB-TRAIN
              MOVE 'TRAIN ABSENT DE TRAIN.DAT' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
           IF WS-TR-IMAGE(WS-IND-TR)(28:2) = 'AN'
              MOVE 'TRAIN ANNULE' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
           MOVE WS-TR-IMAGE(WS-IND-TR)(32:3) TO WS-CAPA-X.
           IF WS-CAPA-9 NOT NUMERIC
              MOVE 'CAPACITE DU TRAIN ILLISIBLE' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
      *    plus petit numéro de siège libre du train
           MOVE 'N' TO WS-SIEGE-LIBRE.
           PERFORM VARYING WS-SIEGE FROM 1 BY 1
                   UNTIL (WS-SIEGE > WS-CAPA-9) OR WS-EST-LIBRE
              PERFORM TESTE-SIEGE
           END-PERFORM.
           IF NOT WS-EST-LIBRE
              MOVE 'TRAIN COMPLET' TO WS-MOTIF
              PERFORM ECRIT-REJET-DEMANDE
              GO TO RESERVE-PLACE-FIN
           END-IF.
      *    la boucle a avancé d'un cran après le siège trouvé
           SUBTRACT 1 FROM WS-SIEGE.
           ADD 1 TO WS-NB-PASS.
           MOVE SPACES        TO REC-PASSAGER.
           MOVE WS-DM-REF     TO PA-REF.
           MOVE WS-DM-NOM     TO PA-NOM.
           MOVE WS-DM-CONTACT TO PA-CONTACT.
           MOVE WS-DM-CLE     TO PA-TRAIN.
           MOVE WS-SIEGE      TO PA-SIEGE.
           MOVE REC-PASSAGER  TO WS-PA-IMAGE(WS-NB-PASS).
           MOVE 'O' TO WS-PA-ACTIVE(WS-NB-PASS).
           ADD 1 TO WS-NB-RESERVEES.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'RESERVEE ' WS-DM-REF SPACE WS-DM-NOM
                  SPACE WS-DM-TYP SPACE WS-DM-DEST
                  ' DEPART ' WS-DM-HHMN-X ' SIEGE ' WS-SIEGE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BILAN.
           WRITE REC-BILAN.
       RESERVE-PLACE-FIN.
           EXIT.

      *    Le siège WS-SIEGE du train demandé est-il libre ?
       TESTE-SIEGE.
           MOVE 'O' TO WS-SIEGE-LIBRE.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
                   OR (NOT WS-EST-LIBRE)
              IF (WS-PA-ACTIVE(WS-IND-PA) = 'O')
                 AND (WS-PA-IMAGE(WS-IND-PA)(69:25) = WS-DM-CLE)
                 AND (WS-PA-IMAGE(WS-IND-PA)(94:3) = WS-SIEGE)
                 MOVE 'N' TO WS-SIEGE-LIBRE
              END-IF
           END-PERFORM.

       ECRIT-REJET-DEMANDE.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'REJETEE (' WS-MOTIF DELIMITED BY '  '
                  ') : ' FUNCTION TRIM(REC-DEMANDE)
                  DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BILAN.
           WRITE REC-BILAN.

      *    FS-RESV de chaque train = nombre de réservations actives ;
      *    une réservation sur un train absent de train.dat est
      *    signalée et conservée
       COMPTE-RESERVATIONS.
           MOVE ALL '-' TO REC-BILAN.
           WRITE REC-BILAN.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
              IF WS-PA-ACTIVE(WS-IND-PA) = 'O'
                 PERFORM VARYING WS-IND-TR FROM 1 BY 1
                         UNTIL (WS-IND-TR > WS-NB-TRAIN)
                         OR (WS-TR-IMAGE(WS-IND-TR)(1:25)
                             = WS-PA-IMAGE(WS-IND-PA)(69:25))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                    MOVE WS-IND-TR TO WS-IND-TR
                 END-PERFORM
                 IF WS-IND-TR > WS-NB-TRAIN
                    ADD 1 TO WS-NB-ORPHELINS
                    MOVE SPACES TO WS-LIG-RAP
                    STRING 'TRAIN ABSENT DE TRAIN.DAT : '
                           WS-PA-IMAGE(WS-IND-PA)(1:8) SPACE
                           WS-PA-IMAGE(WS-IND-PA)(9:30)
                           SPACE WS-PA-IMAGE(WS-IND-PA)(69:3)
                           SPACE WS-PA-IMAGE(WS-IND-PA)(72:18)
                           ' DEPART ' WS-PA-IMAGE(WS-IND-PA)(90:4)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    MOVE WS-LIG-RAP TO REC-BILAN
                    WRITE REC-BILAN
                 ELSE
                    ADD 1 TO WS-TR-NB-RESV(WS-IND-TR)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL (WS-IND-TR > WS-NB-TRAIN)
              IF WS-TR-NB-RESV(WS-IND-TR) > 999
                 MOVE 999 TO WS-RESV-9
              ELSE
                 MOVE WS-TR-NB-RESV(WS-IND-TR) TO WS-RESV-9
              END-IF
              MOVE WS-RESV-X TO WS-TR-IMAGE(WS-IND-TR)(35:3)
           END-PERFORM.

       ECRIT-FIN-BILAN.
           MOVE ALL '=' TO REC-BILAN.
           WRITE REC-BILAN.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'DEMANDES : ' WS-NB-DEM
                  '  RESERVEES : ' WS-NB-RESERVEES
                  '  ANNULEES : ' WS-NB-ANNULEES
                  '  REJETEES : ' WS-NB-REJETEES
                  '  SUR TRAIN ABSENT : ' WS-NB-ORPHELINS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BILAN.
           WRITE REC-BILAN.

      *    Réservations actives réécrites dans l'ordre de saisie
       REECRIT-PASSAGERS.
           OPEN OUTPUT F-PASSAGER.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                   UNTIL (WS-IND-PA > WS-NB-PASS)
              IF WS-PA-ACTIVE(WS-IND-PA) = 'O'
                 MOVE WS-PA-IMAGE(WS-IND-PA) TO REC-PASSAGER
                 WRITE REC-PASSAGER
              END-IF
           END-PERFORM.
           CLOSE F-PASSAGER.

      *    Sauvegarde de train.dat puis réécriture avec FS-RESV
      *    recalculé, aux longueurs d'origine
       SAUVE-ET-REECRIT-TRAIN.
           OPEN OUTPUT F-AVANT.
           OPEN INPUT F-TRAIN.
           READ F-TRAIN.
           PERFORM UNTIL WS-STAT-FICIFIN
              MOVE REC-TRAIN(1:WS-FS-ENREG) TO REC-AVANT
              WRITE REC-AVANT
              READ F-TRAIN
           END-PERFORM.
           CLOSE F-TRAIN.
           CLOSE F-AVANT.

           OPEN OUTPUT F-TRAIN.
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL (WS-IND-TR > WS-NB-TRAIN)
              MOVE WS-TR-LGENR(WS-IND-TR) TO WS-FS-ENREG
              MOVE WS-TR-IMAGE(WS-IND-TR) TO REC-TRAIN
              WRITE REC-TRAIN
           END-PERFORM.
           CLOSE F-TRAIN.

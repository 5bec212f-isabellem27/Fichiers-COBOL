      *=============================================================*
      *    MANIFESTE PASSAGERS ET LISTE DES PASSAGERS A PREVENIR    *
      *       Depuis les réservations nominatives de resvpass       *
      *       (reservations-passagers.dat, dessin TRAIN4) :         *
      *         - manifeste-passagers.dat : pour l'équipage, par    *
      *           train du plan du jour (train-planning.dat) dans   *
      *           l'ordre des départs, les passagers par siège ;    *
      *         - contacts-passagers.dat : les passagers des        *
      *           trains annulés (incident AN) et des trains dont   *
      *           une correspondance est rompue par les retards     *
      *           (correspondances-rompues.dat de replanif, le      *
      *           train arrivant étant retrouvé par son heure       *
      *           d'arrivée recalée dans train-planning-revise.dat) *
      *           avec leur contact, pour les prévenir.             *
      *       Sans passage de replanif, seules les annulations      *
      *       sont traitées.                                        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. passmani.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FO-TRAIN
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-PASSAGER
           ASSIGN TO 'reservations-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPASS.

      *    plan recalé de replanif, lu en parallèle du plan du jour
      *    (même ordre d'enregistrements)
           SELECT F-REVISE
           ASSIGN TO 'train-planning-revise.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREV.

           SELECT F-ROMPU
           ASSIGN TO 'correspondances-rompues.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FROM.

           SELECT FO-MANIFESTE
           ASSIGN TO 'manifeste-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FMANI.

           SELECT FO-CONTACT
           ASSIGN TO 'contacts-passagers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCONT.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN3.
       COPY TRAIN4.

       FD  F-REVISE
           RECORD CONTAINS 46 TO 61 CHARACTERS
           RECORDING MODE IS V.
       01  REC-REVISE PIC X(61).

       FD  F-ROMPU
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ROMPU.
           05 FILLER         PIC X(3).
           05 RO-LIBELLE     PIC X(8).
           05 RO-TYP         PIC X(3).
           05 FILLER         PIC X.
           05 RO-DEST        PIC X(18).
           05 FILLER         PIC X(3).
           05 RO-HHMN-DEST   PIC X(4).
           05 FILLER         PIC X(60).

       FD  FO-MANIFESTE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MANIFESTE PIC X(100).

       FD  FO-CONTACT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CONTACT PIC X(120).

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
       01  WS-STAT-FREV         PIC XX                     .
       88  WS-STAT-FREVOK                     VALUE '00'   .
       88  WS-STAT-FREVFIN                    VALUE '10'   .
       01  WS-STAT-FROM         PIC XX                     .
       88  WS-STAT-FROMOK                     VALUE '00'   .
       88  WS-STAT-FROMFIN                    VALUE '10'   .
       01  WS-STAT-FMANI        PIC XX                     .
       88  WS-STAT-FMANIOK                    VALUE '00'   .
       01  WS-STAT-FCONT        PIC XX                     .
       88  WS-STAT-FCONTOK                    VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    table du plan du jour : clé du train, incident, heure
      *    d'arrivée recalée par replanif et motif d'information
      *    des passagers
       01  WS-IND-PL         PIC 999    VALUE 0  .
       01  WS-TAB-PLANNING.
           03 WS-NB-TRAIN    PIC 999    VALUE 0  .
           03 WS-PLAN-ENR OCCURS 1 TO 999 TIMES
                           DEPENDING ON WS-NB-TRAIN
                           ASCENDING KEY WS-PLAN-HHMN
                           INDEXED BY IDX-PLAN.
              05 WS-PLAN-CLE.
                 10 WS-PLAN-TYP      PIC X(3)  .
                 10 WS-PLAN-DEST     PIC X(18) .
                 10 WS-PLAN-HHMN     PIC 9(4)  .
              05 WS-PLAN-HHMN-DEST   PIC 9(4)  .
              05 WS-PLAN-INCIDENT    PIC X(2)  .
              05 WS-PLAN-ARR-REV     PIC X(4)  .
              05 WS-PLAN-MOTIF       PIC X(40) .

      *    table des réservations, triée par train puis siège
       01  WS-IND-PA         PIC 9(4)   VALUE 0  .
       01  WS-TAB-PASSAGER.
           03 WS-NB-PASS     PIC 9(4)   VALUE 0  .
           03 WS-PASS-ENR OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-NB-PASS
                           ASCENDING KEY WS-PS-CLE WS-PS-SIEGE
                           INDEXED BY IDX-PASS.
              05 WS-PS-CLE           PIC X(25) .
              05 WS-PS-SIEGE         PIC 9(3)  .
              05 WS-PS-REF           PIC X(8)  .
              05 WS-PS-NOM           PIC X(30) .
              05 WS-PS-CONTACT       PIC X(30) .

       01  WS-NB-PASS-TRAIN  PIC 9(4)   VALUE 0  .
       01  WS-NB-MANIFESTES  PIC 999    VALUE 0  .
       01  WS-NB-TOUCHES     PIC 999    VALUE 0  .
       01  WS-NB-A-PREVENIR  PIC 9(4)   VALUE 0  .
       01  WS-NB-ROMPUES     PIC 999    VALUE 0  .
       01  WS-LIG-RAP        PIC X(120) VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PLANNING.
           PERFORM CHARGE-PASSAGERS.
           PERFORM CHARGE-REVISE THRU CHARGE-REVISE-FIN.
           PERFORM MARQUE-TRAINS-TOUCHES
              THRU MARQUE-TRAINS-TOUCHES-FIN.

           SORT WS-PLAN-ENR ASCENDING
           KEY WS-PLAN-HHMN OF WS-TAB-PLANNING.
           IF WS-NB-PASS > 0
              SORT WS-PASS-ENR ASCENDING
              KEY WS-PS-CLE WS-PS-SIEGE
           END-IF.

           PERFORM ECRIT-MANIFESTES.
           PERFORM ECRIT-CONTACTS.

           DISPLAY 'Trains du plan         : ' WS-NB-TRAIN.
           DISPLAY 'Réservations lues      : ' WS-NB-PASS.
           DISPLAY 'Trains touchés         : ' WS-NB-TOUCHES.
           DISPLAY 'Passagers à prévenir   : ' WS-NB-A-PREVENIR.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'passmani' TO JR-PROGRAMME.
           MOVE WS-NB-PASS       TO JR-NB-LUS.
           MOVE WS-NB-MANIFESTES TO JR-NB-ECRITS.
           MOVE 0                TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

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
              MOVE FS-INCIDENT OF FSO-TRAIN-DET
                 TO WS-PLAN-INCIDENT(WS-NB-TRAIN)
              MOVE SPACES TO WS-PLAN-ARR-REV(WS-NB-TRAIN)
              MOVE SPACES TO WS-PLAN-MOTIF(WS-NB-TRAIN)
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
              MOVE PA-CONTACT TO WS-PS-CONTACT(WS-NB-PASS)
              READ F-PASSAGER
           END-PERFORM.
           CLOSE F-PASSAGER.

      *    Heures d'arrivée recalées, enregistrement par
      *    enregistrement ; absent = pas de replanification du jour
       CHARGE-REVISE.
           OPEN INPUT F-REVISE.
           IF NOT WS-STAT-FREVOK
              GO TO CHARGE-REVISE-FIN
           END-IF.
           READ F-REVISE.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
                   OR WS-STAT-FREVFIN
              MOVE REC-REVISE(26:4) TO WS-PLAN-ARR-REV(WS-IND-PL)
              READ F-REVISE
           END-PERFORM.
           CLOSE F-REVISE.
       CHARGE-REVISE-FIN.
           EXIT.

      *    Motif d'information : train annulé, puis train arrivant
      *    d'une correspondance rompue
       MARQUE-TRAINS-TOUCHES.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              IF WS-PLAN-INCIDENT(WS-IND-PL) = 'AN'
                 MOVE 'TRAIN ANNULE' TO WS-PLAN-MOTIF(WS-IND-PL)
              END-IF
           END-PERFORM.
           OPEN INPUT F-ROMPU.
           IF NOT WS-STAT-FROMOK
              GO TO MARQUE-TRAINS-TOUCHES-FIN
           END-IF.
           READ F-ROMPU.
           PERFORM UNTIL WS-STAT-FROMFIN
              IF RO-LIBELLE = 'ARRIVEE '
                 ADD 1 TO WS-NB-ROMPUES
                 PERFORM MARQUE-CORRESP-ROMPUE
              END-IF
              READ F-ROMPU
           END-PERFORM.
           CLOSE F-ROMPU.
       MARQUE-TRAINS-TOUCHES-FIN.
           EXIT.

       MARQUE-CORRESP-ROMPUE.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
                   OR ((WS-PLAN-TYP(WS-IND-PL) = RO-TYP)
                      AND (WS-PLAN-DEST(WS-IND-PL) = RO-DEST)
                      AND (WS-PLAN-ARR-REV(WS-IND-PL)
                            = RO-HHMN-DEST))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PL TO WS-IND-PL
           END-PERFORM.
           IF WS-IND-PL <= WS-NB-TRAIN
              IF WS-PLAN-MOTIF(WS-IND-PL) = SPACES
                 MOVE 'CORRESPONDANCE ROMPUE PAR UN RETARD'
                    TO WS-PLAN-MOTIF(WS-IND-PL)
              END-IF
           ELSE
              DISPLAY 'TRAIN DE CORRESPONDANCE ROMPUE INTROUVABLE :'
                 SPACE RO-TYP SPACE RO-DEST SPACE RO-HHMN-DEST
           END-IF.

      *    Un bloc par train dans l'ordre des départs
       ECRIT-MANIFESTES.
           OPEN OUTPUT FO-MANIFESTE.
           MOVE 'MANIFESTE PASSAGERS DU JOUR' TO REC-MANIFESTE.
           WRITE REC-MANIFESTE.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              ADD 1 TO WS-NB-MANIFESTES
              MOVE ALL '=' TO REC-MANIFESTE
              WRITE REC-MANIFESTE
              MOVE SPACES TO WS-LIG-RAP
              STRING WS-PLAN-TYP(WS-IND-PL)
                     SPACE WS-PLAN-DEST(WS-IND-PL)
                     ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                     ' ARRIVEE ' WS-PLAN-HHMN-DEST(WS-IND-PL)
                     ' INCIDENT ' WS-PLAN-INCIDENT(WS-IND-PL)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-MANIFESTE
              WRITE REC-MANIFESTE
              MOVE 'SIEGE REFERENCE NOM' TO REC-MANIFESTE
              WRITE REC-MANIFESTE
              MOVE 0 TO WS-NB-PASS-TRAIN
              PERFORM VARYING WS-IND-PA FROM 1 BY 1
                      UNTIL (WS-IND-PA > WS-NB-PASS)
                 IF WS-PS-CLE(WS-IND-PA) = WS-PLAN-CLE(WS-IND-PL)
                    ADD 1 TO WS-NB-PASS-TRAIN
                    MOVE SPACES TO WS-LIG-RAP
                    STRING '  ' WS-PS-SIEGE(WS-IND-PA)
                           SPACE WS-PS-REF(WS-IND-PA)
                           '  ' WS-PS-NOM(WS-IND-PA)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    MOVE WS-LIG-RAP TO REC-MANIFESTE
                    WRITE REC-MANIFESTE
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-LIG-RAP
              IF WS-NB-PASS-TRAIN = 0
                 MOVE '  AUCUN PASSAGER NOMINATIF' TO WS-LIG-RAP
              ELSE
                 STRING '  PASSAGERS : ' WS-NB-PASS-TRAIN
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              MOVE WS-LIG-RAP TO REC-MANIFESTE
              WRITE REC-MANIFESTE
           END-PERFORM.
           CLOSE FO-MANIFESTE.

      *    Passagers des trains touchés, avec leur contact
       ECRIT-CONTACTS.
           OPEN OUTPUT FO-CONTACT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'PASSAGERS A PREVENIR (ANNULATIONS ET '
                  'CORRESPONDANCES ROMPUES)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CONTACT.
           WRITE REC-CONTACT.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-TRAIN)
              IF WS-PLAN-MOTIF(WS-IND-PL) NOT = SPACES
                 ADD 1 TO WS-NB-TOUCHES
                 MOVE ALL '=' TO REC-CONTACT
                 WRITE REC-CONTACT
                 MOVE SPACES TO WS-LIG-RAP
                 STRING WS-PLAN-TYP(WS-IND-PL)
                        SPACE WS-PLAN-DEST(WS-IND-PL)
                        ' DEPART ' WS-PLAN-HHMN(WS-IND-PL)
                        ' : ' WS-PLAN-MOTIF(WS-IND-PL)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-CONTACT
                 WRITE REC-CONTACT
                 PERFORM VARYING WS-IND-PA FROM 1 BY 1
                         UNTIL (WS-IND-PA > WS-NB-PASS)
                    IF WS-PS-CLE(WS-IND-PA) = WS-PLAN-CLE(WS-IND-PL)
                       ADD 1 TO WS-NB-A-PREVENIR
                       MOVE SPACES TO WS-LIG-RAP
                       STRING '  ' WS-PS-REF(WS-IND-PA)
                              SPACE WS-PS-NOM(WS-IND-PA)
                              SPACE WS-PS-CONTACT(WS-IND-PA)
                       DELIMITED BY SIZE
                       INTO WS-LIG-RAP
                       MOVE WS-LIG-RAP TO REC-CONTACT
                       WRITE REC-CONTACT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-CONTACT.
           WRITE REC-CONTACT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'TRAINS TOUCHES : ' WS-NB-TOUCHES
                  '  PASSAGERS A PREVENIR : ' WS-NB-A-PREVENIR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CONTACT.
           WRITE REC-CONTACT.
           CLOSE FO-CONTACT.

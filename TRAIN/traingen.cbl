      *=============================================================*
      *    GENERATION DU TRAIN.DAT DU LENDEMAIN DEPUIS L'HORAIRE    *
      *       train.dat était ressaisi chaque jour à la main. Le    *
      *       fichier maître train-horaire.dat porte chaque train   *
      *       avec son régime de circulation :                      *
      *         - jours de circulation (lundi ... dimanche),        *
      *         - période de validité (début, fin facultative),     *
      *         - comportement les jours fériés : C circule selon   *
      *           son régime, S supprimé, D régime du dimanche,     *
      *         - jusqu'à 4 exceptions datées : S supprimé ce jour, *
      *           A ajouté ce jour hors régime (dans la validité).  *
      *       Le jour généré est le lendemain (ou la date AAAAMMJJ  *
      *       de traingen-param.txt) ; les fériés sont ceux du      *
      *       calculateur datecalc (jours-feries.txt). Un férié     *
      *       tombant un samedi ou un dimanche garde le régime du   *
      *       week-end.                                             *
      *       train.dat est réécrit avec la capacité FS-CAPA de     *
      *       l'horaire, les réservations FS-RESV remises à zéro    *
      *       et l'incident à RA ; les trains ajoutés ou supprimés  *
      *       par rapport au train.dat de la veille, avec le motif  *
      *       de suppression, partent dans train-ecarts.dat.        *
      *       Étape de chaineop à placer avant resvmaj et trainpla. *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. traingen.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAIN
           ASSIGN TO 'train.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

      *    horaire maître : régime de circulation puis image du
      *    train au dessin TRAIN1
           SELECT F-HORAIRE
           ASSIGN TO 'train-horaire.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FHOR.

      *    date à générer (colonnes 1-8, AAAAMMJJ) ; absent ou
      *    invalide = lendemain
           SELECT F-PARAM
           ASSIGN TO 'traingen-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-ECARTS
           ASSIGN TO 'train-ecarts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FECART.

       DATA DIVISION.
       FILE SECTION.

       COPY TRAIN1.

      *    68 caractères de régime puis l'image train.dat (37 à 60)
       FD  F-HORAIRE
           RECORD IS VARYING IN SIZE FROM 105 TO 128 CHARACTERS
           DEPENDING ON WS-HOR-LG
           RECORDING MODE IS V.
       01  REC-HORAIRE.
      *    O = circule, une position par jour du lundi au dimanche
           05 HOR-JOURS        PIC X(7).
           05 FILLER           PIC X.
           05 HOR-DEBUT        PIC X(8).
           05 FILLER           PIC X.
           05 HOR-FIN          PIC X(8).
           05 FILLER           PIC X.
           05 HOR-FERIE        PIC X.
           88 HOR-FERIE-CIRCULE          VALUE 'C' SPACE.
           88 HOR-FERIE-SUPPRIME         VALUE 'S'.
           88 HOR-FERIE-DIMANCHE         VALUE 'D'.
           05 FILLER           PIC X.
           05 HOR-EXC OCCURS 4.
              10 HOR-EXC-DATE  PIC X(8).
              10 HOR-EXC-SENS  PIC X.
              10 FILLER        PIC X.
           05 HOR-TRAIN        PIC X(60).

       FD  F-PARAM
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-DATE      PIC X(8).
           05 FILLER        PIC X(2).

       FD  F-ECARTS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ECARTS PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIN        PIC XX                     .
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FHOR         PIC XX                     .
       88  WS-STAT-FHOROK                     VALUE '00'   .
       88  WS-STAT-FHORFIN                    VALUE '10'   .
       88  WS-STAT-FHORNOFILE                 VALUE '35'   .
       01  WS-STAT-FPARAM       PIC XX                     .
       88  WS-STAT-FPARAMOK                   VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE               VALUE '35'   .
       01  WS-STAT-FECART       PIC XX                     .
       88  WS-STAT-FECARTOK                   VALUE '00'   .

      * longueur de l'enregistrement variable de train.dat (cf
      * DEPENDING ON du FD TRAIN1) et de l'horaire
       01  WS-FS-ENREG       PIC 99     VALUE 0  .
       01  WS-HOR-LG         PIC 999    VALUE 0  .
       01  WS-HOR-REGIME     PIC 99     VALUE 68 .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du calculateur de dates commun (datecalc)
           COPY DATECALC.

      *    jour généré : date, jour de semaine (1 = lundi, le
      *    01/01/1601 du comptage INTEGER-OF-DATE était un lundi)
      *    et indicateur de jour férié
       01  WS-DATE-GEN       PIC X(8)   VALUE SPACES .
       01  WS-DATE-GEN-9 REDEFINES WS-DATE-GEN PIC 9(8).
       01  WS-JOURS-ENTIERS  PIC 9(7)   VALUE 0  .
       01  WS-JOUR-SEMAINE   PIC 9      VALUE 0  .
       01  WS-JOUR-REGIME    PIC 9      VALUE 0  .
       01  WS-FERIE          PIC X      VALUE 'N' .
       88  WS-EST-FERIE                 VALUE 'O' .
       01  WS-NOMS-JOURS     PIC X(56)  VALUE
           'LUNDI   MARDI   MERCREDIJEUDI   VENDREDISAMEDI  DIMANCHE'.
       01  WS-NOMS-JOURS-TAB REDEFINES WS-NOMS-JOURS.
           05 WS-NOM-JOUR    PIC X(8)   OCCURS 7 .

      *    train.dat de la veille : clé type + destination + heure
      *    de départ (positions 1-25 du dessin TRAIN1)
       01  WS-IND-VE         PIC 999    VALUE 0  .
       01  WS-TAB-VEILLE.
           03 WS-NB-VEILLE   PIC 999    VALUE 0  .
           03 WS-VEILLE-ENR OCCURS 1 TO 999 TIMES
                            DEPENDING ON WS-NB-VEILLE
                            INDEXED BY IDX-VEILLE.
              05 WS-VE-CLE       PIC X(25) .

      *    trains de l'horaire : clé, décision du jour et motif
       01  WS-IND-HO         PIC 999    VALUE 0  .
       01  WS-TAB-HORAIRE.
           03 WS-NB-HOR      PIC 999    VALUE 0  .
           03 WS-HOR-ENR OCCURS 1 TO 999 TIMES
                            DEPENDING ON WS-NB-HOR
                            INDEXED BY IDX-HOR.
              05 WS-HO-CLE       PIC X(25) .
              05 WS-HO-CIRCULE   PIC X     .
              05 WS-HO-MOTIF     PIC X(30) .

      *    décision sur le train courant de l'horaire
       01  WS-CIRCULE        PIC X      VALUE 'N' .
       88  WS-TRAIN-CIRCULE             VALUE 'O' .
       01  WS-MOTIF          PIC X(30)  VALUE SPACES .
       01  WS-IND-EXC        PIC 9      VALUE 0  .

       01  WS-NB-LUS         PIC 999    VALUE 0  .
       01  WS-NB-ECRITS      PIC 999    VALUE 0  .
       01  WS-NB-REJETS      PIC 999    VALUE 0  .
       01  WS-NB-AJOUTES     PIC 999    VALUE 0  .
       01  WS-NB-SUPPRIMES   PIC 999    VALUE 0  .
       01  WS-LIG-RAP        PIC X(100) VALUE SPACES .

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CALCULE-JOUR.

           OPEN INPUT F-HORAIRE.
           IF WS-STAT-FHORNOFILE
              DISPLAY 'TRAIN-HORAIRE.DAT ABSENT - TRAIN.DAT INCHANGE'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-STAT-FHOROK
              DISPLAY 'CODE RETOUR D''ERREUR HORAIRE' SPACE
                 WS-STAT-FHOR
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.

      *    la veille est relue avant que train.dat soit réécrit
           PERFORM CHARGE-VEILLE THRU CHARGE-VEILLE-FIN.

           OPEN OUTPUT F-TRAIN.
           IF NOT WS-STAT-FICIOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FICIN
              CLOSE F-HORAIRE
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN OUTPUT F-ECARTS.
           PERFORM ECRIT-ENTETE.

           READ F-HORAIRE.
           PERFORM UNTIL WS-STAT-FHORFIN
              ADD 1 TO WS-NB-LUS
              PERFORM TRAITE-HORAIRE THRU TRAITE-HORAIRE-FIN
              READ F-HORAIRE
           END-PERFORM.
           CLOSE F-HORAIRE.
           CLOSE F-TRAIN.

           PERFORM ECRIT-ECARTS.
           CLOSE F-ECARTS.

           DISPLAY 'Journée générée        : ' WS-DATE-GEN SPACE
              WS-NOM-JOUR(WS-JOUR-SEMAINE).
           DISPLAY 'Trains de l''horaire    : ' WS-NB-LUS.
           DISPLAY 'Trains écrits          : ' WS-NB-ECRITS.
           DISPLAY 'Trains ajoutés         : ' WS-NB-AJOUTES.
           DISPLAY 'Trains supprimés       : ' WS-NB-SUPPRIMES.
           DISPLAY 'Lignes rejetées        : ' WS-NB-REJETS.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'traingen' TO JR-PROGRAMME.
           MOVE WS-NB-LUS    TO JR-NB-LUS.
           MOVE WS-NB-ECRITS TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Jour à générer : date du paramètre si elle est valide,
      *    sinon le lendemain ; puis jour de semaine et férié
       CALCULE-JOUR.
           COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS)
              TO WS-DATE-GEN-9.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
              READ F-PARAM
              IF WS-STAT-FPARAMOK AND (PAR-DATE NOT = SPACES)
                 INITIALIZE DC-ZONE
                 MOVE 'V' TO DC-ACTION
                 MOVE PAR-DATE TO DC-DATE1
                 MOVE RETURN-CODE TO WS-RC-SAUVE
                 CALL 'datecalc' USING BY REFERENCE DC-ZONE
                    ON EXCEPTION
                       IF PAR-DATE NUMERIC
                          MOVE 0 TO DC-RC
                       ELSE
                          MOVE 1 TO DC-RC
                       END-IF
                 END-CALL
                 MOVE WS-RC-SAUVE TO RETURN-CODE
                 IF DC-RC = 0
                    MOVE PAR-DATE TO WS-DATE-GEN
                 ELSE
                    DISPLAY 'DATE DU PARAMETRE INVALIDE ' PAR-DATE
                       ' - LENDEMAIN RETENU'
                 END-IF
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.
           COMPUTE WS-JOURS-ENTIERS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-GEN-9).
           COMPUTE WS-JOUR-SEMAINE =
              FUNCTION MOD(WS-JOURS-ENTIERS - 1, 7) + 1.
      *    un jour de semaine sans jour ouvré au sens de datecalc
      *    est un férié de jours-feries.txt
           MOVE 'N' TO WS-FERIE.
           IF WS-JOUR-SEMAINE < 6
              INITIALIZE DC-ZONE
              MOVE 'N' TO DC-ACTION
              MOVE WS-DATE-GEN TO DC-DATE1
              MOVE WS-DATE-GEN TO DC-DATE2
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
                 ON EXCEPTION
                    DISPLAY 'CALCULATEUR DE DATES DATECALC '
                       'INDISPONIBLE - FERIES IGNORES'
                    MOVE 9 TO DC-RC
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
              IF (DC-RC = 0) AND (DC-NB-JOURS = 0)
                 SET WS-EST-FERIE TO TRUE
              END-IF
           END-IF.

      *    Clés des trains du train.dat de la veille ; absent, tous
      *    les trains du jour sont listés comme ajoutés
       CHARGE-VEILLE.
           OPEN INPUT F-TRAIN.
           IF WS-STAT-FICINOFILE
              DISPLAY 'TRAIN.DAT DE LA VEILLE ABSENT'
              GO TO CHARGE-VEILLE-FIN
           END-IF.
           IF NOT WS-STAT-FICIOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FICIN
              GO TO CHARGE-VEILLE-FIN
           END-IF.
           READ F-TRAIN.
           PERFORM UNTIL WS-STAT-FICIFIN
                      OR (WS-NB-VEILLE >= 999)
              ADD 1 TO WS-NB-VEILLE
              MOVE REC-TRAIN(1:25) TO WS-VE-CLE(WS-NB-VEILLE)
              READ F-TRAIN
           END-PERFORM.
           CLOSE F-TRAIN.
       CHARGE-VEILLE-FIN.
           EXIT.

      *    Décide si le train courant de l'horaire circule le jour
      *    généré et l'écrit dans train.dat le cas échéant
       TRAITE-HORAIRE.
           IF (WS-HOR-LG < 105) OR (HOR-DEBUT NOT NUMERIC)
              ADD 1 TO WS-NB-REJETS
              MOVE SPACES TO WS-LIG-RAP
              STRING 'HORAIRE ILLISIBLE, LIGNE IGNOREE : '
                     REC-HORAIRE(1:60)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-ECARTS
              WRITE REC-ECARTS
              GO TO TRAITE-HORAIRE-FIN
           END-IF.
           PERFORM DECIDE-CIRCULATION THRU DECIDE-CIRCULATION-FIN.
           IF WS-NB-HOR < 999
              ADD 1 TO WS-NB-HOR
              MOVE HOR-TRAIN(1:25) TO WS-HO-CLE(WS-NB-HOR)
              MOVE WS-CIRCULE TO WS-HO-CIRCULE(WS-NB-HOR)
              MOVE WS-MOTIF TO WS-HO-MOTIF(WS-NB-HOR)
           END-IF.
           IF NOT WS-TRAIN-CIRCULE
              GO TO TRAITE-HORAIRE-FIN
           END-IF.
      *    capacité reprise de l'horaire, journée vierge : aucune
      *    réservation, aucun incident
           COMPUTE WS-FS-ENREG = WS-HOR-LG - WS-HOR-REGIME.
           MOVE HOR-TRAIN TO REC-TRAIN.
           MOVE 0 TO FS-RESV.
           SET FS-INCIDENT-NEANT TO TRUE.
           WRITE REC-TRAIN.
           ADD 1 TO WS-NB-ECRITS.
       TRAITE-HORAIRE-FIN.
           EXIT.

      *    Validité, exception datée, férié puis régime de la
      *    semaine, dans cet ordre
       DECIDE-CIRCULATION.
           MOVE 'N' TO WS-CIRCULE.
           MOVE SPACES TO WS-MOTIF.
           IF (WS-DATE-GEN < HOR-DEBUT)
              OR ((HOR-FIN NOT = SPACES) AND (WS-DATE-GEN > HOR-FIN))
              MOVE 'HORS PERIODE DE VALIDITE' TO WS-MOTIF
              GO TO DECIDE-CIRCULATION-FIN
           END-IF.
           PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                   UNTIL (WS-IND-EXC > 4)
                   OR (HOR-EXC-DATE(WS-IND-EXC) = WS-DATE-GEN)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-EXC TO WS-IND-EXC
           END-PERFORM.
           IF WS-IND-EXC <= 4
              IF HOR-EXC-SENS(WS-IND-EXC) = 'A'
                 SET WS-TRAIN-CIRCULE TO TRUE
              ELSE
                 MOVE 'SUPPRIME PAR EXCEPTION DATEE' TO WS-MOTIF
              END-IF
              GO TO DECIDE-CIRCULATION-FIN
           END-IF.
           MOVE WS-JOUR-SEMAINE TO WS-JOUR-REGIME.
           IF WS-EST-FERIE
              EVALUATE TRUE
                 WHEN HOR-FERIE-SUPPRIME
                    MOVE 'SUPPRIME LES JOURS FERIES' TO WS-MOTIF
                    GO TO DECIDE-CIRCULATION-FIN
                 WHEN HOR-FERIE-DIMANCHE
                    MOVE 7 TO WS-JOUR-REGIME
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF HOR-JOURS(WS-JOUR-REGIME:1) = 'O'
              SET WS-TRAIN-CIRCULE TO TRUE
           ELSE
              IF WS-JOUR-REGIME = WS-JOUR-SEMAINE
                 MOVE 'NE CIRCULE PAS CE JOUR' TO WS-MOTIF
              ELSE
                 MOVE 'FERIE AU REGIME DU DIMANCHE' TO WS-MOTIF
              END-IF
           END-IF.
       DECIDE-CIRCULATION-FIN.
           EXIT.

       ECRIT-ENTETE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'ECARTS DE CIRCULATION DU ' WS-DATE-GEN SPACE
                  WS-NOM-JOUR(WS-JOUR-SEMAINE)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-EST-FERIE
              MOVE '(JOUR FERIE)' TO WS-LIG-RAP(45:12)
           END-IF.
           MOVE WS-LIG-RAP TO REC-ECARTS.
           WRITE REC-ECARTS.
           MOVE ALL '=' TO REC-ECARTS.
           WRITE REC-ECARTS.

      *    Trains ajoutés (circulent aujourd'hui, absents de la
      *    veille) puis trains supprimés (présents la veille, ne
      *    circulent pas aujourd'hui) avec leur motif
       ECRIT-ECARTS.
           PERFORM VARYING WS-IND-HO FROM 1 BY 1
                   UNTIL (WS-IND-HO > WS-NB-HOR)
              IF WS-HO-CIRCULE(WS-IND-HO) = 'O'
                 PERFORM VARYING WS-IND-VE FROM 1 BY 1
                         UNTIL (WS-IND-VE > WS-NB-VEILLE)
                         OR (WS-VE-CLE(WS-IND-VE)
                             = WS-HO-CLE(WS-IND-HO))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                    MOVE WS-IND-VE TO WS-IND-VE
                 END-PERFORM
                 IF WS-IND-VE > WS-NB-VEILLE
                    ADD 1 TO WS-NB-AJOUTES
                    MOVE SPACES TO WS-LIG-RAP
                    STRING 'AJOUTE   ' WS-HO-CLE(WS-IND-HO)(1:3)
                           SPACE WS-HO-CLE(WS-IND-HO)(4:18)
                           ' DEPART ' WS-HO-CLE(WS-IND-HO)(22:4)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    MOVE WS-LIG-RAP TO REC-ECARTS
                    WRITE REC-ECARTS
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-VE FROM 1 BY 1
                   UNTIL (WS-IND-VE > WS-NB-VEILLE)
              PERFORM VARYING WS-IND-HO FROM 1 BY 1
                      UNTIL (WS-IND-HO > WS-NB-HOR)
                      OR ((WS-HO-CLE(WS-IND-HO)
                           = WS-VE-CLE(WS-IND-VE))
                         AND (WS-HO-CIRCULE(WS-IND-HO) = 'O'))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-HO TO WS-IND-HO
              END-PERFORM
              IF WS-IND-HO > WS-NB-HOR
                 PERFORM CHERCHE-MOTIF
                 ADD 1 TO WS-NB-SUPPRIMES
                 MOVE SPACES TO WS-LIG-RAP
                 STRING 'SUPPRIME ' WS-VE-CLE(WS-IND-VE)(1:3)
                        SPACE WS-VE-CLE(WS-IND-VE)(4:18)
                        ' DEPART ' WS-VE-CLE(WS-IND-VE)(22:4)
                        SPACE WS-MOTIF
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-ECARTS
                 WRITE REC-ECARTS
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-ECARTS.
           WRITE REC-ECARTS.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'TRAINS ECRITS : ' WS-NB-ECRITS
                  '  AJOUTES : ' WS-NB-AJOUTES
                  '  SUPPRIMES : ' WS-NB-SUPPRIMES
                  '  REJETS : ' WS-NB-REJETS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ECARTS.
           WRITE REC-ECARTS.

      *    Motif de non-circulation d'un train de la veille : celui
      *    de l'horaire, ou train retiré de l'horaire
       CHERCHE-MOTIF.
           PERFORM VARYING WS-IND-HO FROM 1 BY 1
                   UNTIL (WS-IND-HO > WS-NB-HOR)
                   OR (WS-HO-CLE(WS-IND-HO) = WS-VE-CLE(WS-IND-VE))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-HO TO WS-IND-HO
           END-PERFORM.
           IF WS-IND-HO > WS-NB-HOR
              MOVE 'ABSENT DE L''HORAIRE' TO WS-MOTIF
           ELSE
              MOVE WS-HO-MOTIF(WS-IND-HO) TO WS-MOTIF
           END-IF.

      *=============================================================*
      *    DETECTION DES SINISTRES SUSPECTS                         *
      *       sinistre ne rejette que les sinistres sur contrat     *
      *       inconnu ou non ACTIF. Cette passe note chaque         *
      *       sinistre de sinistres.dat, contrat lu dans            *
      *       contrats.idx, sur des règles paramétrables            *
      *       (sinsusp-param.txt, une ligne par règle :             *
      *       code*points*paramètre ; 0 point désactive la règle) : *
      *       - HORS-PERIODE : survenance hors de la période du     *
      *         contrat (MA-AGADDEB - MA-AGADFIN) ;                 *
      *       - DEBUT*pts*N : survenance dans les N jours suivant   *
      *         la prise d'effet ;                                  *
      *       - AVENANT*pts*N : survenance dans les N jours suivant *
      *         un avenant qui relève le montant (audit des         *
      *         avenants) ;                                         *
      *       - FREQUENCE*pts*N : autre sinistre sur le même        *
      *         contrat à moins de N jours ;                        *
      *       - DOUBLON : même date et même montant sur un autre    *
      *         contrat du même groupe ;                            *
      *       - MULTIPLE*pts*K : payé supérieur à K fois la prime ; *
      *       - SEUIL*n : note à partir de laquelle le sinistre     *
      *         part en enquête.                                    *
      *       Les sinistres notés au seuil ou au-delà partent dans  *
      *       sinistres-suspects.dat, note décroissante, avec les   *
      *       règles déclenchées.                                   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sinsusp.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    sinistres déclarés : numéro, contrat, date, payé,
      *    provision, séparés par '*'
           SELECT F-SINISTRE
           ASSIGN TO 'sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSIN.

      *    contrats en accès direct, alimenté par filelect
           SELECT FIC-AGA-IDX
           ASSIGN TO 'contrats.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-AGAID
           FILE STATUS IS WS-STAT-FICIDX.

      *    trace des avenants appliqués (programme avenants)
           SELECT F-AUDIT
           ASSIGN TO 'avenants-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAUDIT.

           SELECT F-PARAM
           ASSIGN TO 'sinsusp-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-SUSPECT
           ASSIGN TO 'sinistres-suspects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSUSP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SINISTRE
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-SINISTRE        PIC X(60).

      * même dessin que l'alimentation faite par filelect
       FD  FIC-AGA-IDX
           RECORD CONTAINS 72 CHARACTERS.
       01  E-REC-IDX.
           05 IDX-AGAID     PIC 9(8)   .
           05 IDX-AGAGRP    PIC X(14)  .
           05 IDX-AGATYP    PIC X(16)  .
           05 IDX-CLACT     PIC X(10)  .
           05 IDX-AGADDEB   PIC X(8)   .
           05 IDX-AGADFIN   PIC X(8)   .
           05 IDX-AGAMNT    PIC X(8)   .

      * ligne écrite par avenants : date, contrat, champ, effet puis
      * l'enregistrement maitre avant et après entre crochets
       FD  F-AUDIT
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AUDIT           PIC X(400).

       FD  F-PARAM
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PARAM           PIC X(80).

       FD  F-SUSPECT
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SUSPECT         PIC X(160).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FSIN       PIC XX                    .
       88  WS-STAT-FSINOK                  VALUE '00'   .
       88  WS-STAT-FSINFIN                 VALUE '10'   .
       88  WS-STAT-FSINNOFILE              VALUE '35'   .
       01  WS-STAT-FICIDX     PIC XX                    .
       88  WS-STAT-IDXOK                   VALUE '00'   .
       88  WS-STAT-IDXABS                  VALUE '23'   .
       88  WS-STAT-IDXNOFILE               VALUE '35'   .
       01  WS-STAT-FAUDIT     PIC XX                    .
       88  WS-STAT-FAUDITOK                VALUE '00'   .
       88  WS-STAT-FAUDITFIN               VALUE '10'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMFIN               VALUE '10'   .
       01  WS-STAT-FSUSP      PIC XX                    .
       88  WS-STAT-FSUSPOK                 VALUE '00'   .

      * règles : points et paramètre (jours ou multiple de prime)
       01  WS-REGLES.
           05 WS-PTS-HORS     PIC 9(4)      VALUE 50    .
           05 WS-PTS-DEBUT    PIC 9(4)      VALUE 30    .
           05 WS-JRS-DEBUT    PIC 9(4)      VALUE 30    .
           05 WS-PTS-AVENANT  PIC 9(4)      VALUE 30    .
           05 WS-JRS-AVENANT  PIC 9(4)      VALUE 30    .
           05 WS-PTS-FREQ     PIC 9(4)      VALUE 20    .
           05 WS-JRS-FREQ     PIC 9(4)      VALUE 90    .
           05 WS-PTS-DOUBLON  PIC 9(4)      VALUE 40    .
           05 WS-PTS-MULTIPLE PIC 9(4)      VALUE 30    .
           05 WS-FACT-MULTIPLE PIC 9(4)     VALUE 3     .
           05 WS-SEUIL        PIC 9(4)      VALUE 50    .

      * sinistres notés, contrat lu dans contrats.idx
       01  WS-IND-SN          PIC 9(4)      VALUE 0     .
       01  WS-IND-SN2         PIC 9(4)      VALUE 0     .
       01  WS-SINISTRES.
           03 WS-NB-SN        PIC 9(4)      VALUE 0     .
           03 WS-SN-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-SN.
              05 WS-SN-NUM       PIC X(8)               .
              05 WS-SN-CTR       PIC X(8)               .
              05 WS-SN-DATE      PIC X(8)               .
              05 WS-SN-PAYE      PIC 9(6)V99            .
              05 WS-SN-CHARGE    PIC 9(7)V99            .
              05 WS-SN-GRP       PIC X(14)              .
              05 WS-SN-DDEB      PIC X(8)               .
              05 WS-SN-DFIN      PIC X(8)               .
              05 WS-SN-PRIME     PIC 9(6)V99            .
              05 WS-SN-SCORE     PIC 9(4)               .
              05 WS-SN-NB-REGLES PIC 99                 .
              05 WS-SN-REGLES    PIC X(90)              .

      * avenants relevant le montant : contrat et date d'effet
       01  WS-IND-AV          PIC 9(4)      VALUE 0     .
       01  WS-AVENANTS.
           03 WS-NB-AV        PIC 9(4)      VALUE 0     .
           03 WS-AV-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-AV.
              05 WS-AV-CTR       PIC X(8)               .
              05 WS-AV-EFFET     PIC X(8)               .

      * découpage d'une ligne de sinistre
       01  WS-SIN-NUM-X       PIC X(8)      VALUE SPACES.
       01  WS-SIN-CTR-X       PIC X(8)      VALUE SPACES.
       01  WS-SIN-CTR-9 REDEFINES WS-SIN-CTR-X PIC 9(8).
       01  WS-SIN-DATE        PIC X(8)      VALUE SPACES.
       01  WS-SIN-PAYE-X      PIC X(8)      VALUE SPACES.
       01  WS-SIN-PAYE-9 REDEFINES WS-SIN-PAYE-X PIC 9(6)V99.
       01  WS-SIN-PROV-X      PIC X(8)      VALUE SPACES.
       01  WS-SIN-PROV-9 REDEFINES WS-SIN-PROV-X PIC 9(6)V99.
       01  WS-IDX-MNT-X       PIC X(8)      VALUE SPACES.
       01  WS-IDX-MNT-9 REDEFINES WS-IDX-MNT-X PIC 9(6)V99.

      * découpage d'une ligne d'audit ; image maitre sans ses 3
      * blancs de tête : le montant est en 127 sur 8
       01  WS-AU-HORO         PIC X(10)     VALUE SPACES.
       01  WS-AU-CTR          PIC X(8)      VALUE SPACES.
       01  WS-AU-CHAMP        PIC X(10)     VALUE SPACES.
       01  WS-AU-EFFET        PIC X(8)      VALUE SPACES.
       01  WS-AU-AVANT        PIC X(150)    VALUE SPACES.
       01  WS-AU-APRES        PIC X(150)    VALUE SPACES.
       01  WS-AU-MNT1-X       PIC X(8)      VALUE SPACES.
       01  WS-AU-MNT1-9 REDEFINES WS-AU-MNT1-X PIC 9(6)V99.
       01  WS-AU-MNT2-X       PIC X(8)      VALUE SPACES.
       01  WS-AU-MNT2-9 REDEFINES WS-AU-MNT2-X PIC 9(6)V99.

      * découpage d'une ligne de paramètre, valeurs cadrées à droite
       01  WS-PR-CODE         PIC X(16)     VALUE SPACES.
       01  WS-PR-ZONE1        PIC X(8)      VALUE SPACES.
       01  WS-PR-ZONE2        PIC X(8)      VALUE SPACES.
       01  WS-PR-NUM1-X       PIC X(4)      JUSTIFIED RIGHT.
       01  WS-PR-NUM1-9 REDEFINES WS-PR-NUM1-X PIC 9(4).
       01  WS-PR-NUM2-X       PIC X(4)      JUSTIFIED RIGHT.
       01  WS-PR-NUM2-9 REDEFINES WS-PR-NUM2-X PIC 9(4).

      * règle déclenchée : code et points
       01  WS-RG-CODE         PIC X(12)     VALUE SPACES.
       01  WS-RG-POINTS       PIC 9(4)      VALUE 0     .
       01  WS-RG-POINTS-CHAR  PIC ZZZ9                  .
       01  WS-PTR             PIC 999       VALUE 0     .
       01  WS-NB-JOURS        PIC S9(6)     VALUE 0     .
       01  WS-PLAFOND         PIC 9(9)V99   VALUE 0     .
       01  WS-DATE-A          PIC X(8)      VALUE SPACES.
       01  WS-DATE-B          PIC X(8)      VALUE SPACES.

       01  WS-SCORE-CHAR      PIC ZZZ9                  .
       01  WS-CHARGE-CHAR     PIC Z(6)9,99              .

      *    compteurs
       01  WS-NB-SINISTRES    PIC 9(5)      VALUE 0     .
       01  WS-NB-NON-NOTES    PIC 9(5)      VALUE 0     .
       01  WS-NB-SUSPECTS     PIC 9(5)      VALUE 0     .
       01  WS-LIG-RAP         PIC X(160)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du calculateur de dates commun (datecalc)
           COPY DATECALC.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM THRU CHARGE-PARAM-FIN.
           PERFORM CHARGE-AVENANTS THRU CHARGE-AVENANTS-FIN.

      * Les sinistres et leur contrat, lu dans contrats.idx
           OPEN INPUT FIC-AGA-IDX.
           IF WS-STAT-IDXNOFILE
              DISPLAY 'CONTRATS.IDX INTROUVABLE - LANCEZ D''ABORD '
                 'FILELECT'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN INPUT F-SINISTRE.
           IF WS-STAT-FSINNOFILE
              DISPLAY 'SINISTRES.DAT INTROUVABLE - RIEN A TRAITER'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ F-SINISTRE.
           PERFORM UNTIL WS-STAT-FSINFIN
              ADD 1 TO WS-NB-SINISTRES
              PERFORM CHARGE-SINISTRE THRU CHARGE-SINISTRE-FIN
              READ F-SINISTRE
           END-PERFORM.
           CLOSE F-SINISTRE.
           CLOSE FIC-AGA-IDX.

      * Règles propres à chaque sinistre, puis règles de voisinage
      * (même contrat, même groupe) sur la table triée
           PERFORM VARYING WS-IND-SN FROM 1 BY 1
                   UNTIL WS-IND-SN > WS-NB-SN
              PERFORM NOTE-SINISTRE
           END-PERFORM.
           IF WS-NB-SN > 1
              PERFORM NOTE-FREQUENCE THRU NOTE-FREQUENCE-FIN
              PERFORM NOTE-DOUBLON THRU NOTE-DOUBLON-FIN
              SORT WS-SN-TAB DESCENDING KEY WS-SN-SCORE
                             ASCENDING KEY WS-SN-NUM
           END-IF.
           PERFORM ECRIT-SUSPECTS.

           DISPLAY 'SINISTRES LUS       :' SPACE WS-NB-SINISTRES.
           DISPLAY 'SINISTRES NON NOTES :' SPACE WS-NB-NON-NOTES.
           DISPLAY 'SINISTRES SUSPECTS  :' SPACE WS-NB-SUSPECTS.
           IF WS-NB-SUSPECTS > 0
              DISPLAY 'VOIR SINISTRES-SUSPECTS.DAT'
              MOVE 4 TO RETURN-CODE
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
           MOVE 'sinsusp' TO JR-PROGRAMME.
           MOVE WS-NB-SINISTRES TO JR-NB-LUS.
           MOVE WS-NB-SUSPECTS  TO JR-NB-ECRITS.
           MOVE WS-NB-NON-NOTES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Paramètres des règles ; ligne absente = valeur par défaut
       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF NOT WS-STAT-FPARAMOK
              CLOSE F-PARAM
              GO TO CHARGE-PARAM-FIN
           END-IF.
           READ F-PARAM.
           PERFORM UNTIL WS-STAT-FPARAMFIN
              IF REC-PARAM NOT = SPACES
                 PERFORM LIT-PARAM
              END-IF
              READ F-PARAM
           END-PERFORM.
           CLOSE F-PARAM.
       CHARGE-PARAM-FIN.
           EXIT.

       LIT-PARAM.
           MOVE SPACES TO WS-PR-CODE WS-PR-ZONE1 WS-PR-ZONE2.
           UNSTRING REC-PARAM DELIMITED BY '*'
              INTO WS-PR-CODE WS-PR-ZONE1 WS-PR-ZONE2.
           MOVE FUNCTION UPPER-CASE(WS-PR-CODE) TO WS-PR-CODE.
           MOVE FUNCTION TRIM(WS-PR-ZONE1) TO WS-PR-NUM1-X.
           MOVE FUNCTION TRIM(WS-PR-ZONE2) TO WS-PR-NUM2-X.
           INSPECT WS-PR-NUM1-X REPLACING LEADING SPACE BY '0'.
           INSPECT WS-PR-NUM2-X REPLACING LEADING SPACE BY '0'.
           IF (WS-PR-NUM1-9 NOT NUMERIC) OR (WS-PR-NUM2-9 NOT NUMERIC)
              DISPLAY 'PARAMETRE ILLISIBLE IGNORE : '
                 FUNCTION TRIM(REC-PARAM)
           ELSE
              EVALUATE WS-PR-CODE
                 WHEN 'HORS-PERIODE'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-HORS
                 WHEN 'DEBUT'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-DEBUT
                    IF WS-PR-ZONE2 NOT = SPACES
                       MOVE WS-PR-NUM2-9 TO WS-JRS-DEBUT
                    END-IF
                 WHEN 'AVENANT'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-AVENANT
                    IF WS-PR-ZONE2 NOT = SPACES
                       MOVE WS-PR-NUM2-9 TO WS-JRS-AVENANT
                    END-IF
                 WHEN 'FREQUENCE'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-FREQ
                    IF WS-PR-ZONE2 NOT = SPACES
                       MOVE WS-PR-NUM2-9 TO WS-JRS-FREQ
                    END-IF
                 WHEN 'DOUBLON'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-DOUBLON
                 WHEN 'MULTIPLE'
                    MOVE WS-PR-NUM1-9 TO WS-PTS-MULTIPLE
                    IF WS-PR-ZONE2 NOT = SPACES
                       MOVE WS-PR-NUM2-9 TO WS-FACT-MULTIPLE
                    END-IF
                 WHEN 'SEUIL'
                    MOVE WS-PR-NUM1-9 TO WS-SEUIL
                 WHEN OTHER
                    DISPLAY 'REGLE INCONNUE IGNOREE : '
                       FUNCTION TRIM(REC-PARAM)
              END-EVALUATE
           END-IF.

      *    Avenants MONTANT à la hausse, relus dans l'audit
       CHARGE-AVENANTS.
           OPEN INPUT F-AUDIT.
           IF NOT WS-STAT-FAUDITOK
              CLOSE F-AUDIT
              GO TO CHARGE-AVENANTS-FIN
           END-IF.
           READ F-AUDIT.
           PERFORM UNTIL WS-STAT-FAUDITFIN
                      OR (WS-NB-AV >= 9999)
              PERFORM LIT-AUDIT
              READ F-AUDIT
           END-PERFORM.
           CLOSE F-AUDIT.
       CHARGE-AVENANTS-FIN.
           EXIT.

       LIT-AUDIT.
           MOVE SPACES TO WS-AU-HORO WS-AU-CTR WS-AU-CHAMP
                          WS-AU-EFFET WS-AU-AVANT WS-AU-APRES.
           UNSTRING REC-AUDIT DELIMITED BY ' CONTRAT ' OR ' CHAMP '
                    OR ' EFFET ' OR ' AVANT[' OR '] APRES['
              INTO WS-AU-HORO WS-AU-CTR WS-AU-CHAMP WS-AU-EFFET
                   WS-AU-AVANT WS-AU-APRES.
           MOVE WS-AU-AVANT(127:8) TO WS-AU-MNT1-X.
           MOVE WS-AU-APRES(127:8) TO WS-AU-MNT2-X.
           IF (WS-AU-CHAMP = 'MONTANT') AND (WS-AU-MNT1-9 NUMERIC)
              AND (WS-AU-MNT2-9 NUMERIC)
              AND (WS-AU-MNT2-9 > WS-AU-MNT1-9)
              ADD 1 TO WS-NB-AV
              MOVE WS-AU-CTR TO WS-AV-CTR(WS-NB-AV)
      *       avenant sans date d'effet : effet le jour du passage
              IF WS-AU-EFFET = SPACES
                 STRING WS-AU-HORO(1:4) WS-AU-HORO(6:2)
                        WS-AU-HORO(9:2)
                 DELIMITED BY SIZE
                 INTO WS-AV-EFFET(WS-NB-AV)
              ELSE
                 MOVE WS-AU-EFFET TO WS-AV-EFFET(WS-NB-AV)
              END-IF
           END-IF.

      *    Un sinistre en table avec son contrat ; sinistre illisible
      *    ou contrat inconnu : non noté (sinistre le rejette déjà)
       CHARGE-SINISTRE.
           MOVE SPACES TO WS-SIN-NUM-X WS-SIN-CTR-X WS-SIN-DATE
                          WS-SIN-PAYE-X WS-SIN-PROV-X.
           UNSTRING REC-SINISTRE DELIMITED BY '*'
              INTO WS-SIN-NUM-X WS-SIN-CTR-X WS-SIN-DATE
                   WS-SIN-PAYE-X WS-SIN-PROV-X.
           IF WS-SIN-PROV-X = SPACES
              MOVE ZEROES TO WS-SIN-PROV-X
           END-IF.
           IF (WS-SIN-CTR-9 NOT NUMERIC)
              OR (WS-SIN-PAYE-9 NOT NUMERIC)
              OR (WS-SIN-PROV-9 NOT NUMERIC)
              OR (WS-NB-SN >= 9999)
              ADD 1 TO WS-NB-NON-NOTES
              GO TO CHARGE-SINISTRE-FIN
           END-IF.
           MOVE WS-SIN-CTR-9 TO IDX-AGAID.
           READ FIC-AGA-IDX.
           IF NOT WS-STAT-IDXOK
              ADD 1 TO WS-NB-NON-NOTES
              GO TO CHARGE-SINISTRE-FIN
           END-IF.
           ADD 1 TO WS-NB-SN.
           INITIALIZE WS-SN-TAB(WS-NB-SN).
           MOVE WS-SIN-NUM-X  TO WS-SN-NUM(WS-NB-SN).
           MOVE WS-SIN-CTR-X  TO WS-SN-CTR(WS-NB-SN).
           MOVE WS-SIN-DATE   TO WS-SN-DATE(WS-NB-SN).
           MOVE WS-SIN-PAYE-9 TO WS-SN-PAYE(WS-NB-SN).
           COMPUTE WS-SN-CHARGE(WS-NB-SN) =
              WS-SIN-PAYE-9 + WS-SIN-PROV-9.
           MOVE IDX-AGAGRP    TO WS-SN-GRP(WS-NB-SN).
           MOVE IDX-AGADDEB   TO WS-SN-DDEB(WS-NB-SN).
           MOVE IDX-AGADFIN   TO WS-SN-DFIN(WS-NB-SN).
           MOVE IDX-AGAMNT    TO WS-IDX-MNT-X.
           IF WS-IDX-MNT-9 NUMERIC
              MOVE WS-IDX-MNT-9 TO WS-SN-PRIME(WS-NB-SN)
           END-IF.
           MOVE SPACES TO WS-SN-REGLES(WS-NB-SN).
       CHARGE-SINISTRE-FIN.
           EXIT.

      *    Règles propres au sinistre WS-IND-SN
       NOTE-SINISTRE.
           IF (WS-PTS-HORS > 0)
              AND ((WS-SN-DATE(WS-IND-SN) < WS-SN-DDEB(WS-IND-SN))
                OR (WS-SN-DATE(WS-IND-SN) > WS-SN-DFIN(WS-IND-SN)))
              MOVE 'HORS-PERIODE' TO WS-RG-CODE
              MOVE WS-PTS-HORS TO WS-RG-POINTS
              PERFORM AJOUTE-REGLE
           END-IF.
           IF (WS-PTS-DEBUT > 0)
              AND (WS-SN-DATE(WS-IND-SN) >= WS-SN-DDEB(WS-IND-SN))
              MOVE WS-SN-DDEB(WS-IND-SN) TO WS-DATE-A
              MOVE WS-SN-DATE(WS-IND-SN) TO WS-DATE-B
              PERFORM JOURS-ENTRE
              IF (DC-RC = 0) AND (WS-NB-JOURS <= WS-JRS-DEBUT)
                 MOVE 'DEBUT' TO WS-RG-CODE
                 MOVE WS-PTS-DEBUT TO WS-RG-POINTS
                 PERFORM AJOUTE-REGLE
              END-IF
           END-IF.
           IF WS-PTS-AVENANT > 0
              PERFORM VARYING WS-IND-AV FROM 1 BY 1
                      UNTIL (WS-IND-AV > WS-NB-AV)
                      OR (WS-RG-CODE = 'AVENANT')
                 IF (WS-AV-CTR(WS-IND-AV) = WS-SN-CTR(WS-IND-SN))
                    AND (WS-AV-EFFET(WS-IND-AV)
                         <= WS-SN-DATE(WS-IND-SN))
                    MOVE WS-AV-EFFET(WS-IND-AV) TO WS-DATE-A
                    MOVE WS-SN-DATE(WS-IND-SN) TO WS-DATE-B
                    PERFORM JOURS-ENTRE
                    IF (DC-RC = 0) AND (WS-NB-JOURS <= WS-JRS-AVENANT)
                       MOVE 'AVENANT' TO WS-RG-CODE
                       MOVE WS-PTS-AVENANT TO WS-RG-POINTS
                       PERFORM AJOUTE-REGLE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF (WS-PTS-MULTIPLE > 0) AND (WS-SN-PRIME(WS-IND-SN) > 0)
              COMPUTE WS-PLAFOND =
                 WS-SN-PRIME(WS-IND-SN) * WS-FACT-MULTIPLE
              IF WS-SN-PAYE(WS-IND-SN) > WS-PLAFOND
                 MOVE 'MULTIPLE' TO WS-RG-CODE
                 MOVE WS-PTS-MULTIPLE TO WS-RG-POINTS
                 PERFORM AJOUTE-REGLE
              END-IF
           END-IF.
           MOVE SPACES TO WS-RG-CODE.

      *    Plusieurs sinistres sur un même contrat : la table triée
      *    par contrat et date, chaque sinistre est comparé à son
      *    précédent sur le même contrat
       NOTE-FREQUENCE.
           IF WS-PTS-FREQ = 0
              GO TO NOTE-FREQUENCE-FIN
           END-IF.
           SORT WS-SN-TAB ASCENDING KEY WS-SN-CTR WS-SN-DATE
                                        WS-SN-NUM.
           PERFORM VARYING WS-IND-SN FROM 2 BY 1
                   UNTIL WS-IND-SN > WS-NB-SN
              COMPUTE WS-IND-SN2 = WS-IND-SN - 1
              IF WS-SN-CTR(WS-IND-SN2) = WS-SN-CTR(WS-IND-SN)
                 MOVE WS-SN-DATE(WS-IND-SN2) TO WS-DATE-A
                 MOVE WS-SN-DATE(WS-IND-SN)  TO WS-DATE-B
                 PERFORM JOURS-ENTRE
                 IF (DC-RC = 0) AND (WS-NB-JOURS <= WS-JRS-FREQ)
                    MOVE 'FREQUENCE' TO WS-RG-CODE
                    MOVE WS-PTS-FREQ TO WS-RG-POINTS
                    PERFORM AJOUTE-REGLE-UNE-FOIS
                    SUBTRACT 1 FROM WS-IND-SN
                    PERFORM AJOUTE-REGLE-UNE-FOIS
                    ADD 1 TO WS-IND-SN
                 END-IF
              END-IF
           END-PERFORM.
       NOTE-FREQUENCE-FIN.
           EXIT.

      *    Même date et même montant sur deux contrats différents
      *    du même groupe : table triée par groupe, date, montant
       NOTE-DOUBLON.
           IF WS-PTS-DOUBLON = 0
              GO TO NOTE-DOUBLON-FIN
           END-IF.
           SORT WS-SN-TAB ASCENDING KEY WS-SN-GRP WS-SN-DATE
                                        WS-SN-CHARGE WS-SN-CTR.
           PERFORM VARYING WS-IND-SN FROM 2 BY 1
                   UNTIL WS-IND-SN > WS-NB-SN
              COMPUTE WS-IND-SN2 = WS-IND-SN - 1
              IF  (WS-SN-GRP(WS-IND-SN2)    = WS-SN-GRP(WS-IND-SN))
              AND (WS-SN-DATE(WS-IND-SN2)   = WS-SN-DATE(WS-IND-SN))
              AND (WS-SN-CHARGE(WS-IND-SN2) = WS-SN-CHARGE(WS-IND-SN))
              AND (WS-SN-CTR(WS-IND-SN2)  NOT = WS-SN-CTR(WS-IND-SN))
                 MOVE 'DOUBLON' TO WS-RG-CODE
                 MOVE WS-PTS-DOUBLON TO WS-RG-POINTS
                 PERFORM AJOUTE-REGLE-UNE-FOIS
                 SUBTRACT 1 FROM WS-IND-SN
                 PERFORM AJOUTE-REGLE-UNE-FOIS
                 ADD 1 TO WS-IND-SN
              END-IF
           END-PERFORM.
       NOTE-DOUBLON-FIN.
           EXIT.

      *    Règle WS-RG-CODE ajoutée au sinistre WS-IND-SN si elle ne
      *    l'a pas déjà été (règles de voisinage)
       AJOUTE-REGLE-UNE-FOIS.
           MOVE 0 TO WS-PTR.
           INSPECT WS-SN-REGLES(WS-IND-SN) TALLYING WS-PTR
              FOR ALL FUNCTION TRIM(WS-RG-CODE).
           IF WS-PTR = 0
              PERFORM AJOUTE-REGLE
           END-IF.

      *    Points de la règle WS-RG-CODE au sinistre WS-IND-SN et
      *    code ajouté à la liste des règles déclenchées
       AJOUTE-REGLE.
           ADD WS-RG-POINTS TO WS-SN-SCORE(WS-IND-SN).
           ADD 1 TO WS-SN-NB-REGLES(WS-IND-SN).
           MOVE WS-RG-POINTS TO WS-RG-POINTS-CHAR.
           MOVE 1 TO WS-PTR.
           INSPECT WS-SN-REGLES(WS-IND-SN) TALLYING WS-PTR
              FOR CHARACTERS BEFORE INITIAL '  '.
           IF WS-PTR > 1
              ADD 1 TO WS-PTR
           END-IF.
           STRING FUNCTION TRIM(WS-RG-CODE) '('
                  FUNCTION TRIM(WS-RG-POINTS-CHAR) ')'
           DELIMITED BY SIZE
           INTO WS-SN-REGLES(WS-IND-SN) WITH POINTER WS-PTR
              ON OVERFLOW
                 CONTINUE
           END-STRING.

      *    WS-NB-JOURS = jours de WS-DATE-A à WS-DATE-B (datecalc)
       JOURS-ENTRE.
           INITIALIZE DC-ZONE.
           MOVE 'D' TO DC-ACTION.
           MOVE WS-DATE-A TO DC-DATE1.
           MOVE WS-DATE-B TO DC-DATE2.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : calcul direct
                 IF (WS-DATE-A NUMERIC) AND (WS-DATE-B NUMERIC)
                    COMPUTE DC-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                          WS-DATE-B))
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                          WS-DATE-A))
                 ELSE
                    MOVE 1 TO DC-RC
                 END-IF
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           MOVE DC-NB-JOURS TO WS-NB-JOURS.

       ECRIT-SUSPECTS.
           OPEN OUTPUT F-SUSPECT.
           MOVE 'SINISTRES A EXAMINER - LISTE D''ENQUETE'
              TO REC-SUSPECT.
           WRITE REC-SUSPECT.
           INITIALIZE WS-LIG-RAP.
           MOVE WS-SEUIL TO WS-SCORE-CHAR.
           STRING 'SEUIL DE NOTE : ' FUNCTION TRIM(WS-SCORE-CHAR)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-SUSPECT.
           WRITE REC-SUSPECT.
           MOVE ALL '=' TO REC-SUSPECT.
           WRITE REC-SUSPECT.
           PERFORM VARYING WS-IND-SN FROM 1 BY 1
                   UNTIL WS-IND-SN > WS-NB-SN
              IF (WS-SN-SCORE(WS-IND-SN) >= WS-SEUIL)
                 AND (WS-SN-SCORE(WS-IND-SN) > 0)
                 ADD 1 TO WS-NB-SUSPECTS
                 MOVE WS-SN-SCORE(WS-IND-SN) TO WS-SCORE-CHAR
                 MOVE WS-SN-CHARGE(WS-IND-SN) TO WS-CHARGE-CHAR
                 INITIALIZE WS-LIG-RAP
                 STRING 'SINISTRE ' WS-SN-NUM(WS-IND-SN)
                        ' CONTRAT ' WS-SN-CTR(WS-IND-SN)
                        ' GROUPE ' WS-SN-GRP(WS-IND-SN)
                        ' DATE ' WS-SN-DATE(WS-IND-SN)(7:2) '/'
                        WS-SN-DATE(WS-IND-SN)(5:2) '/'
                        WS-SN-DATE(WS-IND-SN)(1:4)
                        ' CHARGE ' WS-CHARGE-CHAR
                        ' NOTE ' WS-SCORE-CHAR ' : '
                        WS-SN-REGLES(WS-IND-SN)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-SUSPECT
                 WRITE REC-SUSPECT
              END-IF
           END-PERFORM.
           MOVE ALL '-' TO REC-SUSPECT.
           WRITE REC-SUSPECT.
           INITIALIZE WS-LIG-RAP.
           STRING 'SINISTRES NOTES : ' WS-NB-SN
                  '  A EXAMINER : ' WS-NB-SUSPECTS
                  '  NON NOTES (ILLISIBLES OU CONTRAT INCONNU) : '
                  WS-NB-NON-NOTES
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-SUSPECT.
           WRITE REC-SUSPECT.
           CLOSE F-SUSPECT.

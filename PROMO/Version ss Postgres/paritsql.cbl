      *           être vu avant l'envoi des bulletins.
      *           Le rapprochement se fait sur le nom de famille (7
      *           premiers caractères, largeur de ST_LASTNAME).
      *           Mode annuel (paritsql-param.txt, colonne 1 = 'A') :
      *           même rapprochement entre bulletin-annuel.dat
      *           (promoan) et les moyennes annuelles générales
      *           rangées par annusql dans ANNUAL_RESULTS, pour
      *           l'année des colonnes 2 à 10 (la plus récente à
      *           défaut) ; l'élève y est rapproché sur son matricule
      *           quand les deux chaînes le portent.
      *
      * Date de création : le 22/08/2026
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-PARAM-STATUS.

      *    mode du rapprochement : T trimestre (défaut, fichier
      *    absent compris), A annuel suivi de l'année scolaire
           SELECT PARAM-CTL
               ASSIGN TO 'paritsql-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

      *    bulletin annuel de la chaîne fichier (promoan), lu en
      *    mode annuel
           SELECT F-ANNUEL
               ASSIGN TO 'bulletin-annuel.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ANNUEL.

           SELECT F-ECARTS
               ASSIGN TO 'parite-ecarts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS V.
       01  REC-F-CSV            PIC X(250).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  F-ANNUEL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ANNUEL         PIC X(120).

       FD  F-ECARTS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WS-STAT-ECARTS       PIC XX      VALUE SPACE .
           88 WS-STAT-ECARTS-OK             VALUE '00' .

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'  .
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'  .

       01  WS-STAT-ANNUEL       PIC XX      VALUE SPACE .
           88 WS-STAT-ANNUEL-OK             VALUE '00' .
           88 WS-STAT-ANNUEL-EOF            VALUE '10' .
           88 WS-STAT-ANNUEL-NOFILE         VALUE '35' .

       01  WS-MODE              PIC X       VALUE 'T'   .
           88 WS-MODE-ANNUEL                VALUE 'A'   .

      *  Découpage d'une ligne CSV de promo1 (la 6e colonne porte
      *  le numéro de la classe)
       01  WS-CSV-NOM           PIC X(13)   VALUE SPACES.
                            DEPENDING WS-NB-FICH
                            INDEXED BY IDX-FICH.
              05 WS-FICH-NOM       PIC X(13).
      *          matricule du registre (mode annuel seulement)
              05 WS-FICH-MATR      PIC X(5).
              05 WS-FICH-CLASSE    PIC X(2).
              05 WS-FICH-MOY       PIC 99V99.
              05 WS-FICH-TROUVE    PIC X.
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC          .
      * paramètres pour connexion à la base
       01  SQL-RESULT.
              05 SQL-RES-LABEL   PIC X(21)  .
              05 SQL-RES-AVG     PIC 999V99 .
              05 SQL-RES-MATR    PIC X(5)   .
              05 SQL-RES-LNAME   PIC X(7)   .
              05 SQL-RES-FNAME   PIC X(6)   .

      * année scolaire rapprochée en mode annuel
       01  SQL-AN-YEAR          PIC X(9)    VALUE SPACES.

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.

           PERFORM 1020-CHARGE-MODE-START THRU 1020-CHARGE-MODE-END.
           IF WS-MODE-ANNUEL
              PERFORM 1030-CHARGE-ANNUEL-START
                   THRU 1040-CHARGE-ANNUEL-END
           ELSE
              PERFORM 1000-CHARGE-CSV-START THRU 1010-CHARGE-CSV-END
           END-IF.

           PERFORM 1001-CHARGE-DBPARAM-START
                THRU 1001-CHARGE-DBPARAM-END.
           END-IF.

           OPEN OUTPUT F-ECARTS.
           IF WS-MODE-ANNUEL
              PERFORM 3100-COMPARE-ANNUEL-START
                   THRU 3110-COMPARE-ANNUEL-END
           ELSE
              PERFORM 3000-COMPARE-BASE-START
                   THRU 3010-COMPARE-BASE-END
           END-IF.
           PERFORM 4000-ORPHELINS-FICH-START
                THRU 4010-ORPHELINS-FICH-END.
           PERFORM 5000-WRITE-TOTAUX-START THRU 5010-WRITE-TOTAUX-END.
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'paritsql' TO JR-PROGRAMME.
           MOVE WS-NB-FICH     TO JR-NB-LUS.
           MOVE WS-NB-COMPARES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

       1001-CHARGE-DBPARAM-END.
           EXIT.

      *    Mode du rapprochement (paritsql-param.txt) : sans fichier
      *    ou sans 'A' en colonne 1, rapprochement trimestriel comme
      *    avant
       1020-CHARGE-MODE-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 IF REC-PARAM-CTL(1:1) = 'A'
                    MOVE 'A' TO WS-MODE
                    MOVE REC-PARAM-CTL(2:9) TO SQL-AN-YEAR
                 END-IF
              END-IF
              CLOSE PARAM-CTL
           END-IF.
       1020-CHARGE-MODE-END.
           EXIT.

      *    Charge la moyenne annuelle générale de chaque élève de
      *    bulletin-annuel.dat : ligne ELEVE (matricule éventuel puis
      *    nom), ligne CLASSE, puis ligne MOYENNE ANNUELLE GENERALE
      *    qui clôt le bloc de l'élève
       1030-CHARGE-ANNUEL-START.
           OPEN INPUT F-ANNUEL.
           IF WS-STAT-ANNUEL-NOFILE
              DISPLAY 'BULLETIN-ANNUEL.DAT INTROUVABLE - '
                 'LANCEZ PROMOAN AVANT LE RAPPROCHEMENT ANNUEL'
              MOVE 12 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
           IF NOT WS-STAT-ANNUEL-OK
              DISPLAY 'CODE RETOUR D''ERREUR ANNUEL' SPACE
                 WS-STAT-ANNUEL
      *       code retour 8 : statut fichier en erreur
              MOVE 8 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
           READ F-ANNUEL.
           PERFORM UNTIL WS-STAT-ANNUEL-EOF
              EVALUATE TRUE
                 WHEN REC-F-ANNUEL(1:9) = ' | ELEVE '
      *             WS-FICH-TAB est bornée à 500 (OCCURS 1 TO 500)
                    IF WS-NB-FICH >= 500
                       DISPLAY 'ATTENTION : TABLE ELEVES PLEINE '
                          '- RAPPROCHEMENT PARTIEL'
                       GO TO 1035-FIN-ANNUEL
                    END-IF
                    SET WS-NB-FICH UP BY 1
                    MOVE SPACES TO WS-FICH-CLASSE(WS-NB-FICH)
                    MOVE 0 TO WS-FICH-MOY(WS-NB-FICH)
                    MOVE 'N' TO WS-FICH-TROUVE(WS-NB-FICH)
                    IF (REC-F-ANNUEL(10:5) NUMERIC)
                       AND (REC-F-ANNUEL(15:1) = SPACE)
                       MOVE REC-F-ANNUEL(10:5)
                          TO WS-FICH-MATR(WS-NB-FICH)
                       MOVE REC-F-ANNUEL(16:13)
                          TO WS-FICH-NOM(WS-NB-FICH)
                    ELSE
                       MOVE SPACES TO WS-FICH-MATR(WS-NB-FICH)
                       MOVE REC-F-ANNUEL(10:13)
                          TO WS-FICH-NOM(WS-NB-FICH)
                    END-IF
                 WHEN (REC-F-ANNUEL(1:10) = ' | CLASSE ')
                    AND (WS-NB-FICH > 0)
                    MOVE REC-F-ANNUEL(11:2)
                       TO WS-FICH-CLASSE(WS-NB-FICH)
                 WHEN (REC-F-ANNUEL(1:28) =
                       ' | MOYENNE ANNUELLE GENERALE')
                    AND (WS-NB-FICH > 0)
                    COMPUTE WS-FICH-MOY(WS-NB-FICH) =
                       FUNCTION NUMVAL(REC-F-ANNUEL(30:5))
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ F-ANNUEL
           END-PERFORM.
       1035-FIN-ANNUEL.
           CLOSE F-ANNUEL.
       1040-CHARGE-ANNUEL-END.
           EXIT.

       1000-CHARGE-CSV-START.
      *    Charge la moyenne élève de la chaîne fichier : la moyenne
      *    est répétée sur chaque ligne de l'élève, seule la première
                       ELSE
                          SET WS-NB-FICH UP BY 1
                          MOVE WS-CSV-NOM TO WS-FICH-NOM(WS-NB-FICH)
                          MOVE SPACES TO WS-FICH-MATR(WS-NB-FICH)
                          MOVE WS-CSV-CLASSE(1:2)
                             TO WS-FICH-CLASSE(WS-NB-FICH)
                          COMPUTE WS-FICH-MOY(WS-NB-FICH) =
                     WHERE RES_TYPE = 'ELEVE')
                 ORDER BY RES_LABEL
           END-EXEC.
      *    pas de matricule dans RESULTS : rapprochement sur le nom
           MOVE SPACES TO SQL-RES-MATR.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECLARATION PARITE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
           END-IF.
           EXIT.

       3100-COMPARE-ANNUEL-START.
      *    Parcourt les moyennes annuelles générales rangées par
      *    annusql pour l'année demandée (la plus récente à défaut)
      *    et les compare à celles de bulletin-annuel.dat
           IF SQL-AN-YEAR = SPACES
              EXEC SQL
                 SELECT MAX(AN_YEAR) INTO :SQL-AN-YEAR
                 FROM ANNUAL_RESULTS
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'ANNEE ANNUAL_RESULTS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING
                 'RAPPROCHEMENT ANNUEL ANNEE ' SQL-AN-YEAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-ECARTS.
           WRITE REC-F-ECARTS.
           EXEC SQL
              DECLARE CRPARAN CURSOR FOR
                 SELECT AN_LASTNAME, AN_FIRSTNAME, AN_AVG, AN_MATR
                 FROM ANNUAL_RESULTS
                 WHERE AN_TYPE = 'GENERAL'
                 AND AN_YEAR = :SQL-AN-YEAR
                 ORDER BY AN_LASTNAME, AN_FIRSTNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECLARATION PARITE ANNUELLE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              OPEN CRPARAN
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE PARITE ANNUELLE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

           EXEC SQL
              FETCH CRPARAN
              INTO :SQL-RES-LNAME, :SQL-RES-FNAME, :SQL-RES-AVG,
                   :SQL-RES-MATR
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'LECTURE 1 PARITE ANNUELLE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           PERFORM UNTIL (SQLCODE = FIN)
      *       nom complet au format de la chaîne fichier (nom sur 7,
      *       prénom sur 6)
              MOVE SPACES TO SQL-RES-LABEL
              MOVE SQL-RES-LNAME TO SQL-RES-LABEL(1:7)
              MOVE SQL-RES-FNAME TO SQL-RES-LABEL(8:6)
              PERFORM 3020-COMPARE-ELEVE-START
                   THRU 3020-COMPARE-ELEVE-END
              EXEC SQL
                 FETCH CRPARAN
                 INTO :SQL-RES-LNAME, :SQL-RES-FNAME, :SQL-RES-AVG,
                      :SQL-RES-MATR
              END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                 MOVE 'LECTURE SUIVANTE PARITE ANNUELLE'
                    TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-PERFORM.
       3110-COMPARE-ANNUEL-END.
           EXEC SQL
              CLOSE CRPARAN
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'FERMETURE PARITE ANNUELLE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXIT.

       3020-COMPARE-ELEVE-START.
      *    Rapprochement sur les 7 premiers caractères du nom
      *    (largeur de ST_LASTNAME dans la base, premier segment du
      *    nom complet côté fichier) ; chaque élève rapproché
      *    alimente aussi les totaux de sa classe. Quand les deux
      *    chaînes portent le matricule (mode annuel), c'est lui
      *    qui rapproche : les homonymes ne se mélangent plus.
           IF SQL-RES-MATR = '00000'
              MOVE SPACES TO SQL-RES-MATR
           END-IF.
           MOVE 'N' TO WS-BASE-TROUVE.
           PERFORM VARYING WS-IND-EL FROM 1 BY 1
                 UNTIL (WS-IND-EL > WS-NB-FICH)
              IF ((SQL-RES-MATR NOT = SPACES)
                  AND (WS-FICH-MATR(WS-IND-EL) NOT = SPACES)
                  AND (WS-FICH-MATR(WS-IND-EL) = SQL-RES-MATR))
              OR (((SQL-RES-MATR = SPACES)
                  OR (WS-FICH-MATR(WS-IND-EL) = SPACES))
                  AND (WS-FICH-NOM(WS-IND-EL)(1:7)
                        = SQL-RES-LABEL(1:7)))
                 SET WS-FICH-IS-TROUVE(WS-IND-EL) TO TRUE
                 SET WS-BASE-IS-TROUVE TO TRUE
                 ADD 1 TO WS-NB-COMPARES

      ******************************************************************
      * ANNUSQL: Passe annuelle de la chaîne base
      *          Consolide les trimestres conservés par promosql dans
      *          TRIM_RESULTS pour une année scolaire et range dans
      *          ANNUAL_RESULTS, avec la règle de promoan :
      *          - moyenne annuelle d'un cours : moyenne de toutes
      *            les notes de l'année de l'élève dans ce cours ;
      *          - moyenne annuelle générale : moyenne non pondérée
      *            des moyennes annuelles de cours ;
      *          - décision : PASSAGE à partir de 10, REDOUBLEMENT
      *            en dessous.
      *          L'année traitée est celle de promosql-param.txt
      *          (colonnes 1 à 9), déduite de la date du jour à
      *          défaut. Les résultats annuels déjà rangés pour
      *          l'année sont remplacés : la passe est rejouable.
      *          paritsql les rapproche de bulletin-annuel.dat.
      *          Une année fermée par la transaction cloture
      *          (periodes.txt, domaine ECOLE) n'est plus
      *          reconsolidée : message 0601, code retour 16.
      *
      * Date de création : le 15/10/2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. annusql.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    paramètres de connexion à la base, externalisés dans le
      *    fichier protégé dbconnex-param.txt (3 lignes : base,
      *    utilisateur, mot de passe) : une rotation de mot de passe
      *    ne demande plus de recompilation
           SELECT DB-PARAM
               ASSIGN TO 'dbconnex-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-PARAM-STATUS.

      *    même fichier que promosql : l'année scolaire des
      *    trimestres conservés est celle que l'on consolide
           SELECT PARAM-CTL
               ASSIGN TO 'promosql-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       WORKING-STORAGE SECTION.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'  .
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'  .

       01  WS-CUR-DATE          PIC X(21)               .
       01  WS-NOWRUN            PIC X(19)               .
       01  WS-PER-ANNEE         PIC X(9)    VALUE SPACES.
       01  WS-PER-AN-DEB        PIC 9(4)    VALUE 0     .
       01  WS-PER-AN-FIN        PIC 9(4)    VALUE 0     .
       01  WS-PER-MOIS          PIC 99      VALUE 0     .

      *  élève en cours de consolidation (rupture sur matricule et
      *  nom, les lignes du curseur arrivant triées)
       01  WS-EL-COURANT.
           03  WS-EL-MATR       PIC X(5)    VALUE SPACES.
           03  WS-EL-LNAME      PIC X(7)    VALUE SPACES.
           03  WS-EL-FNAME      PIC X(6)    VALUE SPACES.
       01  WS-EL-LU.
           03  WS-LU-MATR       PIC X(5)    VALUE SPACES.
           03  WS-LU-LNAME      PIC X(7)    VALUE SPACES.
           03  WS-LU-FNAME      PIC X(6)    VALUE SPACES.

      *  cumuls de l'élève courant, mêmes zones que promoan
       01  WS-AN-COURS-MOY      PIC 99V99   VALUE 0     .
       01  WS-AN-SOMME          PIC 9(4)V99 VALUE 0     .
       01  WS-AN-NB             PIC 99      VALUE 0     .
       01  WS-AN-MOY            PIC 99V99   VALUE 0     .
       01  WS-AN-AVIS           PIC X(12)   VALUE SPACES.

      *  compteurs du run
       01  WS-NB-LUS            PIC 9(5)    VALUE 0     .
       01  WS-NB-ELEVES         PIC 9(5)    VALUE 0     .
       01  WS-NB-PASSAGE        PIC 9(5)    VALUE 0     .
       01  WS-NB-REDOUBLE       PIC 9(5)    VALUE 0     .

      * Gestion des erreurs
       01  WS-SQL-LIB           PIC X(80)               .
       01  FIN                  PIC S9(9)   VALUE 100   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC          .
      * paramètres pour connexion à la base
      * renseignés depuis dbconnex-param.txt au lancement (cf
      * 1001-CHARGE-DBPARAM-START)
       01  DBNAME     PIC X(30)   VALUE SPACE            .
       01  USERNAME   PIC X(30)   VALUE SPACE            .
       01  PASSWD     PIC X(10)   VALUE SPACE            .

      * description des enregistrements attendus pour le curseur :
      * cumul annuel des notes d'un couple élève/cours
       01  SQL-CURS-ANNUEL.
              05 SQL-CUR-MATR          PIC X(5)      .
              05 SQL-CUR-LASTNAME      PIC X(7)      .
              05 SQL-CUR-FIRSTNAME     PIC X(6)      .
              05 SQL-CUR-COURSE        PIC X(21)     .
              05 SQL-CUR-SOMME         PIC 9(5)V99   .
              05 SQL-CUR-NB            PIC 9(3)      .

      *    ligne de résultat à ranger dans ANNUAL_RESULTS
       01  SQL-AN-YEAR          PIC X(9)    .
       01  SQL-AN-TYPE          PIC X(8)    .
       01  SQL-AN-MATR          PIC X(5)    .
       01  SQL-AN-LASTNAME      PIC X(7)    .
       01  SQL-AN-FIRSTNAME     PIC X(6)    .
       01  SQL-AN-COURSE        PIC X(21)   .
       01  SQL-AN-AVG           PIC 99V99   .
       01  SQL-AN-NB            PIC 9(3)    .
       01  SQL-AN-DECISION      PIC X(12)   .
       01  SQL-AN-RUNDATE       PIC X(19)   .

      * variables de travail
       01  SQL-NB-TRIM          PIC 9       .

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *0000-Main-start
      *    horodatage de départ du journal commun des exécutions ;
      *    statut pessimiste, il ne passe à OK qu'en fin de passe
      *    annuelle réussie
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.

           PERFORM 1020-CHARGE-PERIODE-START
                THRU 1020-CHARGE-PERIODE-END.
      *    année fermée : arrêt avant toute connexion
           PERFORM 1030-CONTROLE-PERIODE-START
                THRU 1030-CONTROLE-PERIODE-END.
           PERFORM 1001-CHARGE-DBPARAM-START
                THRU 1001-CHARGE-DBPARAM-END.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CONNECTION BASE' TO WS-SQL-LIB
               PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

      *    aucun trimestre conservé pour l'année : rien à consolider
           PERFORM 3000-CONTROLE-TRIM-START
                THRU 3000-CONTROLE-TRIM-END.
           PERFORM 3020-CURSEUR-ANNUEL-START
                THRU 3020-CURSEUR-ANNUEL-END.

           DISPLAY 'ANNEE' SPACE WS-PER-ANNEE SPACE
              'ELEVES=' WS-NB-ELEVES SPACE
              'PASSAGE=' WS-NB-PASSAGE SPACE
              'REDOUBLEMENT=' WS-NB-REDOUBLE.
           MOVE 'OK' TO JR-STATUT.

      *0000-main-end
       0010-STOP-PRG.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM 9055-ECRIT-JOURNAL-START
                THRU 9055-ECRIT-JOURNAL-END.
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'annusql' TO JR-PROGRAMME.
           MOVE WS-NB-LUS    TO JR-NB-LUS.
           MOVE WS-NB-ELEVES TO JR-NB-ECRITS.
           MOVE 0 TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.


      *    Charge les paramètres de connexion depuis le fichier
      *    protégé dbconnex-param.txt (base, utilisateur, mot de
      *    passe, une valeur par ligne) ; l'absence du fichier est
      *    une erreur franche : on s'arrête avant toute connexion
       1001-CHARGE-DBPARAM-START.
           OPEN INPUT DB-PARAM.
           IF NOT DB-PARAM-STATUS-OK
              DISPLAY 'FICHIER DBCONNEX-PARAM.TXT INTROUVABLE OU '
                 'ILLISIBLE (CODE ' DB-PARAM-STATUS ') - '
                 'ARRET DU PROGRAMME'
              MOVE 12 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
           READ DB-PARAM.
           MOVE REC-DB-PARAM TO DBNAME.
           READ DB-PARAM.
           MOVE REC-DB-PARAM TO USERNAME.
           READ DB-PARAM.
           MOVE REC-DB-PARAM TO PASSWD.
           CLOSE DB-PARAM.
       1001-CHARGE-DBPARAM-END.
           EXIT.

      *    Année scolaire à consolider (promosql-param.txt, colonnes
      *    1 à 9) ; à défaut, même déduction que promosql : l'année
      *    commencée en septembre. Lancée en fin d'année (juin,
      *    juillet), la passe retombe donc sur l'année qui s'achève.
       1020-CHARGE-PERIODE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2) ' ' WS-CUR-DATE(9:2) ':'
                  WS-CUR-DATE(11:2) ':' WS-CUR-DATE(13:2)
                  INTO WS-NOWRUN
           END-STRING.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 MOVE REC-PARAM-CTL(1:9) TO WS-PER-ANNEE
              END-IF
              CLOSE PARAM-CTL
           END-IF.
           IF WS-PER-ANNEE = SPACES
              MOVE WS-CUR-DATE(1:4) TO WS-PER-AN-DEB
              MOVE WS-CUR-DATE(5:2) TO WS-PER-MOIS
              IF WS-PER-MOIS >= 9
                 COMPUTE WS-PER-AN-FIN = WS-PER-AN-DEB + 1
              ELSE
                 MOVE WS-PER-AN-DEB TO WS-PER-AN-FIN
                 COMPUTE WS-PER-AN-DEB = WS-PER-AN-FIN - 1
              END-IF
              STRING WS-PER-AN-DEB '-' WS-PER-AN-FIN
                 DELIMITED BY SIZE
                 INTO WS-PER-ANNEE
              END-STRING
           END-IF.
           IF (WS-PER-ANNEE(1:4) NOT NUMERIC)
              OR (WS-PER-ANNEE(5:1) NOT = '-')
              OR (WS-PER-ANNEE(6:4) NOT NUMERIC)
              DISPLAY 'PROMOSQL-PARAM.TXT : ANNEE SCOLAIRE INVALIDE ('
                 WS-PER-ANNEE ') - ARRET DU PROGRAMME'
      *       code retour 16 : paramètre irrecevable
              MOVE 16 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
           MOVE WS-PER-ANNEE TO SQL-AN-YEAR.
           MOVE WS-NOWRUN    TO SQL-AN-RUNDATE.
       1020-CHARGE-PERIODE-END.
           EXIT.

      *    Année scolaire fermée (periodes.txt, transaction cloture,
      *    clé AAAA-AAAA) : ses résultats annuels ne sont plus
      *    réécrits ; periode a émis le message du refus.
       1030-CONTROLE-PERIODE-START.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'ECOLE' TO PE-DOMAINE.
           MOVE 'annusql' TO PE-PROGRAMME.
           MOVE WS-PER-ANNEE TO PE-PERIODE.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF PE-RC >= 2
              MOVE 'REFUSE' TO JR-STATUT
      *       code retour 16 : période close, résultats intouchables
              MOVE 16 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
       1030-CONTROLE-PERIODE-END.
           EXIT.

      *    Nombre de trimestres conservés pour l'année : aucun est
      *    une erreur franche (code retour 12, comme un fichier
      *    trimestre absent) ; une année incomplète est consolidée
      *    sur les trimestres présents, comme promoan, avec un
      *    avertissement
       3000-CONTROLE-TRIM-START.
           EXEC SQL
              SELECT COUNT(DISTINCT TR_TRIM) INTO :SQL-NB-TRIM
              FROM TRIM_RESULTS
              WHERE TR_YEAR = :SQL-AN-YEAR
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'NB TRIMESTRES CONSERVES' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-TRIM = 0
              DISPLAY 'AUCUN TRIMESTRE CONSERVE POUR L''ANNEE' SPACE
                 WS-PER-ANNEE SPACE '- LANCEZ PROMOSQL D''ABORD'
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF SQL-NB-TRIM < 3
              DISPLAY 'ATTENTION : ANNEE' SPACE WS-PER-ANNEE SPACE
                 'CONSOLIDEE SUR' SPACE SQL-NB-TRIM SPACE
                 'TRIMESTRE(S) SEULEMENT'
           END-IF.
      *    les résultats annuels déjà rangés pour l'année sont
      *    remplacés
           EXEC SQL
              DELETE FROM ANNUAL_RESULTS
              WHERE AN_YEAR = :SQL-AN-YEAR
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'PURGE ANNUAL_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       3000-CONTROLE-TRIM-END.
           EXIT.

       3020-CURSEUR-ANNUEL-START.
      *    Cumul de l'année par couple élève/cours : somme et nombre
      *    des notes de tous les trimestres conservés
           EXEC SQL
              DECLARE CRANNUEL CURSOR FOR
                 SELECT TR_MATR, TR_LASTNAME, TR_FIRSTNAME,
                        TR_COURSE, SUM(TR_SUM), SUM(TR_NB)
                 FROM TRIM_RESULTS
                 WHERE TR_YEAR = :SQL-AN-YEAR
                 GROUP BY TR_MATR, TR_LASTNAME, TR_FIRSTNAME,
                          TR_COURSE
                 ORDER BY TR_MATR, TR_LASTNAME, TR_FIRSTNAME,
                          TR_COURSE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECLARATION CRANNUEL' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              OPEN CRANNUEL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE CRANNUEL' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

           PERFORM 3030-CURSEUR-ANNUEL-READ-START
                THRU 3030-CURSEUR-ANNUEL-READ-END.

           EXEC SQL
              CLOSE CRANNUEL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'FERMETURE CRANNUEL' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COMMIT ANNUAL_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       3020-CURSEUR-ANNUEL-END.
           EXIT.

       3030-CURSEUR-ANNUEL-READ-START.
           INITIALIZE WS-EL-COURANT WS-AN-SOMME WS-AN-NB.
           EXEC SQL
              FETCH CRANNUEL
              INTO :SQL-CUR-MATR, :SQL-CUR-LASTNAME,
                   :SQL-CUR-FIRSTNAME, :SQL-CUR-COURSE,
                   :SQL-CUR-SOMME, :SQL-CUR-NB
           END-EXEC.
           PERFORM 9070-TEST-CURSEUR-STATUT-START
                THRU 9070-TEST-CURSEUR-STATUT-END.
           PERFORM UNTIL SQLCODE = FIN
      *       une ligne en erreur est ignorée, sans arrêter le
      *       programme (même convention que promosql)
              IF SQLCODE = ZERO
                 ADD 1 TO WS-NB-LUS
                 MOVE SQL-CUR-MATR      TO WS-LU-MATR
                 MOVE SQL-CUR-LASTNAME  TO WS-LU-LNAME
                 MOVE SQL-CUR-FIRSTNAME TO WS-LU-FNAME
      *          rupture sur l'élève : la ligne GENERAL de l'élève
      *          précédent est rangée avant d'entamer le suivant
                 IF WS-EL-LU NOT = WS-EL-COURANT
                    IF WS-AN-NB > 0
                       PERFORM 6020-INSERT-GENERAL-START
                            THRU 6020-INSERT-GENERAL-END
                    END-IF
                    MOVE WS-EL-LU TO WS-EL-COURANT
                    INITIALIZE WS-AN-SOMME WS-AN-NB
                 END-IF
                 PERFORM 6000-INSERT-COURS-START
                      THRU 6000-INSERT-COURS-END
              END-IF
              EXEC SQL
                 FETCH CRANNUEL
                 INTO :SQL-CUR-MATR, :SQL-CUR-LASTNAME,
                      :SQL-CUR-FIRSTNAME, :SQL-CUR-COURSE,
                      :SQL-CUR-SOMME, :SQL-CUR-NB
              END-EXEC
              PERFORM 9070-TEST-CURSEUR-STATUT-START
                   THRU 9070-TEST-CURSEUR-STATUT-END
           END-PERFORM.
      *    dernier élève du curseur
           IF WS-AN-NB > 0
              PERFORM 6020-INSERT-GENERAL-START
                   THRU 6020-INSERT-GENERAL-END
           END-IF.
       3030-CURSEUR-ANNUEL-READ-END.
           EXIT.

      *    Moyenne annuelle d'un cours de l'élève courant (même
      *    arrondi que promoan) ; elle alimente la moyenne générale
       6000-INSERT-COURS-START.
           IF SQL-CUR-NB = 0
              GO TO 6000-INSERT-COURS-END
           END-IF.
           COMPUTE WS-AN-COURS-MOY ROUNDED =
                 SQL-CUR-SOMME / SQL-CUR-NB.
           COMPUTE WS-AN-SOMME = WS-AN-SOMME + WS-AN-COURS-MOY.
           ADD 1 TO WS-AN-NB.

           MOVE 'COURS'          TO SQL-AN-TYPE.
           MOVE WS-EL-MATR       TO SQL-AN-MATR.
           MOVE WS-EL-LNAME      TO SQL-AN-LASTNAME.
           MOVE WS-EL-FNAME      TO SQL-AN-FIRSTNAME.
           MOVE SQL-CUR-COURSE   TO SQL-AN-COURSE.
           MOVE WS-AN-COURS-MOY  TO SQL-AN-AVG.
           MOVE SQL-CUR-NB       TO SQL-AN-NB.
           MOVE SPACES           TO SQL-AN-DECISION.
           PERFORM 6040-INSERT-AN-LIG-START
                THRU 6040-INSERT-AN-LIG-END.
       6000-INSERT-COURS-END.
           EXIT.

      *    Moyenne annuelle générale de l'élève courant et décision
      *    de passage, règle de promoan
       6020-INSERT-GENERAL-START.
           COMPUTE WS-AN-MOY ROUNDED = WS-AN-SOMME / WS-AN-NB.
           IF WS-AN-MOY >= 10
              MOVE 'PASSAGE'      TO WS-AN-AVIS
              ADD 1 TO WS-NB-PASSAGE
           ELSE
              MOVE 'REDOUBLEMENT' TO WS-AN-AVIS
              ADD 1 TO WS-NB-REDOUBLE
           END-IF.
           ADD 1 TO WS-NB-ELEVES.

           MOVE 'GENERAL'        TO SQL-AN-TYPE.
           MOVE WS-EL-MATR       TO SQL-AN-MATR.
           MOVE WS-EL-LNAME      TO SQL-AN-LASTNAME.
           MOVE WS-EL-FNAME      TO SQL-AN-FIRSTNAME.
           MOVE SPACES           TO SQL-AN-COURSE.
           MOVE WS-AN-MOY        TO SQL-AN-AVG.
           MOVE WS-AN-NB         TO SQL-AN-NB.
           MOVE WS-AN-AVIS       TO SQL-AN-DECISION.
           PERFORM 6040-INSERT-AN-LIG-START
                THRU 6040-INSERT-AN-LIG-END.
       6020-INSERT-GENERAL-END.
           EXIT.

       6040-INSERT-AN-LIG-START.
           EXEC SQL
              INSERT INTO ANNUAL_RESULTS
                 (AN_YEAR, AN_TYPE, AN_MATR, AN_LASTNAME,
                  AN_FIRSTNAME, AN_COURSE, AN_AVG, AN_NB,
                  AN_DECISION, AN_RUNDATE)
              VALUES
                 (:SQL-AN-YEAR, :SQL-AN-TYPE, :SQL-AN-MATR,
                  :SQL-AN-LASTNAME, :SQL-AN-FIRSTNAME,
                  :SQL-AN-COURSE, :SQL-AN-AVG, :SQL-AN-NB,
                  :SQL-AN-DECISION, :SQL-AN-RUNDATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT ANNUAL_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       6040-INSERT-AN-LIG-END.
           EXIT.

       9050-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       9050-ERROR-RTN-END.
      *    code retour 8 : erreur SQL
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERREUR' TO JR-STATUT.
           PERFORM 9055-ECRIT-JOURNAL-START
                THRU 9055-ECRIT-JOURNAL-END.
           STOP RUN.

      *    une ligne en erreur sur le curseur n'arrête pas le
      *    programme ; elle est signalée et ignorée
       9070-TEST-CURSEUR-STATUT-START.
           IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              DISPLAY 'LIGNE IGNOREE CRANNUEL - SQLCODE:' SPACE SQLCODE
           END-IF.
       9070-TEST-CURSEUR-STATUT-END.
           EXIT.

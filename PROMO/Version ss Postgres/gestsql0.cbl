           03 R-LASTNAME       PIC X(07).       
           03 R-FIRSTNAME      PIC X(06).       
           03 R-AGE            PIC 9(02).       
      *    numéro permanent du registre, en queue d'enregistrement
      *    (absent des input.dat historiques, cf promo1)
           03 R-MATRICULE      PIC X(05).
           66 R-NOM RENAMES R-LASTNAME THRU R-FIRSTNAME.       

       01  REC-COURSE.
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * Déclaration des variables correspondant à sql 
       EXEC SQL BEGIN DECLARE SECTION END-EXEC          .
      * paramètres pour connexion à la base 
              05 SQL-ST-LASTNAME   PIC X(7)            .
              05 SQL-ST-FIRSTNAME  PIC X(6)            . 
              05 SQL-ST-AGE        PIC 99              .
              05 SQL-ST-MATRICULE  PIC X(5)            .
       01  SQL-COURS .
              05 SQL-CO-LABEL      PIC X(21)            .
              05 SQL-CO-COEF       PIC 9V9              . 
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'gestsql0' TO JR-PROGRAMME.
           MOVE 0 TO JR-NB-LUS.
           MOVE WS-NB-COURS TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

           EXIT.

       2010-READ-FILE-START.
      *    le matricule est en queue d'enregistrement variable : un
      *    enregistrement 01 historique (sans matricule) laisserait
      *    sinon dans la zone le résidu de la lecture précédente
           MOVE SPACES TO R-MATRICULE.
           READ F-INPUT.
           PERFORM 9000-TEST-STATUT-START THRU 9000-TEST-STATUT-END.
       2010-READ-FILE-END.
	             ST_LASTNAME CHAR(7) ,
	             ST_FIRSTNAME CHAR(6) ,
	             ST_AGE SMALLINT ,
	             ST_MATRICULE CHAR(5) ,
                CONSTRAINT ID_STUDENT PRIMARY KEY (ST_ID)
                )
           END-EXEC.
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

      *    résultats de chaque trimestre, par année scolaire et
      *    trimestre (promosql) : somme et nombre des notes de chaque
      *    couple élève/cours, pour que la passe annuelle (annusql)
      *    refasse exactement la moyenne de promoan ; l'élève est
      *    repris par son matricule et son nom, les ST_ID changeant
      *    à chaque rechargement. Même conservation que RESULTS.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS TRIM_RESULTS (
	             TR_YEAR CHAR(9) NOT NULL,
	             TR_TRIM SMALLINT NOT NULL,
	             TR_MATR CHAR(5) ,
	             TR_LASTNAME CHAR(7) ,
	             TR_FIRSTNAME CHAR(6) ,
	             TR_COURSE CHAR(21) ,
	             TR_SUM DECIMAL ,
	             TR_NB SMALLINT ,
	             TR_AVG DECIMAL ,
	             TR_RUNDATE CHAR(19) NOT NULL
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'TABLE TRIM_RESULTS CREATION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

      *    résultats annuels calculés par annusql : une ligne COURS
      *    par couple élève/cours et une ligne GENERAL par élève
      *    (moyenne annuelle générale et décision de passage)
           EXEC SQL
              CREATE TABLE IF NOT EXISTS ANNUAL_RESULTS (
	             AN_YEAR CHAR(9) NOT NULL,
	             AN_TYPE CHAR(8) NOT NULL,
	             AN_MATR CHAR(5) ,
	             AN_LASTNAME CHAR(7) ,
	             AN_FIRSTNAME CHAR(6) ,
	             AN_COURSE CHAR(21) ,
	             AN_AVG DECIMAL ,
	             AN_NB SMALLINT ,
	             AN_DECISION CHAR(12) ,
	             AN_RUNDATE CHAR(19) NOT NULL
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'TABLE ANNUAL_RESULTS CREATION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       3000-CREATE-TAB-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXIT.
                    WHEN '04'
                          PERFORM 5040-CHARGE-APPR-START
                             THRU 5040-CHARGE-APPR-END
      *    voeux d'orientation (orient) : pas d'effet sur RESULTS
                    WHEN '05'
                          CONTINUE
                    WHEN OTHER
                       DISPLAY 'Le type d''enregistrement' SPACE 
                       REC-F-INPUT-2 SPACE 'n''est pas géré.'
           MOVE R-LASTNAME TO SQL-ST-LASTNAME.
           MOVE R-FIRSTNAME TO SQL-ST-FIRSTNAME.
           MOVE R-AGE TO SQL-ST-AGE.
           MOVE R-MATRICULE TO SQL-ST-MATRICULE.
           EXEC SQL
              INSERT INTO STUDENT
              (ST_LASTNAME, ST_FIRSTNAME,ST_AGE, ST_MATRICULE)
              VALUES
              ( :SQL-ST-LASTNAME, :SQL-ST-FIRSTNAME, :SQL-ST-AGE,
                :SQL-ST-MATRICULE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO 
               MOVE 'RECORD STUDENT WRITE' 

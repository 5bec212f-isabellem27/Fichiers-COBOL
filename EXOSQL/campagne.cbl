      *              - un fichier campagne-<code>.dat par campagne,    *
      *                au dessin de belgique-export.dat,               *
      *              - les adresses de email-rejets.dat exclues,       *
      *              - les individus opposés au canal EMAIL dans le    *
      *                registre CONSENTEMENT (cf consent) exclus,      *
      *              - le décompte par campagne dans                   *
      *                campagnes-synthese.dat, avec le nombre          *
      *                d'exclus faute de consentement.                 *
      *                                                                *
      * Date de création : le 02/09/2026                               *
      ******************************************************************
           05 REC-EXP-PHRASE      PIC X(50).

       FD  F-SYNTHESE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SYNTHESE       PIC X(132).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
       01  WS-NB-CAMPAGNES      PIC 999     VALUE 0     .
       01  WS-NB-EXTRAITS       PIC 9(5)    VALUE 0     .
       01  WS-NB-EXCLUS         PIC 9(5)    VALUE 0     .
      *    individus opposés au canal EMAIL (table CONSENTEMENT)
       01  WS-NB-SANS-CONSENT   PIC 9(5)    VALUE 0     .
       01  WS-EXTRAIT-TOTAL     PIC 9(6)    VALUE 0     .
       01  WS-EXCLU             PIC X       VALUE 'N'   .
           88 WS-EST-EXCLU                  VALUE 'O'   .
       01  WS-LIG-RAP           PIC X(132)  VALUE SPACES.

      * Gestion des erreurs
       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES.
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME     PIC X(30)    VALUE  SPACE            .
           05 SQL-CA-FIRSTNAME  PIC X(50)   .
           05 SQL-CA-EMAIL      PIC X(50)   .
           05 SQL-CA-PHRASE     PIC X(50)   .
      *    statut du consentement EMAIL, blanc si aucun mouvement
           05 SQL-CA-CONSENT    PIC X(1)    .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'campagne' TO JR-PROGRAMME.
           MOVE WS-NB-CAMPAGNES TO JR-NB-LUS.
           MOVE WS-EXTRAIT-TOTAL TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

      *    Extraction d'une campagne : découpage de la définition,
      *    construction du curseur dynamique (pays + tranche d'âge +
      *    email présent), écriture du fichier d'export jusqu'à la
      *    taille maxi, hors adresses exclues et hors individus
      *    opposés au canal EMAIL
       4000-EXTRAIT-CAMPAGNE-START.
           MOVE SPACES TO WS-CAMP-CODE WS-CAMP-PAYS WS-CAMP-AGEMIN-X
                          WS-CAMP-AGEMAX-X WS-CAMP-MAX-X.
           END-IF.

      *    le curseur de la campagne, construit comme les requêtes
      *    dynamiques des corrections d'exosql01 ; le statut du
      *    consentement EMAIL est ramené par jointure externe pour
      *    compter les exclus dans la synthèse
           MOVE SPACES TO WS-SQL-STMT.
           STRING 'SELECT d.ID, d.LAST_NAME, d.FIRST_NAME, d.EMAIL, '
                  'd.SPOKEN, COALESCE(c.STATUT, '' '') '
                  'FROM DATABANK d LEFT JOIN CONSENTEMENT c '
                  'ON TRIM(c.ID) = CAST(d.ID AS VARCHAR) '
                  'AND c.CANAL = ''EMAIL'' '
                  'WHERE d.EMAIL IS NOT NULL '
                  'AND d.AGE BETWEEN ' WS-CAMP-AGEMIN-X
                  ' AND ' WS-CAMP-AGEMAX-X
                  ' AND d.COUNTRY_CODE IN ('
           DELIMITED BY SIZE
           INTO WS-SQL-STMT.
           PERFORM VARYING WS-IND-PAYS FROM 1 BY 1
              END-STRING
           END-PERFORM.
           STRING FUNCTION TRIM(WS-SQL-STMT)
                  ') ORDER BY d.LAST_NAME, d.FIRST_NAME'
           DELIMITED BY SIZE
           INTO WS-SQL-STMT.
           EXEC SQL PREPARE STMTCAMP FROM :WS-SQL-STMT END-EXEC.
           DELIMITED BY SIZE
           INTO WS-EXPORT-FILENAME.
           OPEN OUTPUT F-EXPORT.
           INITIALIZE WS-NB-EXTRAITS WS-NB-EXCLUS WS-NB-SANS-CONSENT.

           EXEC SQL
              FETCH CRCAMP
              INTO :SQL-CA-ID, :SQL-CA-LASTNAME, :SQL-CA-FIRSTNAME,
                   :SQL-CA-EMAIL, :SQL-CA-PHRASE, :SQL-CA-CONSENT
           END-EXEC.
           PERFORM UNTIL (SQLCODE = FIN)
                      OR (WS-NB-EXTRAITS >= WS-CAMP-MAX)
                 FETCH CRCAMP
                 INTO :SQL-CA-ID, :SQL-CA-LASTNAME,
                      :SQL-CA-FIRSTNAME, :SQL-CA-EMAIL,
                      :SQL-CA-PHRASE, :SQL-CA-CONSENT
              END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE CRCAMP END-EXEC.
                  ' AGES ' WS-CAMP-AGEMIN-X '-' WS-CAMP-AGEMAX-X
                  ' EXTRAITS ' WS-NB-EXTRAITS
                  ' EXCLUS ' WS-NB-EXCLUS
                  ' SANS CONSENTEMENT ' WS-NB-SANS-CONSENT
                  ' PLAFOND ' WS-CAMP-MAX
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           EXIT.

       4020-ECRIT-EXTRAIT-START.
      *    un individu opposé au canal EMAIL dans le registre des
      *    consentements n'est extrait dans aucune campagne
           IF SQL-CA-CONSENT = 'N'
              ADD 1 TO WS-NB-SANS-CONSENT
              GO TO 4020-ECRIT-EXTRAIT-END
           END-IF.
      *    les adresses relevées par le nettoyage d'exosql01 ne
      *    partent dans aucune campagne
           MOVE 'N' TO WS-EXCLU.

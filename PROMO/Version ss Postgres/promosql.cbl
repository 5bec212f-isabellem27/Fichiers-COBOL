      * PROMOSQL: Chargement des tables de travail pour le calcul 
      *           de la moyenne
      *           Appel du sous-programme ecritfo1
      *           Conservation des résultats du trimestre dans
      *           TRIM_RESULTS, par année scolaire et trimestre
      *           (promosql-param.txt), repris par la passe annuelle
      *           annusql
      *           Un trimestre fermé par la transaction cloture
      *           (periodes.txt, domaine ECOLE) n'est plus
      *           recalculé : message 0601, code retour 16
      * ECRITFO1: Ecriture des informations dans le fichier output
      *
      * Date de création : le 03/05/2024   
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STAT-TRANSCRIPT.

      *    année scolaire (colonnes 1 à 9, AAAA-AAAA) et trimestre
      *    (colonne 10, 1 à 3) sous lesquels les résultats du run
      *    sont conservés ; fichier absent ou zone à blanc : déduits
      *    de la date du jour (septembre-décembre 1er trimestre,
      *    janvier-mars 2e, avril-août 3e)
           SELECT PARAM-CTL
               ASSIGN TO 'promosql-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  WS-STAT-TRANSCRIPT   PIC XX      VALUE SPACE .
           88 WS-STAT-TRANSCRIPT-OK         VALUE '00' .

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'  .
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'  .

      *  période de conservation des résultats du trimestre
       01  WS-PERIODE.
           03  WS-PER-ANNEE     PIC X(9)    VALUE SPACES.
           03  WS-PER-TRIM      PIC X       VALUE SPACE .
       01  WS-PER-AN-DEB        PIC 9(4)    VALUE 0     .
       01  WS-PER-AN-FIN        PIC 9(4)    VALUE 0     .
       01  WS-PER-MOIS          PIC 99      VALUE 0     .

      *  GESTION DE L'EXPORT TRANSCRIPT (une ligne par élève/cours)
       01  WS-TR-NOTE-LIG       PIC Z9,99               .
       01  WS-NOWRUN            PIC X(19)              .
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
       01  SQL-RES-AVG          PIC 999V99  .
       01  SQL-RES-RUNDATE      PIC X(19)   .

      *    clé de conservation des résultats du trimestre dans
      *    TRIM_RESULTS : année scolaire et numéro du trimestre
       01  SQL-TR-YEAR          PIC X(9)    .
       01  SQL-TR-TRIM          PIC 9       .
       01  SQL-TR-NB            PIC 9(5)    .

      * variables de travail
       01  SQL_ID1              PIC 99      .
       01  SQL_ID2              PIC 99      .
      *    incrémental ; l'absence du fichier de contrôle est tolérée
      *    et vaut premier lancement (chargement complet)
           PERFORM 1020-CHARGE-CTL-START THRU 1020-CHARGE-CTL-END.
      *    année scolaire et trimestre des résultats conservés
           PERFORM 1040-CHARGE-PERIODE-START
                THRU 1040-CHARGE-PERIODE-END.
      *    trimestre fermé : arrêt avant toute connexion
           PERFORM 1050-CONTROLE-PERIODE-START
                THRU 1050-CONTROLE-PERIODE-END.
           PERFORM 1001-CHARGE-DBPARAM-START
                THRU 1001-CHARGE-DBPARAM-END.
           EXEC SQL
      *    l'établissement qui interrogent la base
           PERFORM 6045-INSERT-RESULTS-START
                THRU 6045-INSERT-RESULTS-END.
      *    conservation des résultats du trimestre, pour la passe
      *    annuelle
           PERFORM 6047-INSERT-TRIM-START
                THRU 6047-INSERT-TRIM-END.

      * J'écris mon fichier   
           CALL 'ecritfo'  USING BY REFERENCE  WS-ELEVE WS-COURS
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'promosql' TO JR-PROGRAMME.
           MOVE WS-NB-ENREG TO JR-NB-LUS.
           MOVE WS-NB-ELEVE-CHARGES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

       1030-MAJ-CTL-END.
           EXIT.

      *    Année scolaire et trimestre sous lesquels le run conserve
      *    ses résultats (promosql-param.txt) ; à défaut, déduits de
      *    la date du jour figée en 1020-CHARGE-CTL-START. Une valeur
      *    mal formée arrête le run avant toute connexion : ranger un
      *    trimestre sous une mauvaise clé fausserait l'annuel.
       1040-CHARGE-PERIODE-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 MOVE REC-PARAM-CTL(1:9)  TO WS-PER-ANNEE
                 MOVE REC-PARAM-CTL(10:1) TO WS-PER-TRIM
              END-IF
              CLOSE PARAM-CTL
           END-IF.
           MOVE WS-CUR-DATE(1:4) TO WS-PER-AN-DEB.
           MOVE WS-CUR-DATE(5:2) TO WS-PER-MOIS.
           IF WS-PER-ANNEE = SPACES
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
           IF WS-PER-TRIM = SPACE
              EVALUATE TRUE
                 WHEN WS-PER-MOIS >= 9
                    MOVE '1' TO WS-PER-TRIM
                 WHEN WS-PER-MOIS <= 3
                    MOVE '2' TO WS-PER-TRIM
                 WHEN OTHER
                    MOVE '3' TO WS-PER-TRIM
              END-EVALUATE
           END-IF.
           IF (WS-PER-ANNEE(1:4) NOT NUMERIC)
              OR (WS-PER-ANNEE(5:1) NOT = '-')
              OR (WS-PER-ANNEE(6:4) NOT NUMERIC)
              OR (WS-PER-TRIM < '1') OR (WS-PER-TRIM > '3')
              DISPLAY 'PROMOSQL-PARAM.TXT : ANNEE SCOLAIRE OU '
                 'TRIMESTRE INVALIDE (' WS-PERIODE ') - '
                 'ARRET DU PROGRAMME'
      *       code retour 16 : paramètre irrecevable
              MOVE 16 TO RETURN-CODE
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              STOP RUN
           END-IF.
           MOVE WS-PER-ANNEE TO SQL-TR-YEAR.
           MOVE WS-PER-TRIM  TO SQL-TR-TRIM.
           DISPLAY 'RESULTATS CONSERVES POUR L''ANNEE' SPACE
              WS-PER-ANNEE SPACE 'TRIMESTRE' SPACE WS-PER-TRIM.
       1040-CHARGE-PERIODE-END.
           EXIT.

      *    Trimestre fermé (periodes.txt, transaction cloture, clé
      *    AAAA-AAAA-Tn) : ses résultats conservés ne sont plus
      *    réécrits ; periode a émis le message du refus.
       1050-CONTROLE-PERIODE-START.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'ECOLE' TO PE-DOMAINE.
           MOVE 'promosql' TO PE-PROGRAMME.
           STRING WS-PER-ANNEE '-T' WS-PER-TRIM
              DELIMITED BY SIZE
              INTO PE-PERIODE
           END-STRING.
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
       1050-CONTROLE-PERIODE-END.
           EXIT.

       3020-CURSEUR1-START.
      *                , gr.GR_COEF
           EXEC SQL 
       6046-INSERT-RES-LIG-END.
           EXIT.

      *    Conserve les résultats du trimestre dans TRIM_RESULTS sous
      *    la clé année scolaire/trimestre (1040-CHARGE-PERIODE) :
      *    une ligne par couple élève/cours, avec la somme et le
      *    nombre des notes pour que la passe annuelle refasse la
      *    moyenne de promoan (toutes les notes de l'année, sans
      *    coefficient). Le calcul porte sur toute la base et non
      *    sur les seules notes remontées par CURSEUR1 en mode
      *    incrémental : le trimestre conservé est toujours complet.
      *    Les lignes déjà conservées pour ce trimestre sont
      *    remplacées, un trimestre relancé ne double donc pas.
       6047-INSERT-TRIM-START.
           MOVE WS-NOWRUN TO SQL-RES-RUNDATE.
           EXEC SQL
              DELETE FROM TRIM_RESULTS
              WHERE TR_YEAR = :SQL-TR-YEAR
              AND TR_TRIM = :SQL-TR-TRIM
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'PURGE TRIM_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO TRIM_RESULTS
                 (TR_YEAR, TR_TRIM, TR_MATR, TR_LASTNAME,
                  TR_FIRSTNAME, TR_COURSE, TR_SUM, TR_NB, TR_AVG,
                  TR_RUNDATE)
              SELECT CAST(:SQL-TR-YEAR AS CHAR(9)),
                     CAST(:SQL-TR-TRIM AS SMALLINT),
                     st.ST_MATRICULE, st.ST_LASTNAME,
                     st.ST_FIRSTNAME, co.CO_LABEL,
                     SUM(gr.GR_GRADE), COUNT(gr.GR_GRADE),
                     ROUND(AVG(gr.GR_GRADE), 2),
                     CAST(:SQL-RES-RUNDATE AS CHAR(19))
              FROM STUDENT st , GRADE gr , COURSE co
              WHERE (st.ST_ID = gr.ST_ID AND co.CO_ID = gr.CO_ID)
              AND gr.GR_GRADE IS NOT NULL
              GROUP BY st.ST_ID, st.ST_MATRICULE, st.ST_LASTNAME,
                       st.ST_FIRSTNAME, co.CO_LABEL
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'INSERT TRIM_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COMMIT TRIM_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-TR-NB FROM TRIM_RESULTS
              WHERE TR_YEAR = :SQL-TR-YEAR
              AND TR_TRIM = :SQL-TR-TRIM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'NB TRIM_RESULTS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           DISPLAY 'TRIMESTRE CONSERVE :' SPACE SQL-TR-NB SPACE
              'COUPLE(S) ELEVE/COURS'.
       6047-INSERT-TRIM-END.
           EXIT.

      *    export du fichier d'interface transcript : une ligne par
      *    couple élève/cours, reprend le modèle du CSV de promo1.cbl
      *    WS-ELEVE-TAB/WS-CLASSE-TAB ne portent que les couples

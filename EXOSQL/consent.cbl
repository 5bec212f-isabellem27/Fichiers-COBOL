      ******************************************************************
      * CONSENT: Registre des consentements et oppositions de          *
      *          DATABANK.                                             *
      *          Un individu qui demandait à ne plus recevoir de       *
      *          sollicitation restait extrait par la campagne         *
      *          suivante. La table CONSENTEMENT (ID, canal, statut    *
      *          O/N, date, source), tenue à côté de DATABANK, est     *
      *          alimentée par le fichier de mouvements                *
      *          consentements-mvt.txt (ID '*' canal '*' statut O/N    *
      *          '*' date AAAA-MM-JJ '*' source) ; un mouvement plus   *
      *          ancien que le consentement enregistré est ignoré.     *
      *          campagne et l'export belge d'exosql01 écartent les    *
      *          individus opposés au canal EMAIL.                     *
      *          Le batch liste aussi dans                             *
      *          consentements-a-renouveler.dat les consentements      *
      *          donnés depuis plus que la durée de conservation       *
      *          (ligne 1 de consent-param.txt, en mois, 24 par        *
      *          défaut). Mode simulation : ligne 1 de                 *
      *          exosql01-param.txt, comme rgpdeff.                    *
      *          Pour le lancer, les variables OPERATEUR et            *
      *          OPERATEUR_SECRET doivent donner un profil de          *
      *          operateurs.txt avec le droit M sur ce programme       *
      *          (cf autoris).                                         *
      *                                                                *
      * Date de création : le 15/10/2026                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. consent.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MVT
               ASSIGN TO 'consentements-mvt.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MVT-STATUS.

      *    mouvements illisibles ou sur un ID absent de DATABANK,
      *    avec le motif du rejet
           SELECT F-REJET
               ASSIGN TO 'consentements-rejets.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REJET-STATUS.

      *    liste périodique des consentements à faire renouveler
           SELECT F-RENOUV
               ASSIGN TO 'consentements-a-renouveler.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RENOUV-STATUS.

      *    durée de conservation d'un consentement en mois
           SELECT CONSENT-PARAM
               ASSIGN TO 'consent-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-PARAM-STATUS.

      *    paramètre de lancement (mode simulation), le même que
      *    celui d'exosql01
           SELECT PARAM-CTL
               ASSIGN TO 'exosql01-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

      *    paramètres de connexion à la base, externalisés dans le
      *    fichier protégé dbconnex-param.txt
           SELECT DB-PARAM
               ASSIGN TO 'dbconnex-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MVT
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-MVT            PIC X(100).

       FD  F-REJET
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REJET.
           05 REC-REJ-MVT         PIC X(100).
           05 FILLER              PIC X.
           05 REC-REJ-MOTIF       PIC X(39).

       FD  F-RENOUV
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RENOUV         PIC X(100).

       FD  CONSENT-PARAM
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-CONSENT-PARAM    PIC X(20).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       WORKING-STORAGE SECTION.
       01  F-MVT-STATUS         PIC X(02)   VALUE SPACE .
           88 F-MVT-STATUS-OK               VALUE '00'.
           88 F-MVT-STATUS-EOF              VALUE '10'.
           88 F-MVT-STATUS-NOFILE           VALUE '35'.

       01  F-REJET-STATUS       PIC X(02)   VALUE SPACE .
           88 F-REJET-STATUS-OK             VALUE '00'.

       01  F-RENOUV-STATUS      PIC X(02)   VALUE SPACE .
           88 F-RENOUV-STATUS-OK            VALUE '00'.

       01  CONSENT-PARAM-STATUS PIC X(02)   VALUE SPACE .
           88 CONSENT-PARAM-STATUS-OK       VALUE '00'.
           88 CONSENT-PARAM-STATUS-NOFILE   VALUE '35'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

      *    mode simulation (dry-run) : quand actif, la table
      *    CONSENTEMENT n'est ni modifiée ni committée (même
      *    convention que les nettoyages d'exosql01)
       01  WS-DRYRUN            PIC X       VALUE 'N'   .
           88 WS-DRYRUN-OUI                 VALUE 'O'   .

      *    durée de conservation d'un consentement, en mois
       01  WS-DUREE-X           PIC X(3)    VALUE SPACES.
       01  WS-DUREE-9           REDEFINES WS-DUREE-X PIC 999.
       01  WS-DUREE-MOIS        PIC 999     VALUE 24    .

      *    date limite : un consentement donné avant cette date est
      *    à renouveler (date du jour moins la durée de conservation)
       01  WS-CUR-DATE          PIC X(21)   VALUE SPACES.
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05 WS-CUR-AAAA       PIC 9(4).
           05 WS-CUR-MM         PIC 99.
           05 WS-CUR-JJ         PIC 99.
           05 FILLER            PIC X(13).
       01  WS-DATE-JOUR         PIC X(10)   VALUE SPACES.
       01  WS-NB-MOIS-CALC      PIC 9(6)    VALUE 0     .
       01  WS-AAAA-LIM          PIC 9(4)    VALUE 0     .
       01  WS-MM-LIM            PIC 99      VALUE 0     .

      *    découpage d'un mouvement
       01  WS-MVT-ID            PIC X(40)   VALUE SPACES.
       01  WS-MVT-CANAL         PIC X(10)   VALUE SPACES.
       01  WS-MVT-STATUT        PIC X(3)    VALUE SPACES.
       01  WS-MVT-DATE          PIC X(10)   VALUE SPACES.
       01  WS-MVT-DATE-R REDEFINES WS-MVT-DATE.
           05 WS-MVT-AAAA       PIC 9(4).
           05 WS-MVT-SEP1       PIC X.
           05 WS-MVT-MM         PIC 99.
           05 WS-MVT-SEP2       PIC X.
           05 WS-MVT-JJ         PIC 99.
       01  WS-MVT-SOURCE        PIC X(20)   VALUE SPACES.
       01  WS-MOTIF             PIC X(39)   VALUE SPACES.

       01  WS-NB-MVT            PIC 9(5)    VALUE 0     .
       01  WS-NB-CREES          PIC 9(5)    VALUE 0     .
       01  WS-NB-MAJ            PIC 9(5)    VALUE 0     .
       01  WS-NB-ANTERIEURS     PIC 9(5)    VALUE 0     .
       01  WS-NB-REJETS         PIC 9(5)    VALUE 0     .
       01  WS-NB-RENOUV         PIC 9(5)    VALUE 0     .
       01  WS-NB-RENOUV-Z       PIC Z(4)9               .
       01  WS-LIG-RAP           PIC X(100)  VALUE SPACES.
       01  WS-LIG-DRYRUN        PIC X(60)   VALUE
           'MODE SIMULATION (DRY-RUN) : AUCUNE MISE A JOUR EFFECTUEE' .

      * Gestion des erreurs
       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES.
       01  FIN                  PIC S9(9)   VALUE 100   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * paramètres pour connexion à la base
       01  DBNAME     PIC X(30)    VALUE  SPACE            .
       01  USERNAME   PIC X(30)    VALUE  SPACE            .
       01  PASSWD     PIC X(10)    VALUE  SPACE            .

       01  SQL-CONSENT.
           05 SQL-CS-ID         PIC X(40)   .
           05 SQL-CS-CANAL      PIC X(10)   .
           05 SQL-CS-STATUT     PIC X(1)    .
           05 SQL-CS-DATE       PIC X(10)   .
           05 SQL-CS-SOURCE     PIC X(20)   .
       01  SQL-DATE-EXIST       PIC X(10)   .
       01  SQL-DATE-LIMITE      PIC X(10)   .
       01  SQL-NB-LIG           PIC 9(5)    .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *0000-Main-start
      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           PERFORM 1000-CONTROLE-ACCES-START
                THRU 1000-CONTROLE-ACCES-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2)
           DELIMITED BY SIZE
           INTO WS-DATE-JOUR.

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

           PERFORM 1005-CHARGE-PARAM-START THRU 1005-CHARGE-PARAM-END.
           PERFORM 1010-CREE-TABLE-START THRU 1010-CREE-TABLE-END.
           PERFORM 3000-TRAITE-MVT-START THRU 3000-TRAITE-MVT-END.
           PERFORM 5000-RENOUVELLEMENT-START
                THRU 5000-RENOUVELLEMENT-END.

           DISPLAY 'MOUVEMENTS LUS          :' SPACE WS-NB-MVT.
           DISPLAY 'CONSENTEMENTS CREES     :' SPACE WS-NB-CREES.
           DISPLAY 'CONSENTEMENTS MODIFIES  :' SPACE WS-NB-MAJ.
           DISPLAY 'MOUVEMENTS ANTERIEURS   :' SPACE WS-NB-ANTERIEURS.
           DISPLAY 'MOUVEMENTS REJETES      :' SPACE WS-NB-REJETS.
           DISPLAY 'CONSENTEMENTS A RENOUVELER :' SPACE WS-NB-RENOUV.
           IF WS-DRYRUN-OUI
              DISPLAY WS-LIG-DRYRUN
           END-IF.

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
           MOVE 'consent' TO JR-PROGRAMME.
           MOVE WS-NB-MVT          TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-CREES + WS-NB-MAJ.
           MOVE WS-NB-REJETS       TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

      *    Charge les paramètres de connexion depuis le fichier
      *    protégé dbconnex-param.txt ; l'absence du fichier est
      *    une erreur franche : on s'arrête avant toute connexion
      *    Opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) ; un refus est émis et tracé par
      *    autoris, on s'arrête avant toute connexion
       1000-CONTROLE-ACCES-START.
           INITIALIZE AU-ZONE.
           MOVE 'consent' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-CONTROLE-ACCES-END.
           EXIT.

       1001-CHARGE-DBPARAM-START.
           OPEN INPUT DB-PARAM.
           IF NOT DB-PARAM-STATUS-OK
              DISPLAY 'FICHIER DBCONNEX-PARAM.TXT INTROUVABLE OU '
                 'ILLISIBLE (CODE ' DB-PARAM-STATUS ') - '
                 'ARRET DU PROGRAMME'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
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

      *    chargement du mode simulation (ligne 1 de
      *    exosql01-param.txt) et de la durée de conservation
      *    (ligne 1 de consent-param.txt), puis calcul de la date
      *    limite de renouvellement
       1005-CHARGE-PARAM-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-NOFILE
              MOVE 'N' TO WS-DRYRUN
           ELSE
              READ PARAM-CTL
              MOVE REC-PARAM-CTL(1:1) TO WS-DRYRUN
              CLOSE PARAM-CTL
           END-IF.
           OPEN INPUT CONSENT-PARAM.
           IF CONSENT-PARAM-STATUS-OK
              READ CONSENT-PARAM
              IF CONSENT-PARAM-STATUS-OK
                 MOVE REC-CONSENT-PARAM(1:3) TO WS-DUREE-X
                 IF (WS-DUREE-9 NUMERIC) AND (WS-DUREE-9 > 0)
                    MOVE WS-DUREE-9 TO WS-DUREE-MOIS
                 END-IF
              END-IF
              CLOSE CONSENT-PARAM
           END-IF.
      *    date du jour reculée de la durée de conservation ; le jour
      *    est repris tel quel, la comparaison se faisant sur la
      *    date AAAA-MM-JJ en caractères
           COMPUTE WS-NB-MOIS-CALC =
              (WS-CUR-AAAA * 12) + WS-CUR-MM - 1
              - WS-DUREE-MOIS.
           DIVIDE WS-NB-MOIS-CALC BY 12 GIVING WS-AAAA-LIM
              REMAINDER WS-MM-LIM.
           ADD 1 TO WS-MM-LIM.
           MOVE SPACES TO SQL-DATE-LIMITE.
           STRING WS-AAAA-LIM '-' WS-MM-LIM '-' WS-CUR-JJ
           DELIMITED BY SIZE
           INTO SQL-DATE-LIMITE.
       1005-CHARGE-PARAM-END.
           EXIT.

      *    la table est créée au premier passage, sans DROP
      *    préalable pour ne jamais perdre l'historique des
      *    consentements (même principe que RESULTS dans gestsql0)
       1010-CREE-TABLE-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS CONSENTEMENT (
                 ID           CHAR(40) NOT NULL,
                 CANAL        CHAR(10) NOT NULL,
                 STATUT       CHAR(1)  NOT NULL,
                 DATE_CONSENT CHAR(10) NOT NULL,
                 SOURCE       CHAR(20) ,
                 PRIMARY KEY (ID, CANAL)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'TABLE CONSENTEMENT CREATION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       1010-CREE-TABLE-END.
           EXIT.

       3000-TRAITE-MVT-START.
      *    fichier de mouvements absent : rien à charger, la liste
      *    des renouvellements est quand même produite
           OPEN INPUT F-MVT.
           IF F-MVT-STATUS-NOFILE
              DISPLAY 'CONSENTEMENTS-MVT.TXT ABSENT - AUCUN MOUVEMENT'
              GO TO 3000-TRAITE-MVT-END
           END-IF.
           OPEN OUTPUT F-REJET.
           READ F-MVT.
           PERFORM UNTIL F-MVT-STATUS-EOF
              IF REC-F-MVT NOT = SPACES
                 ADD 1 TO WS-NB-MVT
                 PERFORM 3010-TRAITE-UN-MVT-START
                    THRU 3010-TRAITE-UN-MVT-END
              END-IF
              READ F-MVT
           END-PERFORM.
           CLOSE F-MVT.
           CLOSE F-REJET.
           IF NOT WS-DRYRUN-OUI
              EXEC SQL COMMIT END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COMMIT CONSENTEMENTS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
       3000-TRAITE-MVT-END.
           EXIT.

      *    Un mouvement : contrôle, puis création ou mise à jour du
      *    consentement de l'individu sur le canal
       3010-TRAITE-UN-MVT-START.
           MOVE SPACES TO WS-MVT-ID WS-MVT-CANAL WS-MVT-STATUT
                          WS-MVT-DATE WS-MVT-SOURCE.
           UNSTRING REC-F-MVT DELIMITED BY '*'
              INTO WS-MVT-ID WS-MVT-CANAL WS-MVT-STATUT
                   WS-MVT-DATE WS-MVT-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-MVT-CANAL)  TO WS-MVT-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-MVT-STATUT) TO WS-MVT-STATUT.
           IF (WS-MVT-ID = SPACES) OR (WS-MVT-CANAL = SPACES)
              MOVE 'ID OU CANAL ABSENT' TO WS-MOTIF
              PERFORM 3020-ECRIT-REJET-START
                 THRU 3020-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
           IF (WS-MVT-STATUT NOT = 'O') AND (WS-MVT-STATUT NOT = 'N')
              MOVE 'STATUT DIFFERENT DE O/N' TO WS-MOTIF
              PERFORM 3020-ECRIT-REJET-START
                 THRU 3020-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
      *    date absente : le mouvement prend la date du jour
           IF WS-MVT-DATE = SPACES
              MOVE WS-DATE-JOUR TO WS-MVT-DATE
           END-IF.
           IF (WS-MVT-AAAA NOT NUMERIC) OR (WS-MVT-MM NOT NUMERIC)
              OR (WS-MVT-JJ NOT NUMERIC) OR (WS-MVT-SEP1 NOT = '-')
              OR (WS-MVT-SEP2 NOT = '-')
              OR (WS-MVT-MM < 1) OR (WS-MVT-MM > 12)
              OR (WS-MVT-JJ < 1) OR (WS-MVT-JJ > 31)
              MOVE 'DATE INVALIDE (AAAA-MM-JJ)' TO WS-MOTIF
              PERFORM 3020-ECRIT-REJET-START
                 THRU 3020-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
           IF WS-MVT-SOURCE = SPACES
              MOVE 'INCONNUE' TO WS-MVT-SOURCE
           END-IF.

           MOVE WS-MVT-ID     TO SQL-CS-ID.
           MOVE WS-MVT-CANAL  TO SQL-CS-CANAL.
           MOVE WS-MVT-STATUT TO SQL-CS-STATUT.
           MOVE WS-MVT-DATE   TO SQL-CS-DATE.
           MOVE WS-MVT-SOURCE TO SQL-CS-SOURCE.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
              WHERE ID = :SQL-CS-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG = 0
              MOVE 'ID ABSENT DE DATABANK' TO WS-MOTIF
              PERFORM 3020-ECRIT-REJET-START
                 THRU 3020-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM CONSENTEMENT
              WHERE ID = :SQL-CS-ID AND CANAL = :SQL-CS-CANAL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT CONSENTEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG = 0
              IF NOT WS-DRYRUN-OUI
                 EXEC SQL
                    INSERT INTO CONSENTEMENT
                       (ID, CANAL, STATUT, DATE_CONSENT, SOURCE)
                    VALUES (:SQL-CS-ID, :SQL-CS-CANAL, :SQL-CS-STATUT,
                            :SQL-CS-DATE, :SQL-CS-SOURCE)
                 END-EXEC
                 IF  SQLCODE NOT = ZERO
                    MOVE 'INSERT CONSENTEMENT' TO WS-SQL-LIB
                    PERFORM 9050-ERROR-RTN-START
                         THRU 9050-ERROR-RTN-END
                 END-IF
              END-IF
              ADD 1 TO WS-NB-CREES
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.

      *    un mouvement plus ancien que le consentement enregistré
      *    (fichier rejoué en retard) ne l'écrase pas
           EXEC SQL
              SELECT DATE_CONSENT INTO :SQL-DATE-EXIST
              FROM CONSENTEMENT
              WHERE ID = :SQL-CS-ID AND CANAL = :SQL-CS-CANAL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE CONSENTEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-CS-DATE < SQL-DATE-EXIST
              ADD 1 TO WS-NB-ANTERIEURS
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
           IF NOT WS-DRYRUN-OUI
              EXEC SQL
                 UPDATE CONSENTEMENT
                 SET STATUT       = :SQL-CS-STATUT,
                     DATE_CONSENT = :SQL-CS-DATE,
                     SOURCE       = :SQL-CS-SOURCE
                 WHERE ID = :SQL-CS-ID AND CANAL = :SQL-CS-CANAL
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'UPDATE CONSENTEMENT' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
           ADD 1 TO WS-NB-MAJ.
       3010-TRAITE-UN-MVT-END.
           EXIT.

       3020-ECRIT-REJET-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO REC-F-REJET.
           MOVE REC-F-MVT TO REC-REJ-MVT.
           MOVE WS-MOTIF  TO REC-REJ-MOTIF.
           WRITE REC-F-REJET.
       3020-ECRIT-REJET-END.
           EXIT.

      *    Liste des consentements accordés avant la date limite :
      *    ils doivent être redemandés à l'individu ; les
      *    oppositions restent valables et ne sont pas listées
       5000-RENOUVELLEMENT-START.
           EXEC SQL
              DECLARE CRRENOUV CURSOR FOR
                 SELECT ID, CANAL, STATUT, DATE_CONSENT, SOURCE
                 FROM CONSENTEMENT
                 WHERE STATUT = 'O'
                 AND DATE_CONSENT < :SQL-DATE-LIMITE
                 ORDER BY DATE_CONSENT, ID, CANAL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECLARATION RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              OPEN CRRENOUV
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT F-RENOUV.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'CONSENTEMENTS A RENOUVELER AU ' WS-DATE-JOUR
                  ' (DONNES AVANT LE ' SQL-DATE-LIMITE ', CONSERVATION '
                  WS-DUREE-MOIS ' MOIS)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-RENOUV.
           WRITE REC-F-RENOUV.
           MOVE ALL '=' TO REC-F-RENOUV.
           WRITE REC-F-RENOUV.

           EXEC SQL
              FETCH CRRENOUV
              INTO :SQL-CS-ID, :SQL-CS-CANAL, :SQL-CS-STATUT,
                   :SQL-CS-DATE, :SQL-CS-SOURCE
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'LECTURE 1 RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           PERFORM UNTIL (SQLCODE = FIN)
              ADD 1 TO WS-NB-RENOUV
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING SQL-CS-ID SPACE SQL-CS-CANAL SPACE
                     SQL-CS-DATE SPACE SQL-CS-SOURCE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-RENOUV
              WRITE REC-F-RENOUV
              EXEC SQL
                 FETCH CRRENOUV
                 INTO :SQL-CS-ID, :SQL-CS-CANAL, :SQL-CS-STATUT,
                      :SQL-CS-DATE, :SQL-CS-SOURCE
              END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                 MOVE 'LECTURE SUIVANTE RENOUVELLEMENT' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-PERFORM.

           MOVE ALL '-' TO REC-F-RENOUV.
           WRITE REC-F-RENOUV.
           MOVE WS-NB-RENOUV TO WS-NB-RENOUV-Z.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'TOTAL A RENOUVELER :' SPACE WS-NB-RENOUV-Z
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-RENOUV.
           WRITE REC-F-RENOUV.
           CLOSE F-RENOUV.
           EXEC SQL
              CLOSE CRRENOUV
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'FERMETURE RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       5000-RENOUVELLEMENT-END.
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

      ******************************************************************
      * RETCAMP: Retours du système de mailing sur les campagnes.      *
      *          Les fichiers campagne-<code>.dat partaient sans       *
      *          qu'aucun résultat ne revienne. Le fichier             *
      *          campagnes-retours.txt (code campagne '*' ID           *
      *          individu '*' résultat : DELIVRE, OUVERT, CLIQUE,      *
      *          REBOND-DUR, REBOND-TEMP ou DESINSCRIT) est chargé     *
      *          dans la table CAMPAGNE_RETOUR, contrôlé par rapport   *
      *          aux campagnes de campagnes-synthese.dat :             *
      *            - un rebond dur ajoute l'adresse de l'individu à    *
      *              email-rejets.dat (marquée REBOND, conservée par   *
      *              le nettoyage d'exosql01),                         *
      *            - une désinscription enregistre une opposition      *
      *              EMAIL dans le registre CONSENTEMENT (cf consent), *
      *            - campagnes-resultats.dat donne par campagne les    *
      *              taux de délivrance, d'ouverture et de réponse,    *
      *              par pays et tranche d'âge.                        *
      *          Mode simulation (ligne 1 de exosql01-param.txt) : le  *
      *          rapport est produit, les mises à jour sont annulées.  *
      *          Pour le lancer, les variables OPERATEUR et            *
      *          OPERATEUR_SECRET doivent donner un profil de          *
      *          operateurs.txt avec le droit M sur ce programme       *
      *          (cf autoris).                                         *
      *                                                                *
      * Date de création : le 15/10/2026                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. retcamp.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RETOUR
               ASSIGN TO 'campagnes-retours.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETOUR-STATUS.

      *    retours illisibles, sur une campagne absente de la
      *    synthèse ou sur un ID absent de DATABANK
           SELECT F-REJET
               ASSIGN TO 'campagnes-retours-rejets.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REJET-STATUS.

      *    synthèse de la dernière extraction de campagne : codes
      *    campagne connus et nombre d'individus envoyés
           SELECT F-SYNTHESE
               ASSIGN TO 'campagnes-synthese.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SYNTHESE-STATUS.

      *    adresses exclues des campagnes, complétées des rebonds
      *    durs
           SELECT F-EMAIL-REJET
               ASSIGN TO 'email-rejets.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EMAIL-REJET-STATUS.

           SELECT F-RESULTAT
               ASSIGN TO 'campagnes-resultats.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RESULTAT-STATUS.

      *    paramètre de lancement (mode simulation), le même que
      *    celui d'exosql01
           SELECT PARAM-CTL
               ASSIGN TO 'exosql01-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

           SELECT DB-PARAM
               ASSIGN TO 'dbconnex-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RETOUR
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-RETOUR         PIC X(80).

       FD  F-REJET
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REJET.
           05 REC-REJ-RETOUR      PIC X(80).
           05 FILLER              PIC X.
           05 REC-REJ-MOTIF       PIC X(39).

       FD  F-SYNTHESE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SYNTHESE       PIC X(132).

      *    même dessin que dans exosql01 et campagne ; les rebonds
      *    durs portent REBOND en fin de ligne
       FD  F-EMAIL-REJET
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EMAIL-REJET.
           05 REC-EMREJ-ID        PIC X(40).
           05 FILLER              PIC X.
           05 REC-EMREJ-EMAIL     PIC X(50).
           05 FILLER              PIC X.
           05 REC-EMREJ-ORIGINE   PIC X(8).

       FD  F-RESULTAT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RESULTAT       PIC X(132).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       WORKING-STORAGE SECTION.
       01  F-RETOUR-STATUS      PIC X(02)   VALUE SPACE .
           88 F-RETOUR-STATUS-OK            VALUE '00'.
           88 F-RETOUR-STATUS-EOF           VALUE '10'.
           88 F-RETOUR-STATUS-NOFILE        VALUE '35'.

       01  F-REJET-STATUS       PIC X(02)   VALUE SPACE .
           88 F-REJET-STATUS-OK             VALUE '00'.

       01  F-SYNTHESE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-SYNTHESE-STATUS-OK          VALUE '00'.
           88 F-SYNTHESE-STATUS-EOF         VALUE '10'.
           88 F-SYNTHESE-STATUS-NOFILE      VALUE '35'.

       01  F-EMAIL-REJET-STATUS PIC X(02)   VALUE SPACE .
           88 F-EMAIL-REJET-STATUS-OK       VALUE '00'.
           88 F-EMAIL-REJET-STATUS-EOF      VALUE '10'.
           88 F-EMAIL-REJET-STATUS-NOFILE   VALUE '35'.

       01  F-RESULTAT-STATUS    PIC X(02)   VALUE SPACE .
           88 F-RESULTAT-STATUS-OK          VALUE '00'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

      *    mode simulation (dry-run) : quand actif, les retours sont
      *    chargés le temps du rapport puis annulés (ROLLBACK) et
      *    email-rejets.dat n'est pas complété
       01  WS-DRYRUN            PIC X       VALUE 'N'   .
           88 WS-DRYRUN-OUI                 VALUE 'O'   .

       01  WS-CUR-DATE          PIC X(21)   VALUE SPACES.
       01  WS-DATE-JOUR         PIC X(10)   VALUE SPACES.

      *    campagnes de la synthèse (code et nombre d'envoyés)
       01  WS-SYN-AVANT         PIC X(132)  VALUE SPACES.
       01  WS-SYN-APRES         PIC X(132)  VALUE SPACES.
       01  WS-SYN-ENVOYES-X     PIC X(5)    VALUE SPACES.
       01  WS-SYN-ENVOYES-9 REDEFINES WS-SYN-ENVOYES-X PIC 9(5).
       01  WS-CAMPAGNES.
           03 WS-NB-CA          PIC 999     VALUE 0     .
           03 WS-CA-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-CA
                          INDEXED BY IDX-CA.
              05 WS-CA-CODE     PIC X(8)                .
              05 WS-CA-ENVOYES  PIC 9(5)                .

      *    adresses déjà présentes dans email-rejets.dat, pour ne
      *    pas ajouter deux fois le même rebond
       01  WS-EXCLUSIONS.
           03 WS-NB-EX          PIC 999     VALUE 0     .
           03 WS-EX-TAB  OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-NB-EX
                          INDEXED BY IDX-EX.
              05 WS-EX-EMAIL    PIC X(50)               .
       01  WS-TROUVE            PIC X       VALUE 'N'   .
           88 WS-EST-TROUVE                 VALUE 'O'   .

      *    découpage d'une ligne de retour
       01  WS-RET-CODE          PIC X(8)    VALUE SPACES.
       01  WS-RET-ID            PIC X(40)   VALUE SPACES.
       01  WS-RET-RESULTAT      PIC X(12)   VALUE SPACES.
           88 WS-RET-RESULTAT-OK            VALUE 'DELIVRE'
                                                  'OUVERT'
                                                  'CLIQUE'
                                                  'REBOND-DUR'
                                                  'REBOND-TEMP'
                                                  'DESINSCRIT'.
           88 WS-RET-REBOND-DUR             VALUE 'REBOND-DUR'.
           88 WS-RET-DESINSCRIT             VALUE 'DESINSCRIT'.
       01  WS-MOTIF             PIC X(39)   VALUE SPACES.

       01  WS-NB-RETOURS        PIC 9(5)    VALUE 0     .
       01  WS-NB-CHARGES        PIC 9(5)    VALUE 0     .
       01  WS-NB-DEJA-CHARGES   PIC 9(5)    VALUE 0     .
       01  WS-NB-REJETS         PIC 9(5)    VALUE 0     .
       01  WS-NB-REBONDS-AJ     PIC 9(5)    VALUE 0     .
       01  WS-NB-DESINSCRITS    PIC 9(5)    VALUE 0     .

      *    rupture par campagne du rapport de résultats
       01  WS-CODE-PREC         PIC X(8)    VALUE SPACES.
       01  WS-TOT-DELIV         PIC 9(6)    VALUE 0     .
       01  WS-TOT-REBOND        PIC 9(6)    VALUE 0     .
       01  WS-TOT-OUVERT        PIC 9(6)    VALUE 0     .
       01  WS-TOT-CLIQUE        PIC 9(6)    VALUE 0     .
       01  WS-TOT-DESINSC       PIC 9(6)    VALUE 0     .
       01  WS-TOT-ENVOYES       PIC 9(6)    VALUE 0     .
       01  WS-ENVOYES-Z         PIC Z(5)9               .
       01  WS-CALC-DELIV        PIC 9(6)    VALUE 0     .
       01  WS-CALC-REBOND       PIC 9(6)    VALUE 0     .
       01  WS-CALC-OUVERT       PIC 9(6)    VALUE 0     .
       01  WS-CALC-CLIQUE       PIC 9(6)    VALUE 0     .
       01  WS-CALC-ENVOYES      PIC 9(6)    VALUE 0     .
       01  WS-TAUX              PIC 999V9   VALUE 0     .

       01  WS-LIG-RAP           PIC X(132)  VALUE SPACES.
       01  WS-LIG-DRYRUN        PIC X(60)   VALUE
           'MODE SIMULATION (DRY-RUN) : AUCUNE MISE A JOUR EFFECTUEE' .

      *    lignes du rapport de résultats : taux de délivrance sur
      *    les envoyés (délivrés + rebonds pour un segment), taux
      *    d'ouverture et de réponse (clic) sur les délivrés
       01  WS-LIG-RES-ENT.
           05 FILLER            PIC X(5)   VALUE 'PAYS'      .
           05 FILLER            PIC X(10)  VALUE 'TRANCHE'   .
           05 FILLER            PIC X(8)   VALUE ' DELIVRE'  .
           05 FILLER            PIC X(8)   VALUE ' REBONDS'  .
           05 FILLER            PIC X(8)   VALUE ' OUVERTS'  .
           05 FILLER            PIC X(8)   VALUE ' CLIQUES'  .
           05 FILLER            PIC X(8)   VALUE ' DESINSC'  .
           05 FILLER            PIC X(8)   VALUE '  %DELIV'  .
           05 FILLER            PIC X(8)   VALUE ' %OUVERT'  .
           05 FILLER            PIC X(8)   VALUE ' %REPONS'  .

       01  WS-LIG-RES-DET.
           05 WS-RSD-PAYS       PIC X(5)                 .
           05 WS-RSD-TRANCHE    PIC X(10)                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-DELIV      PIC Z(4)9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-REBOND     PIC Z(4)9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-OUVERT     PIC Z(4)9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-CLIQUE     PIC Z(4)9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-DESINSC    PIC Z(4)9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-PCT-DELIV  PIC ZZ9.9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-PCT-OUVERT PIC ZZ9.9                .
           05 FILLER            PIC X(3)   VALUE SPACE   .
           05 WS-RSD-PCT-REPONS PIC ZZ9.9                .

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
       01  DBNAME     PIC X(30)    VALUE  SPACE            .
       01  USERNAME   PIC X(30)    VALUE  SPACE            .
       01  PASSWD     PIC X(10)    VALUE  SPACE            .

       01  SQL-RETOUR.
           05 SQL-RT-CODE       PIC X(8)    .
           05 SQL-RT-ID         PIC X(40)   .
           05 SQL-RT-RESULTAT   PIC X(12)   .
           05 SQL-RT-DATE       PIC X(10)   .
       01  SQL-RT-EMAIL         PIC X(50)   .
       01  SQL-RT-SOURCE        PIC X(20)   .
       01  SQL-NB-LIG           PIC 9(5)    .

      *    une ligne de résultat par campagne, pays et tranche
       01  SQL-RESULTAT.
           05 SQL-RS-CODE       PIC X(8)    .
           05 SQL-RS-PAYS       PIC X(2)    .
           05 SQL-RS-TRANCHE    PIC X(10)   .
           05 SQL-RS-DELIV      PIC 9(5)    .
           05 SQL-RS-REBOND     PIC 9(5)    .
           05 SQL-RS-OUVERT     PIC 9(5)    .
           05 SQL-RS-CLIQUE     PIC 9(5)    .
           05 SQL-RS-DESINSC    PIC 9(5)    .
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
           PERFORM 1020-CHARGE-SYNTHESE-START
                THRU 1020-CHARGE-SYNTHESE-END.
           PERFORM 1030-CHARGE-EXCLUSIONS-START
                THRU 1030-CHARGE-EXCLUSIONS-END.
           PERFORM 3000-TRAITE-RETOURS-START
                THRU 3000-TRAITE-RETOURS-END.
           PERFORM 5000-RAPPORT-START THRU 5000-RAPPORT-END.

      *    en simulation, le chargement n'a servi qu'au rapport
           IF WS-DRYRUN-OUI
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY WS-LIG-DRYRUN
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COMMIT RETOURS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.

           DISPLAY 'RETOURS LUS             :' SPACE WS-NB-RETOURS.
           DISPLAY 'RETOURS CHARGES         :' SPACE WS-NB-CHARGES.
           DISPLAY 'RETOURS DEJA CHARGES    :' SPACE
              WS-NB-DEJA-CHARGES.
           DISPLAY 'RETOURS REJETES         :' SPACE WS-NB-REJETS.
           DISPLAY 'REBONDS DURS EXCLUS     :' SPACE WS-NB-REBONDS-AJ.
           DISPLAY 'DESINSCRIPTIONS         :' SPACE WS-NB-DESINSCRITS.

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
           MOVE 'retcamp' TO JR-PROGRAMME.
           MOVE WS-NB-RETOURS TO JR-NB-LUS.
           MOVE WS-NB-CHARGES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS  TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
           EXIT.

      *    Opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) ; un refus est émis et tracé par
      *    autoris, on s'arrête avant toute connexion
       1000-CONTROLE-ACCES-START.
           INITIALIZE AU-ZONE.
           MOVE 'retcamp' TO AU-PROGRAMME.
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
      *    exosql01-param.txt)
       1005-CHARGE-PARAM-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-NOFILE
              MOVE 'N' TO WS-DRYRUN
           ELSE
              READ PARAM-CTL
              MOVE REC-PARAM-CTL(1:1) TO WS-DRYRUN
              CLOSE PARAM-CTL
           END-IF.
       1005-CHARGE-PARAM-END.
           EXIT.

      *    un retour est conservé une seule fois par campagne,
      *    individu et résultat : un fichier rejoué ne fausse pas
      *    les taux (même principe de conservation que RESULTS dans
      *    gestsql0)
       1010-CREE-TABLE-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS CAMPAGNE_RETOUR (
                 CODE         CHAR(8)  NOT NULL,
                 ID           CHAR(40) NOT NULL,
                 RESULTAT     CHAR(12) NOT NULL,
                 DATE_RETOUR  CHAR(10) NOT NULL,
                 PRIMARY KEY (CODE, ID, RESULTAT)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'TABLE CAMPAGNE_RETOUR CREATION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       1010-CREE-TABLE-END.
           EXIT.

      *    Les campagnes connues sont celles de la dernière
      *    synthèse : lignes 'CAMPAGNE <code> ... EXTRAITS n ...'
       1020-CHARGE-SYNTHESE-START.
           OPEN INPUT F-SYNTHESE.
           IF NOT F-SYNTHESE-STATUS-OK
              DISPLAY 'CAMPAGNES-SYNTHESE.DAT INTROUVABLE - AUCUNE '
                 'CAMPAGNE A RAPPROCHER'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              EXEC SQL DISCONNECT ALL END-EXEC
              STOP RUN
           END-IF.
           READ F-SYNTHESE.
           PERFORM UNTIL F-SYNTHESE-STATUS-EOF
                      OR (WS-NB-CA >= 200)
              IF REC-F-SYNTHESE(1:9) = 'CAMPAGNE '
                 ADD 1 TO WS-NB-CA
                 MOVE REC-F-SYNTHESE(10:8) TO WS-CA-CODE(WS-NB-CA)
                 MOVE 0 TO WS-CA-ENVOYES(WS-NB-CA)
                 MOVE SPACES TO WS-SYN-AVANT WS-SYN-APRES
                 UNSTRING REC-F-SYNTHESE DELIMITED BY ' EXTRAITS '
                    INTO WS-SYN-AVANT WS-SYN-APRES
                 MOVE WS-SYN-APRES(1:5) TO WS-SYN-ENVOYES-X
                 IF WS-SYN-ENVOYES-9 NUMERIC
                    MOVE WS-SYN-ENVOYES-9 TO WS-CA-ENVOYES(WS-NB-CA)
                 END-IF
              END-IF
              READ F-SYNTHESE
           END-PERFORM.
           CLOSE F-SYNTHESE.
       1020-CHARGE-SYNTHESE-END.
           EXIT.

      *    adresses déjà exclues ; fichier absent = aucune
       1030-CHARGE-EXCLUSIONS-START.
           OPEN INPUT F-EMAIL-REJET.
           IF F-EMAIL-REJET-STATUS-OK
              READ F-EMAIL-REJET
              PERFORM UNTIL F-EMAIL-REJET-STATUS-EOF
                         OR (WS-NB-EX >= 500)
                 IF REC-EMREJ-EMAIL NOT = SPACES
                    ADD 1 TO WS-NB-EX
                    MOVE REC-EMREJ-EMAIL TO WS-EX-EMAIL(WS-NB-EX)
                 END-IF
                 READ F-EMAIL-REJET
              END-PERFORM
              CLOSE F-EMAIL-REJET
           END-IF.
       1030-CHARGE-EXCLUSIONS-END.
           EXIT.

       3000-TRAITE-RETOURS-START.
           OPEN INPUT F-RETOUR.
           IF F-RETOUR-STATUS-NOFILE
              DISPLAY 'CAMPAGNES-RETOURS.TXT ABSENT - AUCUN RETOUR'
              GO TO 3000-TRAITE-RETOURS-END
           END-IF.
           OPEN OUTPUT F-REJET.
           IF NOT WS-DRYRUN-OUI
              OPEN EXTEND F-EMAIL-REJET
              IF NOT F-EMAIL-REJET-STATUS-OK
                 OPEN OUTPUT F-EMAIL-REJET
              END-IF
           END-IF.
           READ F-RETOUR.
           PERFORM UNTIL F-RETOUR-STATUS-EOF
              IF REC-F-RETOUR NOT = SPACES
                 ADD 1 TO WS-NB-RETOURS
                 PERFORM 3010-TRAITE-UN-RETOUR-START
                    THRU 3010-TRAITE-UN-RETOUR-END
              END-IF
              READ F-RETOUR
           END-PERFORM.
           CLOSE F-RETOUR.
           CLOSE F-REJET.
           IF NOT WS-DRYRUN-OUI
              CLOSE F-EMAIL-REJET
           END-IF.
       3000-TRAITE-RETOURS-END.
           EXIT.

       3010-TRAITE-UN-RETOUR-START.
           MOVE SPACES TO WS-RET-CODE WS-RET-ID WS-RET-RESULTAT.
           UNSTRING REC-F-RETOUR DELIMITED BY '*'
              INTO WS-RET-CODE WS-RET-ID WS-RET-RESULTAT.
           MOVE FUNCTION UPPER-CASE(WS-RET-RESULTAT)
              TO WS-RET-RESULTAT.
           IF (WS-RET-CODE = SPACES) OR (WS-RET-ID = SPACES)
              MOVE 'CODE CAMPAGNE OU ID ABSENT' TO WS-MOTIF
              PERFORM 3050-ECRIT-REJET-START
                 THRU 3050-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-RETOUR-END
           END-IF.
           IF NOT WS-RET-RESULTAT-OK
              MOVE 'RESULTAT INCONNU' TO WS-MOTIF
              PERFORM 3050-ECRIT-REJET-START
                 THRU 3050-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-RETOUR-END
           END-IF.
           MOVE 'N' TO WS-TROUVE.
           SET IDX-CA TO 1.
           IF WS-NB-CA > 0
              SEARCH WS-CA-TAB
                 AT END
                    CONTINUE
                 WHEN WS-CA-CODE(IDX-CA) = WS-RET-CODE
                    SET WS-EST-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT WS-EST-TROUVE
              MOVE 'CAMPAGNE ABSENTE DE LA SYNTHESE' TO WS-MOTIF
              PERFORM 3050-ECRIT-REJET-START
                 THRU 3050-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-RETOUR-END
           END-IF.

           MOVE WS-RET-CODE     TO SQL-RT-CODE.
           MOVE WS-RET-ID       TO SQL-RT-ID.
           MOVE WS-RET-RESULTAT TO SQL-RT-RESULTAT.
           MOVE WS-DATE-JOUR    TO SQL-RT-DATE.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
              WHERE ID = :SQL-RT-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG = 0
              MOVE 'ID ABSENT DE DATABANK' TO WS-MOTIF
              PERFORM 3050-ECRIT-REJET-START
                 THRU 3050-ECRIT-REJET-END
              GO TO 3010-TRAITE-UN-RETOUR-END
           END-IF.

      *    un retour déjà chargé (fichier rejoué) est ignoré, avec
      *    ses effets sur les exclusions et les consentements
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM CAMPAGNE_RETOUR
              WHERE CODE = :SQL-RT-CODE AND ID = :SQL-RT-ID
              AND RESULTAT = :SQL-RT-RESULTAT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT CAMPAGNE_RETOUR' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG > 0
              ADD 1 TO WS-NB-DEJA-CHARGES
              GO TO 3010-TRAITE-UN-RETOUR-END
           END-IF.
           EXEC SQL
              INSERT INTO CAMPAGNE_RETOUR
                 (CODE, ID, RESULTAT, DATE_RETOUR)
              VALUES (:SQL-RT-CODE, :SQL-RT-ID, :SQL-RT-RESULTAT,
                      :SQL-RT-DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT CAMPAGNE_RETOUR' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           ADD 1 TO WS-NB-CHARGES.

           IF WS-RET-REBOND-DUR
              PERFORM 3020-AJOUTE-REBOND-START
                 THRU 3020-AJOUTE-REBOND-END
           END-IF.
           IF WS-RET-DESINSCRIT
              PERFORM 3030-DESINSCRIT-START
                 THRU 3030-DESINSCRIT-END
           END-IF.
       3010-TRAITE-UN-RETOUR-END.
           EXIT.

      *    Rebond dur : l'adresse de l'individu ne doit plus partir
      *    dans aucune campagne
       3020-AJOUTE-REBOND-START.
           EXEC SQL
              SELECT COALESCE(EMAIL, ' ') INTO :SQL-RT-EMAIL
              FROM DATABANK
              WHERE ID = :SQL-RT-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE EMAIL REBOND' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-RT-EMAIL = SPACES
              GO TO 3020-AJOUTE-REBOND-END
           END-IF.
           MOVE 'N' TO WS-TROUVE.
           SET IDX-EX TO 1.
           IF WS-NB-EX > 0
              SEARCH WS-EX-TAB
                 AT END
                    CONTINUE
                 WHEN WS-EX-EMAIL(IDX-EX) = SQL-RT-EMAIL
                    SET WS-EST-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF WS-EST-TROUVE
              GO TO 3020-AJOUTE-REBOND-END
           END-IF.
           IF WS-NB-EX < 500
              ADD 1 TO WS-NB-EX
              MOVE SQL-RT-EMAIL TO WS-EX-EMAIL(WS-NB-EX)
           END-IF.
           ADD 1 TO WS-NB-REBONDS-AJ.
           IF NOT WS-DRYRUN-OUI
              MOVE SPACES TO REC-F-EMAIL-REJET
              MOVE SQL-RT-ID    TO REC-EMREJ-ID
              MOVE SQL-RT-EMAIL TO REC-EMREJ-EMAIL
              MOVE 'REBOND'     TO REC-EMREJ-ORIGINE
              WRITE REC-F-EMAIL-REJET
           END-IF.
       3020-AJOUTE-REBOND-END.
           EXIT.

      *    Désinscription : opposition EMAIL dans le registre des
      *    consentements, source 'MAILING <code campagne>'
       3030-DESINSCRIT-START.
           MOVE SPACES TO SQL-RT-SOURCE.
           STRING 'MAILING ' WS-RET-CODE
           DELIMITED BY SIZE
           INTO SQL-RT-SOURCE.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM CONSENTEMENT
              WHERE ID = :SQL-RT-ID AND CANAL = 'EMAIL'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT CONSENTEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG = 0
              EXEC SQL
                 INSERT INTO CONSENTEMENT
                    (ID, CANAL, STATUT, DATE_CONSENT, SOURCE)
                 VALUES (:SQL-RT-ID, 'EMAIL', 'N', :SQL-RT-DATE,
                         :SQL-RT-SOURCE)
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE CONSENTEMENT
                 SET STATUT       = 'N',
                     DATE_CONSENT = :SQL-RT-DATE,
                     SOURCE       = :SQL-RT-SOURCE
                 WHERE ID = :SQL-RT-ID AND CANAL = 'EMAIL'
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ CONSENTEMENT DESINSCRIPTION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           ADD 1 TO WS-NB-DESINSCRITS.
       3030-DESINSCRIT-END.
           EXIT.

       3050-ECRIT-REJET-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO REC-F-REJET.
           MOVE REC-F-RETOUR TO REC-REJ-RETOUR.
           MOVE WS-MOTIF     TO REC-REJ-MOTIF.
           WRITE REC-F-REJET.
       3050-ECRIT-REJET-END.
           EXIT.

      *    Rapport des résultats par campagne, pays et tranche
      *    d'âge (mêmes tranches que le croisement genre/âge
      *    d'exosql01) ; un individu compte une fois par résultat,
      *    un clic ou une désinscription valant délivrance
       5000-RAPPORT-START.
           EXEC SQL
              DECLARE CRRESULT CURSOR FOR
                 SELECT r.CODE,
                    COALESCE(d.COUNTRY_CODE, '??'),
                    CASE
                       WHEN d.AGE IS NULL THEN 'INCONNU'
                       WHEN d.AGE < 18 THEN '0-17'
                       WHEN d.AGE BETWEEN 18 AND 25 THEN '18-25'
                       WHEN d.AGE BETWEEN 26 AND 35 THEN '26-35'
                       WHEN d.AGE BETWEEN 36 AND 50 THEN '36-50'
                       WHEN d.AGE BETWEEN 51 AND 65 THEN '51-65'
                       ELSE '66+'
                    END AS TRANCHE,
                    COUNT(DISTINCT CASE WHEN r.RESULTAT IN
                       ('DELIVRE', 'OUVERT', 'CLIQUE', 'DESINSCRIT')
                       THEN r.ID END),
                    COUNT(DISTINCT CASE WHEN r.RESULTAT IN
                       ('REBOND-DUR', 'REBOND-TEMP')
                       THEN r.ID END),
                    COUNT(DISTINCT CASE WHEN r.RESULTAT IN
                       ('OUVERT', 'CLIQUE') THEN r.ID END),
                    COUNT(DISTINCT CASE WHEN r.RESULTAT = 'CLIQUE'
                       THEN r.ID END),
                    COUNT(DISTINCT CASE WHEN r.RESULTAT = 'DESINSCRIT'
                       THEN r.ID END)
                 FROM CAMPAGNE_RETOUR r LEFT JOIN DATABANK d
                 ON CAST(d.ID AS VARCHAR) = TRIM(r.ID)
                 GROUP BY 1, 2, 3
                 ORDER BY 1, 2, 3
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECLARATION RESULTATS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              OPEN CRRESULT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE RESULTATS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT F-RESULTAT.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'RESULTATS DES CAMPAGNES AU ' WS-DATE-JOUR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
           MOVE ALL '=' TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
           MOVE SPACES TO WS-CODE-PREC.

           EXEC SQL
              FETCH CRRESULT
              INTO :SQL-RS-CODE, :SQL-RS-PAYS, :SQL-RS-TRANCHE,
                   :SQL-RS-DELIV, :SQL-RS-REBOND, :SQL-RS-OUVERT,
                   :SQL-RS-CLIQUE, :SQL-RS-DESINSC
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
              MOVE 'LECTURE 1 RESULTATS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           PERFORM UNTIL (SQLCODE = FIN)
              IF SQL-RS-CODE NOT = WS-CODE-PREC
                 IF WS-CODE-PREC NOT = SPACES
                    PERFORM 5030-TOTAL-CAMPAGNE-START
                       THRU 5030-TOTAL-CAMPAGNE-END
                 END-IF
                 PERFORM 5010-ENTETE-CAMPAGNE-START
                    THRU 5010-ENTETE-CAMPAGNE-END
              END-IF
              PERFORM 5020-LIGNE-SEGMENT-START
                 THRU 5020-LIGNE-SEGMENT-END
              EXEC SQL
                 FETCH CRRESULT
                 INTO :SQL-RS-CODE, :SQL-RS-PAYS, :SQL-RS-TRANCHE,
                      :SQL-RS-DELIV, :SQL-RS-REBOND, :SQL-RS-OUVERT,
                      :SQL-RS-CLIQUE, :SQL-RS-DESINSC
              END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                 MOVE 'LECTURE SUIVANTE RESULTATS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-PERFORM.
           IF WS-CODE-PREC NOT = SPACES
              PERFORM 5030-TOTAL-CAMPAGNE-START
                 THRU 5030-TOTAL-CAMPAGNE-END
           ELSE
              MOVE 'AUCUN RETOUR DE CAMPAGNE ENREGISTRE'
                 TO REC-F-RESULTAT
              WRITE REC-F-RESULTAT
           END-IF.
           CLOSE F-RESULTAT.
           EXEC SQL
              CLOSE CRRESULT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'FERMETURE RESULTATS' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
       5000-RAPPORT-END.
           EXIT.

      *    En-tête d'une campagne : le nombre d'envoyés vient de la
      *    synthèse quand la campagne y figure encore
       5010-ENTETE-CAMPAGNE-START.
           MOVE SQL-RS-CODE TO WS-CODE-PREC.
           INITIALIZE WS-TOT-DELIV WS-TOT-REBOND WS-TOT-OUVERT
                      WS-TOT-CLIQUE WS-TOT-DESINSC WS-TOT-ENVOYES.
           SET IDX-CA TO 1.
           IF WS-NB-CA > 0
              SEARCH WS-CA-TAB
                 AT END
                    CONTINUE
                 WHEN WS-CA-CODE(IDX-CA) = SQL-RS-CODE
                    MOVE WS-CA-ENVOYES(IDX-CA) TO WS-TOT-ENVOYES
              END-SEARCH
           END-IF.
           MOVE SPACES TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
           MOVE ALL SPACE TO WS-LIG-RAP.
           IF WS-TOT-ENVOYES > 0
              MOVE WS-TOT-ENVOYES TO WS-ENVOYES-Z
              STRING 'CAMPAGNE ' SQL-RS-CODE
                     ' - ENVOYES (SYNTHESE) ' WS-ENVOYES-Z
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING 'CAMPAGNE ' SQL-RS-CODE
                     ' - ENVOYES (SYNTHESE) NON DISPONIBLE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
           MOVE WS-LIG-RES-ENT TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
       5010-ENTETE-CAMPAGNE-END.
           EXIT.

       5020-LIGNE-SEGMENT-START.
           ADD SQL-RS-DELIV   TO WS-TOT-DELIV.
           ADD SQL-RS-REBOND  TO WS-TOT-REBOND.
           ADD SQL-RS-OUVERT  TO WS-TOT-OUVERT.
           ADD SQL-RS-CLIQUE  TO WS-TOT-CLIQUE.
           ADD SQL-RS-DESINSC TO WS-TOT-DESINSC.
           MOVE SQL-RS-PAYS    TO WS-RSD-PAYS.
           MOVE SQL-RS-TRANCHE TO WS-RSD-TRANCHE.
           MOVE SQL-RS-DELIV   TO WS-RSD-DELIV    WS-CALC-DELIV.
           MOVE SQL-RS-REBOND  TO WS-RSD-REBOND   WS-CALC-REBOND.
           MOVE SQL-RS-OUVERT  TO WS-RSD-OUVERT   WS-CALC-OUVERT.
           MOVE SQL-RS-CLIQUE  TO WS-RSD-CLIQUE   WS-CALC-CLIQUE.
           MOVE SQL-RS-DESINSC TO WS-RSD-DESINSC.
           COMPUTE WS-CALC-ENVOYES = SQL-RS-DELIV + SQL-RS-REBOND.
           PERFORM 5040-CALCULE-TAUX-START THRU 5040-CALCULE-TAUX-END.
           MOVE WS-LIG-RES-DET TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
       5020-LIGNE-SEGMENT-END.
           EXIT.

      *    Total de la campagne : la délivrance se rapporte aux
      *    envoyés de la synthèse quand ils sont connus
       5030-TOTAL-CAMPAGNE-START.
           MOVE 'TOTAL'        TO WS-RSD-PAYS.
           MOVE SPACES         TO WS-RSD-TRANCHE.
           MOVE WS-TOT-DELIV   TO WS-RSD-DELIV    WS-CALC-DELIV.
           MOVE WS-TOT-REBOND  TO WS-RSD-REBOND   WS-CALC-REBOND.
           MOVE WS-TOT-OUVERT  TO WS-RSD-OUVERT   WS-CALC-OUVERT.
           MOVE WS-TOT-CLIQUE  TO WS-RSD-CLIQUE   WS-CALC-CLIQUE.
           MOVE WS-TOT-DESINSC TO WS-RSD-DESINSC.
           IF WS-TOT-ENVOYES > 0
              MOVE WS-TOT-ENVOYES TO WS-CALC-ENVOYES
           ELSE
              COMPUTE WS-CALC-ENVOYES = WS-TOT-DELIV + WS-TOT-REBOND
           END-IF.
           PERFORM 5040-CALCULE-TAUX-START THRU 5040-CALCULE-TAUX-END.
           MOVE ALL '-' TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
           MOVE WS-LIG-RES-DET TO REC-F-RESULTAT.
           WRITE REC-F-RESULTAT.
       5030-TOTAL-CAMPAGNE-END.
           EXIT.

       5040-CALCULE-TAUX-START.
           MOVE 0 TO WS-TAUX.
           IF WS-CALC-ENVOYES > 0
              COMPUTE WS-TAUX ROUNDED =
                 (WS-CALC-DELIV * 100) / WS-CALC-ENVOYES
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-TAUX
              END-COMPUTE
           END-IF.
           MOVE WS-TAUX TO WS-RSD-PCT-DELIV.
           MOVE 0 TO WS-TAUX.
           IF WS-CALC-DELIV > 0
              COMPUTE WS-TAUX ROUNDED =
                 (WS-CALC-OUVERT * 100) / WS-CALC-DELIV
           END-IF.
           MOVE WS-TAUX TO WS-RSD-PCT-OUVERT.
           MOVE 0 TO WS-TAUX.
           IF WS-CALC-DELIV > 0
              COMPUTE WS-TAUX ROUNDED =
                 (WS-CALC-CLIQUE * 100) / WS-CALC-DELIV
           END-IF.
           MOVE WS-TAUX TO WS-RSD-PCT-REPONS.
       5040-CALCULE-TAUX-END.
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

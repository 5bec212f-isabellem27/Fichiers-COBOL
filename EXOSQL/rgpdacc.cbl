      ******************************************************************
      * RGPDACC: Droit d'accès sur DATABANK.                           *
      *          rgpdeff traite l'effacement ; la demande "envoyez-moi *
      *          tout ce que vous détenez sur moi" était encore        *
      *          servie en SQL manuel. Le fichier                      *
      *          rgpd-acces-demandes.txt (référence '*' date de        *
      *          réception AAAAMMJJ '*' ID '*' nom '*' email ; l'ID    *
      *          peut manquer, le nom et l'email identifient alors     *
      *          l'individu) produit, par demande, un relevé lisible   *
      *          pour le service juridique dans                        *
      *          rgpd-releve-<référence>.dat :                         *
      *            - la ligne DATABANK de l'individu,                  *
      *            - ses lignes des audits correction-pays-audit.dat,  *
      *              email-audit.dat, ajout-audit.dat et               *
      *              restauration-audit.dat,                           *
      *            - les campagnes où il a été extrait (fichiers       *
      *              campagne-<code>.dat de la dernière synthèse et    *
      *              belgique-export.dat) et leurs retours,            *
      *            - ses consentements (table CONSENTEMENT).           *
      *          Chaque demande est inscrite au registre               *
      *          rgpd-acces-registre.dat avec son échéance de réponse  *
      *          (réception + un mois, via datecalc) ; le suivi des    *
      *          échéances est réédité à chaque passage dans           *
      *          rgpd-acces-suivi.dat.                                 *
      *          Le programme ne met pas DATABANK à jour.              *
      *                                                                *
      * Date de création : le 15/10/2026                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rgpdacc.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEMANDE
               ASSIGN TO 'rgpd-acces-demandes.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DEMANDE-STATUS.

      *    relevé de la demande en cours, nom construit par
      *    4000-ECRIT-RELEVE (rgpd-releve-<référence>.dat)
           SELECT F-RELEVE
               ASSIGN TO WS-RELEVE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RELEVE-STATUS.

      *    registre des demandes d'accès, à la suite des passages
      *    précédents
           SELECT F-REGISTRE
               ASSIGN TO 'rgpd-acces-registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

           SELECT F-SUIVI
               ASSIGN TO 'rgpd-acces-suivi.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SUIVI-STATUS.

      *    audits des nettoyages d'exosql01, de nouvind et de restaud
           SELECT F-AUD-PAYS
               ASSIGN TO 'correction-pays-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUD-PAYS-STATUS.

           SELECT F-AUD-EMAIL
               ASSIGN TO 'email-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUD-EMAIL-STATUS.

           SELECT F-AUD-AJOUT
               ASSIGN TO 'ajout-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUD-AJOUT-STATUS.

           SELECT F-AUD-REST
               ASSIGN TO 'restauration-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUD-REST-STATUS.

      *    campagnes connues : celles de la dernière synthèse
           SELECT F-SYNTHESE
               ASSIGN TO 'campagnes-synthese.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SYNTHESE-STATUS.

      *    export de campagne parcouru, nom servi par la table des
      *    campagnes (campagne-<code>.dat ou belgique-export.dat)
           SELECT F-EXPORT
               ASSIGN TO WS-EXPORT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPORT-STATUS.

           SELECT DB-PARAM
               ASSIGN TO 'dbconnex-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-DEMANDE
           RECORD CONTAINS 1 TO 160 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-DEMANDE        PIC X(160).

       FD  F-RELEVE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RELEVE         PIC X(132).

      *    une ligne par passage d'une demande ; la dernière ligne
      *    d'une référence donne son état
       FD  F-REGISTRE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGISTRE.
           05 REC-REG-REF         PIC X(12).
           05 FILLER              PIC X.
           05 REC-REG-RECU        PIC X(8).
           05 FILLER              PIC X.
           05 REC-REG-ECHEANCE    PIC X(8).
           05 FILLER              PIC X.
           05 REC-REG-STATUT      PIC X(14).
           05 FILLER              PIC X.
           05 REC-REG-TRAITE      PIC X(8).
           05 FILLER              PIC X.
           05 REC-REG-ID          PIC X(40).
           05 FILLER              PIC X(5).

       FD  F-SUIVI
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SUIVI          PIC X(132).

      *    même dessin que dans exosql01 (REC-F-AUDIT-CORR)
       FD  F-AUD-PAYS
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AUD-PAYS.
           05 AUD-P-ID            PIC X(40).
           05 FILLER              PIC X.
           05 AUD-P-AVANT         PIC X(02).
           05 FILLER              PIC X.
           05 AUD-P-APRES         PIC X(02).
           05 FILLER              PIC X(34).

      *    même dessin que dans exosql01 (REC-F-EMAIL-AUDIT)
       FD  F-AUD-EMAIL
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AUD-EMAIL.
           05 AUD-E-ID            PIC X(40).
           05 FILLER              PIC X.
           05 AUD-E-AVANT         PIC X(50).
           05 FILLER              PIC X.
           05 AUD-E-APRES         PIC X(8).

      *    même dessin que dans nouvind
       FD  F-AUD-AJOUT
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AUD-AJOUT.
           05 AUD-A-ID            PIC X(40).
           05 FILLER              PIC X.
           05 AUD-A-AVANT         PIC X(8).
           05 FILLER              PIC X.
           05 AUD-A-APRES         PIC X(8).
           05 FILLER              PIC X.
           05 AUD-A-DATE          PIC X(10).
           05 FILLER              PIC X(31).

      *    traces libres de restaud : date puis AUDIT=... ID=...
       FD  F-AUD-REST
           RECORD CONTAINS 1 TO 120 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AUD-REST       PIC X(120).

       FD  F-SYNTHESE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SYNTHESE       PIC X(132).

      *    même dessin que belgique-export.dat (exosql01)
       FD  F-EXPORT
           RECORD CONTAINS 240 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXPORT.
           05 REC-EXP-ID          PIC X(40).
           05 REC-EXP-LASTNAME    PIC X(50).
           05 REC-EXP-FIRSTNAME   PIC X(50).
           05 REC-EXP-EMAIL       PIC X(50).
           05 REC-EXP-PHRASE      PIC X(50).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       WORKING-STORAGE SECTION.
       01  F-DEMANDE-STATUS     PIC X(02)   VALUE SPACE .
           88 F-DEMANDE-STATUS-OK           VALUE '00'.
           88 F-DEMANDE-STATUS-EOF          VALUE '10'.
           88 F-DEMANDE-STATUS-NOFILE       VALUE '35'.

       01  F-RELEVE-STATUS      PIC X(02)   VALUE SPACE .
           88 F-RELEVE-STATUS-OK            VALUE '00'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK          VALUE '00'.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.

       01  F-SUIVI-STATUS       PIC X(02)   VALUE SPACE .
           88 F-SUIVI-STATUS-OK             VALUE '00'.

       01  F-AUD-PAYS-STATUS    PIC X(02)   VALUE SPACE .
           88 F-AUD-PAYS-STATUS-OK          VALUE '00'.
           88 F-AUD-PAYS-STATUS-EOF         VALUE '10'.

       01  F-AUD-EMAIL-STATUS   PIC X(02)   VALUE SPACE .
           88 F-AUD-EMAIL-STATUS-OK         VALUE '00'.
           88 F-AUD-EMAIL-STATUS-EOF        VALUE '10'.

       01  F-AUD-AJOUT-STATUS   PIC X(02)   VALUE SPACE .
           88 F-AUD-AJOUT-STATUS-OK         VALUE '00'.
           88 F-AUD-AJOUT-STATUS-EOF        VALUE '10'.

       01  F-AUD-REST-STATUS    PIC X(02)   VALUE SPACE .
           88 F-AUD-REST-STATUS-OK          VALUE '00'.
           88 F-AUD-REST-STATUS-EOF         VALUE '10'.

       01  F-SYNTHESE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-SYNTHESE-STATUS-OK          VALUE '00'.
           88 F-SYNTHESE-STATUS-EOF         VALUE '10'.

       01  F-EXPORT-STATUS      PIC X(02)   VALUE SPACE .
           88 F-EXPORT-STATUS-OK            VALUE '00'.
           88 F-EXPORT-STATUS-EOF           VALUE '10'.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

       01  WS-RELEVE-FILENAME   PIC X(30)   VALUE SPACES.
       01  WS-EXPORT-FILENAME   PIC X(30)   VALUE SPACES.

      *    campagnes dont les exports sont parcourus : celles de la
      *    synthèse, plus l'export belge d'exosql01
       01  WS-NB-CA             PIC 9(3)    VALUE 0     .
       01  WS-IND-CA            PIC 9(3)    VALUE 0     .
       01  WS-CA-TAB.
           05 WS-CA-ENT OCCURS 200 TIMES.
              10 WS-CA-CODE     PIC X(8) .
              10 WS-CA-FICHIER  PIC X(30).

      *    présence des tables tenues par consent et retcamp
       01  WS-TAB-CONSENT       PIC X       VALUE 'N'   .
           88 WS-TAB-CONSENT-OK             VALUE 'O'   .
       01  WS-TAB-RETOUR        PIC X       VALUE 'N'   .
           88 WS-TAB-RETOUR-OK              VALUE 'O'   .

      *    découpage d'une demande
       01  WS-DEM-REF           PIC X(12)   VALUE SPACES.
       01  WS-DEM-RECU          PIC X(8)    VALUE SPACES.
       01  WS-DEM-ID            PIC X(40)   VALUE SPACES.
       01  WS-DEM-NOM           PIC X(50)   VALUE SPACES.
       01  WS-DEM-EMAIL         PIC X(50)   VALUE SPACES.

      *    état de la demande inscrit au registre
       01  WS-STATUT            PIC X(14)   VALUE SPACES.
           88 WS-STATUT-REPONDUE            VALUE 'REPONDUE'.
           88 WS-STATUT-AUCUNE              VALUE 'AUCUNE DONNEE'.
           88 WS-STATUT-A-IDENTIFIER        VALUE 'A IDENTIFIER'.
           88 WS-STATUT-REJETEE             VALUE 'REJETEE'.

      *    échéance de réponse : réception + un mois ; un jour
      *    inexistant dans le mois d'arrivée (31/04, 30/02...) est
      *    ramené au dernier jour du mois
       01  WS-ECHEANCE          PIC X(8)    VALUE SPACES.
       01  WS-ECH-DET REDEFINES WS-ECHEANCE.
           05 WS-ECH-AAAA       PIC 9(4).
           05 WS-ECH-MM         PIC 99.
           05 WS-ECH-JJ         PIC 99.

       01  WS-CUR-DATE          PIC X(21)   VALUE SPACES.
       01  WS-DATE-JOUR         PIC X(8)    VALUE SPACES.
       01  WS-DATE-AAAAMMJJ     PIC X(8)    VALUE SPACES.
       01  WS-DATE-ED           PIC X(10)   VALUE SPACES.
       01  WS-RECU-ED           PIC X(10)   VALUE SPACES.
       01  WS-ECHEANCE-ED       PIC X(10)   VALUE SPACES.

      *    recherche de l'individu dans les traces libres de restaud
       01  WS-CLE-REST          PIC X(45)   VALUE SPACES.
       01  WS-CLE-REST-LG       PIC 99      VALUE 0     .
       01  WS-NB-OCC            PIC 99      VALUE 0     .
       01  WS-NB-SIMUL          PIC 99      VALUE 0     .

       01  WS-NB-LIG-SECTION    PIC 9(5)    VALUE 0     .
       01  WS-NB-DEMANDES       PIC 9(5)    VALUE 0     .
       01  WS-NB-RELEVES        PIC 9(5)    VALUE 0     .
       01  WS-NB-A-IDENTIFIER   PIC 9(5)    VALUE 0     .
       01  WS-NB-REJETEES       PIC 9(5)    VALUE 0     .

      *    suivi des échéances : dernier état connu de chaque
      *    référence du registre
       01  WS-NB-SV             PIC 9(3)    VALUE 0     .
       01  WS-IND-SV            PIC 9(3)    VALUE 0     .
       01  WS-SV-TAB.
           05 WS-SV-ENT OCCURS 500 TIMES.
              10 WS-SV-REF      PIC X(12).
              10 WS-SV-RECU     PIC X(8) .
              10 WS-SV-ECHEANCE PIC X(8) .
              10 WS-SV-STATUT   PIC X(14).
              10 WS-SV-TRAITE   PIC X(8) .
       01  WS-SV-DELAI          PIC X(30)   VALUE SPACES.
       01  WS-SV-JOURS          PIC ZZZZ9               .
       01  WS-NB-EN-ATTENTE     PIC 9(5)    VALUE 0     .
       01  WS-NB-ECHUES         PIC 9(5)    VALUE 0     .
       01  WS-NB-HORS-DELAI     PIC 9(5)    VALUE 0     .

       01  WS-LIG-RAP           PIC X(132)  VALUE SPACES.

      * Gestion des erreurs
       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du calculateur de dates commun (datecalc)
           COPY DATECALC.

      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME     PIC X(30)    VALUE  SPACE            .
       01  USERNAME   PIC X(30)    VALUE  SPACE            .
       01  PASSWD     PIC X(10)    VALUE  SPACE            .

       01  SQL-ACC-ID           PIC X(40)   .
       01  SQL-ACC-NOM          PIC X(50)   .
       01  SQL-ACC-EMAIL        PIC X(50)   .
       01  SQL-NB-LIG           PIC 9(5)    .
       01  SQL-NB-TAB           PIC 9(5)    .
      *    ligne DATABANK de l'individu
       01  SQL-INDIVIDU.
           05 SQL-IN-NOM        PIC X(50)   .
           05 SQL-IN-PRENOM     PIC X(50)   .
           05 SQL-IN-EMAIL      PIC X(50)   .
           05 SQL-IN-GENRE      PIC X(50)   .
           05 SQL-IN-AGE        PIC X(5)    .
           05 SQL-IN-PAYS-CODE  PIC X(2)    .
           05 SQL-IN-PAYS       PIC X(50)   .
           05 SQL-IN-PHRASE     PIC X(50)   .
      *    consentements
       01  SQL-CS-CANAL         PIC X(10)   .
       01  SQL-CS-STATUT        PIC X(1)    .
       01  SQL-CS-DATE          PIC X(10)   .
       01  SQL-CS-SOURCE        PIC X(20)   .
      *    retours de campagne
       01  SQL-RT-CODE          PIC X(8)    .
       01  SQL-RT-RESULTAT      PIC X(12)   .
       01  SQL-RT-DATE          PIC X(10)   .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *0000-Main-start
      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-DATE-JOUR.

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

           PERFORM 1010-VERIF-TABLES-START THRU 1010-VERIF-TABLES-END.
           PERFORM 1020-CHARGE-CAMPAGNES-START
                THRU 1020-CHARGE-CAMPAGNES-END.
           PERFORM 5005-CHARGE-REGISTRE-START
                THRU 5005-CHARGE-REGISTRE-END.
           PERFORM 3000-TRAITE-DEMANDES-START
                THRU 3000-TRAITE-DEMANDES-END.
           PERFORM 5000-SUIVI-ECHEANCES-START
                THRU 5000-SUIVI-ECHEANCES-END.

           DISPLAY 'DEMANDES LUES         :' SPACE WS-NB-DEMANDES.
           DISPLAY 'RELEVES ECRITS        :' SPACE WS-NB-RELEVES.
           DISPLAY 'A IDENTIFIER          :' SPACE WS-NB-A-IDENTIFIER.
           DISPLAY 'DEMANDES REJETEES     :' SPACE WS-NB-REJETEES.
           DISPLAY 'EN ATTENTE / ECHUES   :' SPACE WS-NB-EN-ATTENTE
              SPACE '/' SPACE WS-NB-ECHUES.

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
           MOVE 'rgpdacc' TO JR-PROGRAMME.
           MOVE WS-NB-DEMANDES TO JR-NB-LUS.
           MOVE WS-NB-RELEVES  TO JR-NB-ECRITS.
           MOVE WS-NB-REJETEES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9055-ECRIT-JOURNAL-END.
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

      *    CONSENTEMENT et CAMPAGNE_RETOUR ne sont créées qu'au
      *    premier passage de consent et de retcamp : une table
      *    absente donne simplement une rubrique vide au relevé
       1010-VERIF-TABLES-START.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-TAB
              FROM INFORMATION_SCHEMA.TABLES
              WHERE UPPER(TABLE_NAME) = 'CONSENTEMENT'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'VERIFICATION TABLE CONSENTEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-TAB > 0
              SET WS-TAB-CONSENT-OK TO TRUE
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-TAB
              FROM INFORMATION_SCHEMA.TABLES
              WHERE UPPER(TABLE_NAME) = 'CAMPAGNE_RETOUR'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'VERIFICATION TABLE CAMPAGNE_RETOUR' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-TAB > 0
              SET WS-TAB-RETOUR-OK TO TRUE
           END-IF.
       1010-VERIF-TABLES-END.
           EXIT.

      *    Les campagnes connues sont celles de la dernière
      *    synthèse (lignes 'CAMPAGNE <code> ...'), comme dans
      *    retcamp ; synthèse absente = aucune campagne générique.
      *    L'export belge d'exosql01 est toujours parcouru.
       1020-CHARGE-CAMPAGNES-START.
           MOVE 1 TO WS-NB-CA.
           MOVE 'BELGIQUE'            TO WS-CA-CODE(1).
           MOVE 'belgique-export.dat' TO WS-CA-FICHIER(1).
           OPEN INPUT F-SYNTHESE.
           IF NOT F-SYNTHESE-STATUS-OK
              GO TO 1020-CHARGE-CAMPAGNES-END
           END-IF.
           READ F-SYNTHESE.
           PERFORM UNTIL F-SYNTHESE-STATUS-EOF
                      OR (WS-NB-CA >= 200)
              IF REC-F-SYNTHESE(1:9) = 'CAMPAGNE '
                 ADD 1 TO WS-NB-CA
                 MOVE REC-F-SYNTHESE(10:8) TO WS-CA-CODE(WS-NB-CA)
                 MOVE SPACES TO WS-CA-FICHIER(WS-NB-CA)
                 STRING 'campagne-'
                        FUNCTION TRIM(WS-CA-CODE(WS-NB-CA)) '.dat'
                 DELIMITED BY SIZE
                 INTO WS-CA-FICHIER(WS-NB-CA)
              END-IF
              READ F-SYNTHESE
           END-PERFORM.
           CLOSE F-SYNTHESE.
       1020-CHARGE-CAMPAGNES-END.
           EXIT.

       3000-TRAITE-DEMANDES-START.
           OPEN INPUT F-DEMANDE.
           IF F-DEMANDE-STATUS-NOFILE
              DISPLAY 'RGPD-ACCES-DEMANDES.TXT INTROUVABLE - AUCUNE '
                 'DEMANDE D''ACCES'
              GO TO 3000-TRAITE-DEMANDES-END
           END-IF.
           OPEN EXTEND F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
              OPEN OUTPUT F-REGISTRE
           END-IF.
           READ F-DEMANDE.
           PERFORM UNTIL F-DEMANDE-STATUS-EOF
              IF REC-F-DEMANDE NOT = SPACES
                 ADD 1 TO WS-NB-DEMANDES
                 PERFORM 3010-TRAITE-UNE-DEMANDE-START
                    THRU 3010-TRAITE-UNE-DEMANDE-END
              END-IF
              READ F-DEMANDE
           END-PERFORM.
           CLOSE F-DEMANDE.
           CLOSE F-REGISTRE.
       3000-TRAITE-DEMANDES-END.
           EXIT.

       3010-TRAITE-UNE-DEMANDE-START.
           MOVE SPACES TO WS-DEM-REF WS-DEM-RECU WS-DEM-ID WS-DEM-NOM
                          WS-DEM-EMAIL WS-ECHEANCE WS-STATUT.
           UNSTRING REC-F-DEMANDE DELIMITED BY '*'
              INTO WS-DEM-REF WS-DEM-RECU WS-DEM-ID WS-DEM-NOM
                   WS-DEM-EMAIL.
      *    date de réception absente : la demande arrive ce jour
           IF WS-DEM-RECU = SPACES
              MOVE WS-DATE-JOUR TO WS-DEM-RECU
           END-IF.

      *    sans référence ni date valide la demande ne peut être
      *    suivie : rejet au registre, pas de relevé
           IF WS-DEM-REF = SPACES
              DISPLAY 'DEMANDE SANS REFERENCE IGNOREE :' SPACE
                 FUNCTION TRIM(REC-F-DEMANDE)
              ADD 1 TO WS-NB-REJETEES
              GO TO 3010-TRAITE-UNE-DEMANDE-END
           END-IF.
      *    une demande déjà répondue n'est pas retraitée : sa date
      *    de réponse au registre fait foi pour le délai
           PERFORM VARYING WS-IND-SV FROM 1 BY 1
                   UNTIL (WS-IND-SV > WS-NB-SV)
                      OR (WS-SV-REF(WS-IND-SV) = WS-DEM-REF)
              CONTINUE
           END-PERFORM.
           IF WS-IND-SV <= WS-NB-SV
              IF (WS-SV-STATUT(WS-IND-SV) = 'REPONDUE')
                 OR (WS-SV-STATUT(WS-IND-SV) = 'AUCUNE DONNEE')
                 DISPLAY 'DEMANDE DEJA REPONDUE IGNOREE :' SPACE
                    WS-DEM-REF
                 GO TO 3010-TRAITE-UNE-DEMANDE-END
              END-IF
           END-IF.
           MOVE 'V' TO DC-ACTION.
           MOVE WS-DEM-RECU TO DC-DATE1.
           PERFORM 9060-APPEL-DATECALC-START
              THRU 9060-APPEL-DATECALC-END.
           IF DC-RC NOT = 0
              SET WS-STATUT-REJETEE TO TRUE
              ADD 1 TO WS-NB-REJETEES
              PERFORM 3040-ECRIT-REGISTRE-START
                 THRU 3040-ECRIT-REGISTRE-END
              GO TO 3010-TRAITE-UNE-DEMANDE-END
           END-IF.
           PERFORM 3030-CALCULE-ECHEANCE-START
              THRU 3030-CALCULE-ECHEANCE-END.

           PERFORM 3020-IDENTIFIE-START THRU 3020-IDENTIFIE-END.
           IF WS-STATUT-A-IDENTIFIER
              ADD 1 TO WS-NB-A-IDENTIFIER
           ELSE
              PERFORM 4000-ECRIT-RELEVE-START
                 THRU 4000-ECRIT-RELEVE-END
           END-IF.
           PERFORM 3040-ECRIT-REGISTRE-START
              THRU 3040-ECRIT-REGISTRE-END.
       3010-TRAITE-UNE-DEMANDE-END.
           EXIT.

      *    Identification de l'individu : par son ID, sinon par nom
      *    et email normalisés ; plusieurs lignes pour un même nom
      *    et email laissent la demande à identifier (le juridique
      *    redemande l'ID), aucune ligne donne un relevé "aucune
      *    donnée"
       3020-IDENTIFIE-START.
           IF WS-DEM-ID NOT = SPACES
              MOVE WS-DEM-ID TO SQL-ACC-ID
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
                 WHERE ID = :SQL-ACC-ID
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COUNT DEMANDE ID' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           ELSE
              MOVE SPACES TO SQL-ACC-ID
              IF (WS-DEM-NOM = SPACES) OR (WS-DEM-EMAIL = SPACES)
                 SET WS-STATUT-A-IDENTIFIER TO TRUE
                 GO TO 3020-IDENTIFIE-END
              END-IF
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEM-NOM))
                 TO SQL-ACC-NOM
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEM-EMAIL))
                 TO SQL-ACC-EMAIL
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
                 WHERE UPPER(TRIM(LAST_NAME)) = TRIM(:SQL-ACC-NOM)
                 AND   UPPER(TRIM(EMAIL))     = TRIM(:SQL-ACC-EMAIL)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COUNT DEMANDE NOM EMAIL' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              IF SQL-NB-LIG > 1
                 SET WS-STATUT-A-IDENTIFIER TO TRUE
                 GO TO 3020-IDENTIFIE-END
              END-IF
              IF SQL-NB-LIG = 1
                 EXEC SQL
                    SELECT CAST(ID AS VARCHAR) INTO :SQL-ACC-ID
                    FROM DATABANK
                    WHERE UPPER(TRIM(LAST_NAME)) = TRIM(:SQL-ACC-NOM)
                    AND   UPPER(TRIM(EMAIL))     = TRIM(:SQL-ACC-EMAIL)
                 END-EXEC
                 IF  SQLCODE NOT = ZERO
                    MOVE 'SELECT ID NOM EMAIL' TO WS-SQL-LIB
                    PERFORM 9050-ERROR-RTN-START
                         THRU 9050-ERROR-RTN-END
                 END-IF
              END-IF
           END-IF.
           IF SQL-NB-LIG = 0
              SET WS-STATUT-AUCUNE TO TRUE
           ELSE
              SET WS-STATUT-REPONDUE TO TRUE
           END-IF.
       3020-IDENTIFIE-END.
           EXIT.

      *    échéance = même jour du mois suivant, ramené au dernier
      *    jour du mois quand ce jour n'existe pas (contrôle V de
      *    datecalc)
       3030-CALCULE-ECHEANCE-START.
           MOVE WS-DEM-RECU TO WS-ECHEANCE.
           IF WS-ECH-MM = 12
              MOVE 1 TO WS-ECH-MM
              ADD 1 TO WS-ECH-AAAA
           ELSE
              ADD 1 TO WS-ECH-MM
           END-IF.
           MOVE 'V' TO DC-ACTION.
           MOVE WS-ECHEANCE TO DC-DATE1.
           PERFORM 9060-APPEL-DATECALC-START
              THRU 9060-APPEL-DATECALC-END.
           PERFORM UNTIL (DC-RC = 0) OR (WS-ECH-JJ <= 28)
              SUBTRACT 1 FROM WS-ECH-JJ
              MOVE WS-ECHEANCE TO DC-DATE1
              PERFORM 9060-APPEL-DATECALC-START
                 THRU 9060-APPEL-DATECALC-END
           END-PERFORM.
       3030-CALCULE-ECHEANCE-END.
           EXIT.

       3040-ECRIT-REGISTRE-START.
           MOVE SPACES TO REC-F-REGISTRE.
           MOVE WS-DEM-REF   TO REC-REG-REF.
           MOVE WS-DEM-RECU  TO REC-REG-RECU.
           MOVE WS-ECHEANCE  TO REC-REG-ECHEANCE.
           MOVE WS-STATUT    TO REC-REG-STATUT.
           MOVE WS-DATE-JOUR TO REC-REG-TRAITE.
           MOVE SQL-ACC-ID   TO REC-REG-ID.
           IF WS-STATUT-REJETEE
              MOVE WS-DEM-ID TO REC-REG-ID
           END-IF.
           WRITE REC-F-REGISTRE.
       3040-ECRIT-REGISTRE-END.
           EXIT.

      *    Relevé d'une demande, une rubrique par source de données
       4000-ECRIT-RELEVE-START.
           MOVE SPACES TO WS-RELEVE-FILENAME.
           STRING 'rgpd-releve-' FUNCTION TRIM(WS-DEM-REF) '.dat'
           DELIMITED BY SIZE
           INTO WS-RELEVE-FILENAME.
           OPEN OUTPUT F-RELEVE.
           ADD 1 TO WS-NB-RELEVES.

           MOVE WS-DEM-RECU TO WS-DATE-AAAAMMJJ.
           PERFORM 4095-EDITE-DATE-START THRU 4095-EDITE-DATE-END.
           MOVE WS-DATE-ED TO WS-RECU-ED.
           MOVE WS-ECHEANCE TO WS-DATE-AAAAMMJJ.
           PERFORM 4095-EDITE-DATE-START THRU 4095-EDITE-DATE-END.
           MOVE WS-DATE-ED TO WS-ECHEANCE-ED.
           MOVE WS-DATE-JOUR TO WS-DATE-AAAAMMJJ.
           PERFORM 4095-EDITE-DATE-START THRU 4095-EDITE-DATE-END.

           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'RELEVE DES DONNEES PERSONNELLES DETENUES - '
                  'DEMANDE D''ACCES ' FUNCTION TRIM(WS-DEM-REF)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL '=' TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'DEMANDE RECUE LE ' WS-RECU-ED
                  ' - REPONSE DUE AU PLUS TARD LE ' WS-ECHEANCE-ED
                  ' - RELEVE ETABLI LE ' WS-DATE-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.

           IF WS-STATUT-AUCUNE
              MOVE ALL SPACE TO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING 'AUCUNE DONNEE N''EST DETENUE DANS DATABANK POUR '
                     'CETTE DEMANDE ('
                     FUNCTION TRIM(WS-DEM-ID) FUNCTION TRIM(WS-DEM-NOM)
                     SPACE FUNCTION TRIM(WS-DEM-EMAIL) ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
           ELSE
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING 'IDENTIFIANT DE L''INDIVIDU : '
                     FUNCTION TRIM(SQL-ACC-ID)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
              PERFORM 4010-RELEVE-DATABANK-START
                 THRU 4010-RELEVE-DATABANK-END
              PERFORM 4020-RELEVE-AUDITS-START
                 THRU 4020-RELEVE-AUDITS-END
              PERFORM 4030-RELEVE-CAMPAGNES-START
                 THRU 4030-RELEVE-CAMPAGNES-END
              PERFORM 4040-RELEVE-CONSENT-START
                 THRU 4040-RELEVE-CONSENT-END
           END-IF.

           MOVE ALL SPACE TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE 'FIN DU RELEVE' TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           CLOSE F-RELEVE.
       4000-ECRIT-RELEVE-END.
           EXIT.

       4010-RELEVE-DATABANK-START.
           EXEC SQL
              SELECT COALESCE(LAST_NAME, ''),
                     COALESCE(FIRST_NAME, ''),
                     COALESCE(EMAIL, ''),
                     COALESCE(GENDER, ''),
                     COALESCE(CAST(AGE AS VARCHAR), ''),
                     COALESCE(COUNTRY_CODE, ''),
                     COALESCE(COUNTRY, ''),
                     COALESCE(SPOKEN, '')
              INTO :SQL-IN-NOM, :SQL-IN-PRENOM, :SQL-IN-EMAIL,
                   :SQL-IN-GENRE, :SQL-IN-AGE, :SQL-IN-PAYS-CODE,
                   :SQL-IN-PAYS, :SQL-IN-PHRASE
              FROM DATABANK
              WHERE ID = :SQL-ACC-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'SELECT INDIVIDU' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           MOVE ALL SPACE TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE '1. DONNEES D''IDENTIFICATION (DATABANK)'
              TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   NOM              : ' SQL-IN-NOM
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   PRENOM           : ' SQL-IN-PRENOM
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   EMAIL            : ' SQL-IN-EMAIL
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   GENRE            : ' SQL-IN-GENRE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   AGE              : ' SQL-IN-AGE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   PAYS             : ' SQL-IN-PAYS-CODE ' - '
                  SQL-IN-PAYS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING '   PHRASE           : ' SQL-IN-PHRASE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
       4010-RELEVE-DATABANK-END.
           EXIT.

      *    lignes des audits qui concernent l'individu ; un audit
      *    absent n'a simplement rien à dire
       4020-RELEVE-AUDITS-START.
           MOVE ALL SPACE TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE '2. CORRECTIONS, AJOUTS ET RESTAURATIONS (AUDITS)'
              TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE 0 TO WS-NB-LIG-SECTION.

           OPEN INPUT F-AUD-PAYS.
           IF F-AUD-PAYS-STATUS-OK
              READ F-AUD-PAYS
              PERFORM UNTIL NOT F-AUD-PAYS-STATUS-OK
                 IF AUD-P-ID = SQL-ACC-ID
                    MOVE ALL SPACE TO WS-LIG-RAP
                    STRING '   CORRECTION DU CODE PAYS : '
                           AUD-P-AVANT ' REMPLACE PAR ' AUD-P-APRES
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    PERFORM 4091-ECRIT-LIGNE-SECTION-START
                       THRU 4091-ECRIT-LIGNE-SECTION-END
                 END-IF
                 READ F-AUD-PAYS
              END-PERFORM
              CLOSE F-AUD-PAYS
           END-IF.

           OPEN INPUT F-AUD-EMAIL.
           IF F-AUD-EMAIL-STATUS-OK
              READ F-AUD-EMAIL
              PERFORM UNTIL NOT F-AUD-EMAIL-STATUS-OK
                 IF AUD-E-ID = SQL-ACC-ID
                    MOVE ALL SPACE TO WS-LIG-RAP
                    STRING '   EMAIL INVALIDE EFFACE : '
                           FUNCTION TRIM(AUD-E-AVANT)
                           ' REMPLACE PAR ' AUD-E-APRES
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    PERFORM 4091-ECRIT-LIGNE-SECTION-START
                       THRU 4091-ECRIT-LIGNE-SECTION-END
                 END-IF
                 READ F-AUD-EMAIL
              END-PERFORM
              CLOSE F-AUD-EMAIL
           END-IF.

           OPEN INPUT F-AUD-AJOUT.
           IF F-AUD-AJOUT-STATUS-OK
              READ F-AUD-AJOUT
              PERFORM UNTIL NOT F-AUD-AJOUT-STATUS-OK
                 IF AUD-A-ID = SQL-ACC-ID
                    MOVE ALL SPACE TO WS-LIG-RAP
                    STRING '   ENREGISTREMENT DANS DATABANK LE '
                           AUD-A-DATE ' (' FUNCTION TRIM(AUD-A-APRES)
                           ')'
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    PERFORM 4091-ECRIT-LIGNE-SECTION-START
                       THRU 4091-ECRIT-LIGNE-SECTION-END
                 END-IF
                 READ F-AUD-AJOUT
              END-PERFORM
              CLOSE F-AUD-AJOUT
           END-IF.

      *    traces de restaud : 'ID=<id> ' dans la ligne ; les
      *    passages en simulation n'ont rien modifié et sont omis
           MOVE SPACES TO WS-CLE-REST.
           STRING 'ID=' FUNCTION TRIM(SQL-ACC-ID) SPACE
           DELIMITED BY SIZE
           INTO WS-CLE-REST.
           COMPUTE WS-CLE-REST-LG =
              FUNCTION LENGTH(FUNCTION TRIM(SQL-ACC-ID)) + 4.
           OPEN INPUT F-AUD-REST.
           IF F-AUD-REST-STATUS-OK
              READ F-AUD-REST
              PERFORM UNTIL NOT F-AUD-REST-STATUS-OK
                 MOVE 0 TO WS-NB-OCC WS-NB-SIMUL
                 INSPECT REC-F-AUD-REST TALLYING
                    WS-NB-OCC FOR ALL WS-CLE-REST(1:WS-CLE-REST-LG)
                    WS-NB-SIMUL FOR ALL '(SIMULATION)'
                 IF (WS-NB-OCC > 0) AND (WS-NB-SIMUL = 0)
                    MOVE ALL SPACE TO WS-LIG-RAP
                    STRING '   RESTAURATION : '
                           FUNCTION TRIM(REC-F-AUD-REST)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    PERFORM 4091-ECRIT-LIGNE-SECTION-START
                       THRU 4091-ECRIT-LIGNE-SECTION-END
                 END-IF
                 READ F-AUD-REST
              END-PERFORM
              CLOSE F-AUD-REST
           END-IF.

           IF WS-NB-LIG-SECTION = 0
              MOVE '   AUCUNE' TO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
           END-IF.
       4020-RELEVE-AUDITS-END.
           EXIT.

      *    campagnes où l'individu a été extrait, puis les retours
      *    enregistrés par retcamp
       4030-RELEVE-CAMPAGNES-START.
           MOVE ALL SPACE TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE '3. CAMPAGNES' TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE 0 TO WS-NB-LIG-SECTION.
           PERFORM VARYING WS-IND-CA FROM 1 BY 1
                   UNTIL WS-IND-CA > WS-NB-CA
              PERFORM 4031-CHERCHE-EXPORT-START
                 THRU 4031-CHERCHE-EXPORT-END
           END-PERFORM.

           IF WS-TAB-RETOUR-OK
              EXEC SQL
                 DECLARE CRRETOUR CURSOR FOR
                 SELECT CODE, RESULTAT, DATE_RETOUR
                 FROM CAMPAGNE_RETOUR
                 WHERE TRIM(ID) = TRIM(:SQL-ACC-ID)
                 ORDER BY DATE_RETOUR, CODE, RESULTAT
              END-EXEC
              EXEC SQL OPEN CRRETOUR END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'OPEN CURSEUR RETOURS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              EXEC SQL
                 FETCH CRRETOUR INTO :SQL-RT-CODE, :SQL-RT-RESULTAT,
                                     :SQL-RT-DATE
              END-EXEC
              PERFORM UNTIL SQLCODE NOT = ZERO
                 MOVE ALL SPACE TO WS-LIG-RAP
                 STRING '   RETOUR DE LA CAMPAGNE ' SQL-RT-CODE
                        ' : ' SQL-RT-RESULTAT ' LE ' SQL-RT-DATE
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 PERFORM 4091-ECRIT-LIGNE-SECTION-START
                    THRU 4091-ECRIT-LIGNE-SECTION-END
                 EXEC SQL
                    FETCH CRRETOUR INTO :SQL-RT-CODE,
                                        :SQL-RT-RESULTAT,
                                        :SQL-RT-DATE
                 END-EXEC
              END-PERFORM
              IF SQLCODE NOT = 100
                 MOVE 'LECTURE CURSEUR RETOURS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              EXEC SQL CLOSE CRRETOUR END-EXEC
           END-IF.

           IF WS-NB-LIG-SECTION = 0
              MOVE '   AUCUNE' TO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
           END-IF.
       4030-RELEVE-CAMPAGNES-END.
           EXIT.

      *    un export absent (campagne purgée) est passé sans bruit
       4031-CHERCHE-EXPORT-START.
           MOVE WS-CA-FICHIER(WS-IND-CA) TO WS-EXPORT-FILENAME.
           OPEN INPUT F-EXPORT.
           IF NOT F-EXPORT-STATUS-OK
              GO TO 4031-CHERCHE-EXPORT-END
           END-IF.
           READ F-EXPORT.
           PERFORM UNTIL NOT F-EXPORT-STATUS-OK
              IF REC-EXP-ID = SQL-ACC-ID
                 MOVE ALL SPACE TO WS-LIG-RAP
                 STRING '   EXTRAIT POUR LA CAMPAGNE '
                        WS-CA-CODE(WS-IND-CA)
                        ' (' FUNCTION TRIM(WS-EXPORT-FILENAME) ')'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 PERFORM 4091-ECRIT-LIGNE-SECTION-START
                    THRU 4091-ECRIT-LIGNE-SECTION-END
              END-IF
              READ F-EXPORT
           END-PERFORM.
           CLOSE F-EXPORT.
       4031-CHERCHE-EXPORT-END.
           EXIT.

      *    consentements par canal, tenus par consent
       4040-RELEVE-CONSENT-START.
           MOVE ALL SPACE TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE '4. CONSENTEMENTS' TO WS-LIG-RAP.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
           MOVE 0 TO WS-NB-LIG-SECTION.
           IF WS-TAB-CONSENT-OK
              EXEC SQL
                 DECLARE CRCONSENT CURSOR FOR
                 SELECT CANAL, STATUT, DATE_CONSENT, SOURCE
                 FROM CONSENTEMENT
                 WHERE TRIM(ID) = TRIM(:SQL-ACC-ID)
                 ORDER BY CANAL
              END-EXEC
              EXEC SQL OPEN CRCONSENT END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'OPEN CURSEUR CONSENTEMENTS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              EXEC SQL
                 FETCH CRCONSENT INTO :SQL-CS-CANAL, :SQL-CS-STATUT,
                                      :SQL-CS-DATE, :SQL-CS-SOURCE
              END-EXEC
              PERFORM UNTIL SQLCODE NOT = ZERO
                 MOVE ALL SPACE TO WS-LIG-RAP
                 IF SQL-CS-STATUT = 'O'
                    STRING '   CANAL ' SQL-CS-CANAL
                           ' : ACCORDE  DEPUIS LE ' SQL-CS-DATE
                           ' - SOURCE ' SQL-CS-SOURCE
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                 ELSE
                    STRING '   CANAL ' SQL-CS-CANAL
                           ' : REFUSE   DEPUIS LE ' SQL-CS-DATE
                           ' - SOURCE ' SQL-CS-SOURCE
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                 END-IF
                 PERFORM 4091-ECRIT-LIGNE-SECTION-START
                    THRU 4091-ECRIT-LIGNE-SECTION-END
                 EXEC SQL
                    FETCH CRCONSENT INTO :SQL-CS-CANAL,
                                         :SQL-CS-STATUT,
                                         :SQL-CS-DATE,
                                         :SQL-CS-SOURCE
                 END-EXEC
              END-PERFORM
              IF SQLCODE NOT = 100
                 MOVE 'LECTURE CURSEUR CONSENTEMENTS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              EXEC SQL CLOSE CRCONSENT END-EXEC
           END-IF.
           IF WS-NB-LIG-SECTION = 0
              MOVE '   AUCUN CONSENTEMENT ENREGISTRE' TO WS-LIG-RAP
              PERFORM 4090-ECRIT-LIGNE-START
                 THRU 4090-ECRIT-LIGNE-END
           END-IF.
       4040-RELEVE-CONSENT-END.
           EXIT.

       4090-ECRIT-LIGNE-START.
           MOVE WS-LIG-RAP TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.
       4090-ECRIT-LIGNE-END.
           EXIT.

      *    ligne de détail d'une rubrique, comptée pour le "AUCUNE"
       4091-ECRIT-LIGNE-SECTION-START.
           ADD 1 TO WS-NB-LIG-SECTION.
           PERFORM 4090-ECRIT-LIGNE-START THRU 4090-ECRIT-LIGNE-END.
       4091-ECRIT-LIGNE-SECTION-END.
           EXIT.

      *    AAAAMMJJ -> JJ/MM/AAAA
       4095-EDITE-DATE-START.
           MOVE SPACES TO WS-DATE-ED.
           STRING WS-DATE-AAAAMMJJ(7:2) '/' WS-DATE-AAAAMMJJ(5:2) '/'
                  WS-DATE-AAAAMMJJ(1:4)
           DELIMITED BY SIZE
           INTO WS-DATE-ED.
       4095-EDITE-DATE-END.
           EXIT.

      *    Suivi des échéances réédité à chaque passage à partir du
      *    registre complet : une demande à identifier reste en
      *    attente jusqu'à ce qu'un nouveau passage de sa référence
      *    y réponde ; une réponse postérieure à l'échéance est
      *    signalée hors délai
       5000-SUIVI-ECHEANCES-START.
           PERFORM 5005-CHARGE-REGISTRE-START
              THRU 5005-CHARGE-REGISTRE-END.
           IF WS-NB-SV = 0
              GO TO 5000-SUIVI-ECHEANCES-END
           END-IF.
           OPEN OUTPUT F-SUIVI.
           MOVE ALL SPACE TO WS-LIG-RAP.
           MOVE WS-DATE-JOUR TO WS-DATE-AAAAMMJJ.
           PERFORM 4095-EDITE-DATE-START THRU 4095-EDITE-DATE-END.
           STRING 'SUIVI DES DEMANDES D''ACCES AU ' WS-DATE-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
           MOVE ALL '=' TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'REFERENCE    ' 'RECUE LE   ' 'ECHEANCE   '
                  'ETAT           ' 'DELAI'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
           PERFORM VARYING WS-IND-SV FROM 1 BY 1
                   UNTIL WS-IND-SV > WS-NB-SV
              PERFORM 5020-LIGNE-SUIVI-START
                 THRU 5020-LIGNE-SUIVI-END
           END-PERFORM.
           MOVE ALL '-' TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'EN ATTENTE : ' WS-NB-EN-ATTENTE
                  ' DONT ECHUES : ' WS-NB-ECHUES
                  ' - REPONDUES HORS DELAI : ' WS-NB-HORS-DELAI
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
           CLOSE F-SUIVI.
       5000-SUIVI-ECHEANCES-END.
           EXIT.

      *    dernier état connu de chaque référence du registre ;
      *    registre absent = aucune demande antérieure
       5005-CHARGE-REGISTRE-START.
           MOVE 0 TO WS-NB-SV.
           OPEN INPUT F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
              GO TO 5005-CHARGE-REGISTRE-END
           END-IF.
           READ F-REGISTRE.
           PERFORM UNTIL NOT F-REGISTRE-STATUS-OK
              PERFORM 5010-RETIENT-ETAT-START
                 THRU 5010-RETIENT-ETAT-END
              READ F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       5005-CHARGE-REGISTRE-END.
           EXIT.

      *    dernier état d'une référence : la ligne la plus récente
      *    du registre remplace les précédentes
       5010-RETIENT-ETAT-START.
           PERFORM VARYING WS-IND-SV FROM 1 BY 1
                   UNTIL (WS-IND-SV > WS-NB-SV)
                      OR (WS-SV-REF(WS-IND-SV) = REC-REG-REF)
              CONTINUE
           END-PERFORM.
           IF WS-IND-SV > WS-NB-SV
              IF WS-NB-SV >= 500
                 GO TO 5010-RETIENT-ETAT-END
              END-IF
              ADD 1 TO WS-NB-SV
              MOVE WS-NB-SV TO WS-IND-SV
           END-IF.
           MOVE REC-REG-REF      TO WS-SV-REF(WS-IND-SV).
           MOVE REC-REG-RECU     TO WS-SV-RECU(WS-IND-SV).
           MOVE REC-REG-ECHEANCE TO WS-SV-ECHEANCE(WS-IND-SV).
           MOVE REC-REG-STATUT   TO WS-SV-STATUT(WS-IND-SV).
           MOVE REC-REG-TRAITE   TO WS-SV-TRAITE(WS-IND-SV).
       5010-RETIENT-ETAT-END.
           EXIT.

       5020-LIGNE-SUIVI-START.
           MOVE SPACES TO WS-SV-DELAI.
           EVALUATE WS-SV-STATUT(WS-IND-SV)
              WHEN 'REJETEE'
                 MOVE 'DATE DE RECEPTION INVALIDE' TO WS-SV-DELAI
              WHEN 'A IDENTIFIER'
                 ADD 1 TO WS-NB-EN-ATTENTE
                 MOVE 'D' TO DC-ACTION
                 MOVE WS-DATE-JOUR TO DC-DATE1
                 MOVE WS-SV-ECHEANCE(WS-IND-SV) TO DC-DATE2
                 PERFORM 9060-APPEL-DATECALC-START
                    THRU 9060-APPEL-DATECALC-END
                 IF DC-NB-JOURS < 0
                    ADD 1 TO WS-NB-ECHUES
                    COMPUTE WS-SV-JOURS = 0 - DC-NB-JOURS
                    STRING 'ECHUE DEPUIS ' WS-SV-JOURS ' JOUR(S)'
                    DELIMITED BY SIZE
                    INTO WS-SV-DELAI
                 ELSE
                    MOVE DC-NB-JOURS TO WS-SV-JOURS
                    STRING 'RESTE ' WS-SV-JOURS ' JOUR(S)'
                    DELIMITED BY SIZE
                    INTO WS-SV-DELAI
                 END-IF
              WHEN OTHER
                 IF WS-SV-TRAITE(WS-IND-SV) >
                    WS-SV-ECHEANCE(WS-IND-SV)
                    ADD 1 TO WS-NB-HORS-DELAI
                    MOVE 'REPONDUE HORS DELAI' TO WS-SV-DELAI
                 ELSE
                    MOVE 'REPONDUE DANS LE DELAI' TO WS-SV-DELAI
                 END-IF
           END-EVALUATE.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING WS-SV-REF(WS-IND-SV) SPACE
                  WS-SV-RECU(WS-IND-SV) '   '
                  WS-SV-ECHEANCE(WS-IND-SV) '   '
                  WS-SV-STATUT(WS-IND-SV) SPACE
                  WS-SV-DELAI
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-SUIVI.
           WRITE REC-F-SUIVI.
       5020-LIGNE-SUIVI-END.
           EXIT.

      *    appel du calculateur de dates commun ; sans lui ni
      *    échéance ni suivi ne peuvent être établis
       9060-APPEL-DATECALC-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
                 DISPLAY 'CALCULATEUR DE DATES DATECALC '
                    'INDISPONIBLE - ARRET DU PROGRAMME'
                 MOVE 12 TO RETURN-CODE
                 MOVE 'ERREUR' TO JR-STATUT
                 PERFORM 9055-ECRIT-JOURNAL-START
                      THRU 9055-ECRIT-JOURNAL-END
                 EXEC SQL DISCONNECT ALL END-EXEC
                 STOP RUN
              NOT ON EXCEPTION
                 MOVE WS-RC-SAUVE TO RETURN-CODE
           END-CALL.
       9060-APPEL-DATECALC-END.
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

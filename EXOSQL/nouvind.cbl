      ******************************************************************
      * NOUVIND: Entrée des nouveaux individus dans DATABANK.          *
      *          Les nouveaux arrivants étaient insérés en SQL écrit   *
      *          à la main, d'où les doublons relevés par exosql01.    *
      *          Le fichier nouveaux-individus.txt (ID '*' nom '*'     *
      *          prénom '*' email '*' genre '*' âge '*' code pays '*'  *
      *          phrase) est contrôlé comme les nettoyages             *
      *          d'exosql01 (code pays de pays-controle.txt, format    *
      *          de l'email, âge de 0 à 120 ans, nom présent) puis     *
      *          rapproché de DATABANK sur nom, prénom et email        *
      *          normalisés (majuscules, sans blancs autour) :         *
      *            - identique à une ligne existante : ignoré,         *
      *            - même nom et prénom ou même email : ligne          *
      *              probable, listée dans nouvind-a-verifier.dat,     *
      *            - sinon : inséré, avec sa trace dans                *
      *              ajout-audit.dat (rejouable par restaud, choix     *
      *              AJOUT).                                           *
      *          Le mode simulation (ligne 1) et le garde-fou en       *
      *          pourcentage de la base (ligne 3) de                   *
      *          exosql01-param.txt sont respectés.                    *
      *          Pour le lancer, les variables OPERATEUR et            *
      *          OPERATEUR_SECRET doivent donner un profil de          *
      *          operateurs.txt avec le droit M sur ce programme       *
      *          (cf autoris).                                         *
      *                                                                *
      * Date de création : le 15/10/2026                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. nouvind.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTREE
               ASSIGN TO 'nouveaux-individus.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ENTREE-STATUS.

      *    lignes refusées au contrôle, avec le motif
           SELECT F-REJET
               ASSIGN TO 'nouvind-rejets.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REJET-STATUS.

      *    correspondances probables à trancher par l'équipe données
           SELECT F-VERIF
               ASSIGN TO 'nouvind-a-verifier.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VERIF-STATUS.

      *    trace des insertions, même principe que
      *    correction-pays-audit.dat et email-audit.dat
           SELECT F-AUDIT-AJOUT
               ASSIGN TO 'ajout-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-AJOUT-STATUS.

      *    table de contrôle des couples code pays/nom de pays
           SELECT PAYS-CONTROL
               ASSIGN TO 'pays-controle.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYS-CONTROL-STATUS.

      *    paramètre de lancement (mode simulation et seuil du
      *    garde-fou), le même que celui d'exosql01
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
       FD  F-ENTREE
           RECORD CONTAINS 1 TO 300 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-ENTREE         PIC X(300).

       FD  F-REJET
           RECORD CONTAINS 340 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REJET.
           05 REC-REJ-MOTIF       PIC X(39).
           05 FILLER              PIC X.
           05 REC-REJ-ENTREE      PIC X(300).

       FD  F-VERIF
           RECORD CONTAINS 380 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-VERIF.
           05 REC-VER-MOTIF       PIC X(30).
           05 FILLER              PIC X.
           05 REC-VER-ID-EXIST    PIC X(40).
           05 FILLER              PIC X.
           05 REC-VER-ENTREE      PIC X(300).
           05 FILLER              PIC X(8).

      *    dessin commun aux audits rejoués par restaud : ID en
      *    tête, la valeur avant puis la valeur après
       FD  F-AUDIT-AJOUT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT-AJOUT.
           05 REC-AJ-ID           PIC X(40).
           05 FILLER              PIC X.
           05 REC-AJ-AVANT        PIC X(8).
           05 FILLER              PIC X.
           05 REC-AJ-APRES        PIC X(8).
           05 FILLER              PIC X.
           05 REC-AJ-DATE         PIC X(10).
           05 FILLER              PIC X(31).

       FD  PAYS-CONTROL
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PAYS-CONTROL.
           05 REC-PAYS-CODE    PIC X(02).
           05 REC-PAYS-NOM     PIC X(20).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       WORKING-STORAGE SECTION.
       01  F-ENTREE-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ENTREE-STATUS-OK            VALUE '00'.
           88 F-ENTREE-STATUS-EOF           VALUE '10'.
           88 F-ENTREE-STATUS-NOFILE        VALUE '35'.

       01  F-REJET-STATUS       PIC X(02)   VALUE SPACE .
           88 F-REJET-STATUS-OK             VALUE '00'.

       01  F-VERIF-STATUS       PIC X(02)   VALUE SPACE .
           88 F-VERIF-STATUS-OK             VALUE '00'.

       01  F-AUDIT-AJOUT-STATUS PIC X(02)   VALUE SPACE .
           88 F-AUDIT-AJOUT-STATUS-OK       VALUE '00'.

       01  PAYS-CONTROL-STATUS  PIC X(02)   VALUE SPACE .
           88 PAYS-CONTROL-STATUS-OK        VALUE '00'.
           88 PAYS-CONTROL-STATUS-EOF       VALUE '10'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

      *    mode simulation (dry-run) : quand actif, aucune ligne
      *    n'est insérée ni tracée dans ajout-audit.dat (même
      *    convention que les nettoyages d'exosql01)
       01  WS-DRYRUN            PIC X       VALUE 'N'   .
           88 WS-DRYRUN-OUI                 VALUE 'O'   .

      *    garde-fou : un fichier qui ferait grossir la base de plus
      *    de WS-SEUIL-PCT % arrête le run avant toute insertion
      *    (ligne 3 de exosql01-param.txt, 50 % par défaut)
       01  WS-SEUIL-X           PIC X(2)    VALUE SPACES.
       01  WS-SEUIL-9           REDEFINES WS-SEUIL-X PIC 99.
       01  WS-SEUIL-PCT         PIC 99      VALUE 50    .
       01  WS-PCT-CALC          PIC 9(5)V99 VALUE 0     .
       01  WS-PCT-CALC-ED       PIC ZZZZ9.99            .

      *    table de contrôle des couples code pays/nom de pays
      *    valides, chargée depuis PAYS-CONTROL
       01  WS-NB-PAYS           PIC 9(03)   VALUE 0     .
       01  WS-PAYS-TAB.
           05 WS-PAYS-ENT OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-NB-PAYS
                 INDEXED BY IDX-PAYS.
              10 WS-PAYS-CODE   PIC X(02) .
              10 WS-PAYS-NOM    PIC X(20) .

      *    découpage d'une ligne d'entrée
       01  WS-NV-ID             PIC X(40)   VALUE SPACES.
       01  WS-NV-NOM            PIC X(50)   VALUE SPACES.
       01  WS-NV-PRENOM         PIC X(50)   VALUE SPACES.
       01  WS-NV-EMAIL          PIC X(50)   VALUE SPACES.
       01  WS-NV-GENRE          PIC X(50)   VALUE SPACES.
       01  WS-NV-AGE-X          PIC X(3)    JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS-NV-AGE-9 REDEFINES WS-NV-AGE-X PIC 9(3).
       01  WS-NV-PAYS           PIC X(2)    VALUE SPACES.
       01  WS-NV-PHRASE         PIC X(50)   VALUE SPACES.

      *    contrôle du format de l'email : une seule '@', une partie
      *    locale, un domaine contenant un '.'
       01  WS-EM-NB-AROBASE     PIC 99      VALUE 0     .
       01  WS-EM-NB-POINT       PIC 99      VALUE 0     .
       01  WS-EM-LOCAL          PIC X(50)   VALUE SPACES.
       01  WS-EM-DOMAINE        PIC X(50)   VALUE SPACES.

       01  WS-MOTIF             PIC X(39)   VALUE SPACES.
       01  WS-TROUVE            PIC X       VALUE 'N'   .
           88 WS-EST-TROUVE                 VALUE 'O'   .

       01  WS-NB-LIGNES         PIC 9(5)    VALUE 0     .
       01  WS-NB-LUES           PIC 9(5)    VALUE 0     .
       01  WS-NB-REJETS         PIC 9(5)    VALUE 0     .
       01  WS-NB-IDENTIQUES     PIC 9(5)    VALUE 0     .
       01  WS-NB-A-VERIFIER     PIC 9(5)    VALUE 0     .
       01  WS-NB-INSERES        PIC 9(5)    VALUE 0     .
       01  WS-CUR-DATE          PIC X(21)   VALUE SPACES.
       01  WS-DATE-JOUR         PIC X(10)   VALUE SPACES.
       01  WS-LIG-DRYRUN        PIC X(60)   VALUE
           'MODE SIMULATION (DRY-RUN) : AUCUNE MISE A JOUR EFFECTUEE' .

      * Gestion des erreurs
       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES.

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

      *    ligne à insérer
       01  SQL-NOUVEL.
           05 SQL-NV-ID         PIC X(40)   .
           05 SQL-NV-NOM        PIC X(50)   .
           05 SQL-NV-PRENOM     PIC X(50)   .
           05 SQL-NV-EMAIL      PIC X(50)   .
           05 SQL-NV-GENRE      PIC X(50)   .
           05 SQL-NV-AGE        PIC 9(3)    .
           05 SQL-NV-PAYS       PIC X(2)    .
           05 SQL-NV-PAYS-NOM   PIC X(20)   .
           05 SQL-NV-PHRASE     PIC X(50)   .
      *    clés de rapprochement normalisées
       01  SQL-NORME.
           05 SQL-NO-NOM        PIC X(50)   .
           05 SQL-NO-PRENOM     PIC X(50)   .
           05 SQL-NO-EMAIL      PIC X(50)   .
       01  SQL-ID-EXIST         PIC X(40)   .
       01  SQL-NB-LIG           PIC 9(5)    .
       01  SQL-NB-POP           PIC 9(5)    .
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
           PERFORM 1010-CHARGE-PAYS-START THRU 1010-CHARGE-PAYS-END.
           PERFORM 1020-COMPTE-ENTREES-START
                THRU 1020-COMPTE-ENTREES-END.
           PERFORM 1030-GARDE-FOU-START THRU 1030-GARDE-FOU-END.
           PERFORM 3000-TRAITE-ENTREES-START
                THRU 3000-TRAITE-ENTREES-END.

           DISPLAY 'LIGNES LUES           :' SPACE WS-NB-LUES.
           DISPLAY 'LIGNES REJETEES       :' SPACE WS-NB-REJETS.
           DISPLAY 'DEJA PRESENTS         :' SPACE WS-NB-IDENTIQUES.
           DISPLAY 'A VERIFIER            :' SPACE WS-NB-A-VERIFIER.
           DISPLAY 'INDIVIDUS INSERES     :' SPACE WS-NB-INSERES.
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
           MOVE 'nouvind' TO JR-PROGRAMME.
           MOVE WS-NB-LUES    TO JR-NB-LUS.
           MOVE WS-NB-INSERES TO JR-NB-ECRITS.
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
           MOVE 'nouvind' TO AU-PROGRAMME.
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

      *    chargement du mode simulation (ligne 1) et du seuil du
      *    garde-fou (ligne 3), mêmes lignes que exosql01
       1005-CHARGE-PARAM-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-NOFILE
              MOVE 'N' TO WS-DRYRUN
           ELSE
              READ PARAM-CTL
              MOVE REC-PARAM-CTL(1:1) TO WS-DRYRUN
              READ PARAM-CTL
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 MOVE REC-PARAM-CTL(1:2) TO WS-SEUIL-X
                 IF (WS-SEUIL-9 NUMERIC) AND (WS-SEUIL-9 > 0)
                    MOVE WS-SEUIL-9 TO WS-SEUIL-PCT
                 END-IF
              END-IF
              CLOSE PARAM-CTL
           END-IF.
       1005-CHARGE-PARAM-END.
           EXIT.

      *    chargement de la table des couples code/nom de pays
      *    valides ; sans elle aucun code pays ne peut être
      *    contrôlé : fichier absent = arrêt, comme dans exosql01
       1010-CHARGE-PAYS-START.
           OPEN INPUT PAYS-CONTROL.
           IF NOT PAYS-CONTROL-STATUS-OK
              DISPLAY 'ERREUR LECTURE PAYS-CONTROL' SPACE
                       PAYS-CONTROL-STATUS
              IF PAYS-CONTROL-STATUS = '35'
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              EXEC SQL DISCONNECT ALL END-EXEC
              STOP RUN
           END-IF.
           READ PAYS-CONTROL.
      *    WS-PAYS-TAB est bornée à 50 (OCCURS 1 TO 50)
           PERFORM UNTIL PAYS-CONTROL-STATUS-EOF
                      OR (WS-NB-PAYS >= 50)
              ADD 1 TO WS-NB-PAYS
              MOVE REC-PAYS-CODE TO WS-PAYS-CODE (WS-NB-PAYS)
              MOVE REC-PAYS-NOM  TO WS-PAYS-NOM  (WS-NB-PAYS)
              READ PAYS-CONTROL
           END-PERFORM.
           CLOSE PAYS-CONTROL.
       1010-CHARGE-PAYS-END.
           EXIT.

       1020-COMPTE-ENTREES-START.
      *    premier passage : comptage des lignes pour le garde-fou
           OPEN INPUT F-ENTREE.
           IF F-ENTREE-STATUS-NOFILE
              DISPLAY 'NOUVEAUX-INDIVIDUS.TXT INTROUVABLE - RIEN A '
                 'INTEGRER'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              EXEC SQL DISCONNECT ALL END-EXEC
              STOP RUN
           END-IF.
           READ F-ENTREE.
           PERFORM UNTIL F-ENTREE-STATUS-EOF
              IF REC-F-ENTREE NOT = SPACES
                 ADD 1 TO WS-NB-LIGNES
              END-IF
              READ F-ENTREE
           END-PERFORM.
           CLOSE F-ENTREE.
       1020-COMPTE-ENTREES-END.
           EXIT.

       1030-GARDE-FOU-START.
      *    garde-fou : un fichier anormalement gros par rapport à la
      *    base (base entière renvoyée par erreur par exemple) doit
      *    arrêter le run avant toute insertion
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-POP FROM DATABANK
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT TOTAL GARDE-FOU' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
      *    base vide : premier chargement, pas de référence
           IF SQL-NB-POP > 0
              COMPUTE WS-PCT-CALC ROUNDED =
                 (WS-NB-LIGNES * 100) / SQL-NB-POP
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-PCT-CALC
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PCT-CALC
           END-IF.
           IF WS-PCT-CALC > WS-SEUIL-PCT
              MOVE WS-PCT-CALC TO WS-PCT-CALC-ED
              DISPLAY '*** GARDE-FOU ENTREE DES NOUVEAUX INDIVIDUS ***'
              DISPLAY 'LIGNES :' SPACE WS-NB-LIGNES SPACE
                 'POUR' SPACE SQL-NB-POP SPACE
                 'INDIVIDUS EN BASE SOIT' SPACE WS-PCT-CALC-ED
                 SPACE '%'
              DISPLAY 'SEUIL AUTORISE :' SPACE WS-SEUIL-PCT SPACE '%'
              DISPLAY 'VERIFIEZ NOUVEAUX-INDIVIDUS.TXT - ARRET AVANT '
                 'TOUTE MISE A JOUR'
      *       code retour 16 : garde-fou déclenché
              MOVE 16 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                   THRU 9055-ECRIT-JOURNAL-END
              EXEC SQL DISCONNECT ALL END-EXEC
              STOP RUN
           END-IF.
       1030-GARDE-FOU-END.
           EXIT.

       3000-TRAITE-ENTREES-START.
      *    second passage : contrôle, rapprochement et insertion
           OPEN INPUT F-ENTREE.
           OPEN OUTPUT F-REJET.
           OPEN OUTPUT F-VERIF.
           IF NOT WS-DRYRUN-OUI
              OPEN EXTEND F-AUDIT-AJOUT
              IF NOT F-AUDIT-AJOUT-STATUS-OK
                 OPEN OUTPUT F-AUDIT-AJOUT
              END-IF
           END-IF.
           READ F-ENTREE.
           PERFORM UNTIL F-ENTREE-STATUS-EOF
              IF REC-F-ENTREE NOT = SPACES
                 ADD 1 TO WS-NB-LUES
                 PERFORM 3010-TRAITE-UNE-ENTREE-START
                    THRU 3010-TRAITE-UNE-ENTREE-END
              END-IF
              READ F-ENTREE
           END-PERFORM.
           CLOSE F-ENTREE.
           CLOSE F-REJET.
           CLOSE F-VERIF.
           IF NOT WS-DRYRUN-OUI
              CLOSE F-AUDIT-AJOUT
              EXEC SQL COMMIT END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COMMIT NOUVEAUX INDIVIDUS' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
       3000-TRAITE-ENTREES-END.
           EXIT.

       3010-TRAITE-UNE-ENTREE-START.
           MOVE SPACES TO WS-NV-ID WS-NV-NOM WS-NV-PRENOM WS-NV-EMAIL
                          WS-NV-GENRE WS-NV-AGE-X WS-NV-PAYS
                          WS-NV-PHRASE.
           UNSTRING REC-F-ENTREE DELIMITED BY '*'
              INTO WS-NV-ID WS-NV-NOM WS-NV-PRENOM WS-NV-EMAIL
                   WS-NV-GENRE WS-NV-AGE-X WS-NV-PAYS WS-NV-PHRASE.
           MOVE FUNCTION UPPER-CASE(WS-NV-PAYS) TO WS-NV-PAYS.

           PERFORM 3020-CONTROLE-START THRU 3020-CONTROLE-END.
           IF WS-MOTIF NOT = SPACES
              ADD 1 TO WS-NB-REJETS
              MOVE SPACES TO REC-F-REJET
              MOVE WS-MOTIF     TO REC-REJ-MOTIF
              MOVE REC-F-ENTREE TO REC-REJ-ENTREE
              WRITE REC-F-REJET
              GO TO 3010-TRAITE-UNE-ENTREE-END
           END-IF.

      *    clés normalisées du rapprochement
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NV-NOM))
              TO SQL-NO-NOM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NV-PRENOM))
              TO SQL-NO-PRENOM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NV-EMAIL))
              TO SQL-NO-EMAIL.

      *    même nom, prénom et email : l'individu est déjà en base
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
              WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
              AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
              AND   UPPER(TRIM(COALESCE(EMAIL, '')))
                       = TRIM(:SQL-NO-EMAIL)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT IDENTIQUE' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG > 0
              ADD 1 TO WS-NB-IDENTIQUES
              GO TO 3010-TRAITE-UNE-ENTREE-END
           END-IF.

      *    même nom et prénom, ou même email : probablement la même
      *    personne, à trancher par l'équipe données
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
              WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
              AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT NOM PRENOM' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG > 0
              EXEC SQL
                 SELECT CAST(MIN(ID) AS VARCHAR) INTO :SQL-ID-EXIST
                 FROM DATABANK
                 WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
                 AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
              END-EXEC
              MOVE 'MEME NOM ET PRENOM' TO WS-MOTIF
              PERFORM 3030-ECRIT-VERIF-START
                 THRU 3030-ECRIT-VERIF-END
              GO TO 3010-TRAITE-UNE-ENTREE-END
           END-IF.
           IF SQL-NO-EMAIL NOT = SPACES
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
                 WHERE UPPER(TRIM(EMAIL)) = TRIM(:SQL-NO-EMAIL)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COUNT EMAIL' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              IF SQL-NB-LIG > 0
                 EXEC SQL
                    SELECT CAST(MIN(ID) AS VARCHAR) INTO :SQL-ID-EXIST
                    FROM DATABANK
                    WHERE UPPER(TRIM(EMAIL)) = TRIM(:SQL-NO-EMAIL)
                 END-EXEC
                 MOVE 'MEME EMAIL' TO WS-MOTIF
                 PERFORM 3030-ECRIT-VERIF-START
                    THRU 3030-ECRIT-VERIF-END
                 GO TO 3010-TRAITE-UNE-ENTREE-END
              END-IF
           END-IF.

      *    un ID déjà pris par un autre individu ne peut être inséré
           MOVE WS-NV-ID TO SQL-NV-ID.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
              WHERE ID = :SQL-NV-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT ID' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQL-NB-LIG > 0
              ADD 1 TO WS-NB-REJETS
              MOVE SPACES TO REC-F-REJET
              MOVE 'ID DEJA UTILISE DANS DATABANK' TO REC-REJ-MOTIF
              MOVE REC-F-ENTREE TO REC-REJ-ENTREE
              WRITE REC-F-REJET
              GO TO 3010-TRAITE-UNE-ENTREE-END
           END-IF.

           PERFORM 3040-INSERE-START THRU 3040-INSERE-END.
       3010-TRAITE-UNE-ENTREE-END.
           EXIT.

      *    Contrôles des nettoyages d'exosql01 appliqués à l'entrée :
      *    WS-MOTIF reste à blanc quand la ligne est correcte
       3020-CONTROLE-START.
           MOVE SPACES TO WS-MOTIF.
           IF WS-NV-ID = SPACES
              MOVE 'ID ABSENT' TO WS-MOTIF
              GO TO 3020-CONTROLE-END
           END-IF.
           IF (WS-NV-NOM = SPACES) OR (WS-NV-PRENOM = SPACES)
              MOVE 'NOM OU PRENOM ABSENT' TO WS-MOTIF
              GO TO 3020-CONTROLE-END
           END-IF.
           INSPECT WS-NV-AGE-X REPLACING LEADING SPACE BY ZERO.
           IF (WS-NV-AGE-9 NOT NUMERIC) OR (WS-NV-AGE-9 > 120)
              MOVE 'AGE HORS 0-120' TO WS-MOTIF
              GO TO 3020-CONTROLE-END
           END-IF.
           MOVE 'N' TO WS-TROUVE.
           SET IDX-PAYS TO 1.
           IF WS-NB-PAYS > 0
              SEARCH WS-PAYS-ENT
                 AT END
                    CONTINUE
                 WHEN WS-PAYS-CODE(IDX-PAYS) = WS-NV-PAYS
                    SET WS-EST-TROUVE TO TRUE
                    MOVE WS-PAYS-NOM(IDX-PAYS) TO SQL-NV-PAYS-NOM
              END-SEARCH
           END-IF.
           IF NOT WS-EST-TROUVE
              MOVE 'CODE PAYS HORS PAYS-CONTROLE' TO WS-MOTIF
              GO TO 3020-CONTROLE-END
           END-IF.
      *    l'email est facultatif ; s'il est présent, même règle
      *    que le nettoyage d'exosql01 (LIKE '%@%.%')
           IF WS-NV-EMAIL = SPACES
              GO TO 3020-CONTROLE-END
           END-IF.
           MOVE 0 TO WS-EM-NB-AROBASE WS-EM-NB-POINT.
           MOVE SPACES TO WS-EM-LOCAL WS-EM-DOMAINE.
           INSPECT WS-NV-EMAIL TALLYING WS-EM-NB-AROBASE FOR ALL '@'.
           UNSTRING WS-NV-EMAIL DELIMITED BY '@'
              INTO WS-EM-LOCAL WS-EM-DOMAINE.
           INSPECT WS-EM-DOMAINE TALLYING WS-EM-NB-POINT FOR ALL '.'.
           IF (WS-EM-NB-AROBASE NOT = 1) OR (WS-EM-LOCAL = SPACES)
              OR (WS-EM-NB-POINT = 0)
              OR (WS-EM-DOMAINE(1:1) = '.')
              MOVE 'EMAIL INVALIDE' TO WS-MOTIF
           END-IF.
       3020-CONTROLE-END.
           EXIT.

       3030-ECRIT-VERIF-START.
           ADD 1 TO WS-NB-A-VERIFIER.
           MOVE SPACES TO REC-F-VERIF.
           MOVE WS-MOTIF     TO REC-VER-MOTIF.
           MOVE SQL-ID-EXIST TO REC-VER-ID-EXIST.
           MOVE REC-F-ENTREE TO REC-VER-ENTREE.
           WRITE REC-F-VERIF.
       3030-ECRIT-VERIF-END.
           EXIT.

      *    Insertion du nouvel individu ; le nom du pays est repris
      *    de pays-controle.txt
       3040-INSERE-START.
           ADD 1 TO WS-NB-INSERES.
           IF WS-DRYRUN-OUI
              GO TO 3040-INSERE-END
           END-IF.
           MOVE WS-NV-NOM    TO SQL-NV-NOM.
           MOVE WS-NV-PRENOM TO SQL-NV-PRENOM.
           MOVE WS-NV-EMAIL  TO SQL-NV-EMAIL.
           MOVE WS-NV-GENRE  TO SQL-NV-GENRE.
           MOVE WS-NV-AGE-9  TO SQL-NV-AGE.
           MOVE WS-NV-PAYS   TO SQL-NV-PAYS.
           MOVE WS-NV-PHRASE TO SQL-NV-PHRASE.
           EXEC SQL
              INSERT INTO DATABANK
                 (ID, LAST_NAME, FIRST_NAME, EMAIL, GENDER, AGE,
                  COUNTRY_CODE, COUNTRY, SPOKEN)
              VALUES (:SQL-NV-ID, TRIM(:SQL-NV-NOM),
                      TRIM(:SQL-NV-PRENOM),
                      NULLIF(TRIM(:SQL-NV-EMAIL), ''),
                      NULLIF(TRIM(:SQL-NV-GENRE), ''),
                      :SQL-NV-AGE, :SQL-NV-PAYS,
                      TRIM(:SQL-NV-PAYS-NOM),
                      NULLIF(TRIM(:SQL-NV-PHRASE), ''))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           MOVE SPACES TO REC-F-AUDIT-AJOUT.
           MOVE SQL-NV-ID    TO REC-AJ-ID.
           MOVE '(ABSENT)'   TO REC-AJ-AVANT.
           MOVE 'INSERE'     TO REC-AJ-APRES.
           MOVE WS-DATE-JOUR TO REC-AJ-DATE.
           WRITE REC-F-AUDIT-AJOUT.
       3040-INSERE-END.
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

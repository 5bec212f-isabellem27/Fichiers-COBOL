      ******************************************************************
      * SYNCCLI: Synchronisation des contacts de clients.dat vers      *
      *          DATABANK.                                             *
      *          Un téléphone ou un email corrigé au standard par      *
      *          gestcli n'arrivait jamais au marketing. Le batch de   *
      *          nuit relit les mouvements du jour de                  *
      *          clients-audit.txt (AJOUT, MODIF, SUPPR) et les        *
      *          reporte sur l'individu correspondant de DATABANK :    *
      *            - rapprochement par la table de correspondance      *
      *              CLIENT_XREF (numéro client -> ID DATABANK), puis  *
      *              par nom, prénom et email, puis email seul, puis   *
      *              nom et prénom (un seul individu exigé),           *
      *            - client inconnu de DATABANK : nouvel individu,     *
      *              tracé dans ajout-audit.dat (rejouable par         *
      *              restaud, choix AJOUT),                            *
      *            - champ modifié des deux côtés depuis la dernière   *
      *              synchronisation (valeurs gardées dans             *
      *              CLIENT_XREF) : DATABANK n'est pas touché, le      *
      *              conflit va dans synccli-conflits.dat,             *
      *            - client supprimé : l'individu reste en base, seule *
      *              la correspondance est retirée.                    *
      *          Un individu effacé de DATABANK (rgpdeff) n'est pas    *
      *          recréé. Le téléphone est reporté dans la colonne      *
      *          PHONE de DATABANK.                                    *
      *          Jour traité : ligne 1 de synccli-param.txt            *
      *          (AAAA-MM-JJ), sinon la date du jour. Mode simulation  *
      *          : ligne 1 de exosql01-param.txt.                      *
      *          Pour le lancer, les variables OPERATEUR et            *
      *          OPERATEUR_SECRET doivent donner un profil de          *
      *          operateurs.txt avec le droit M sur ce programme       *
      *          (cf autoris).                                         *
      *                                                                *
      * Date de création : le 15/10/2026                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. synccli.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    trace des mouvements clients écrite par gestcli, impcli
      *    et dedupcli
           SELECT F-AUDIT-CLI
               ASSIGN TO 'clients-audit.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-CLI-STATUS.

      *    compte rendu : une ligne par mouvement et par champ reporté
           SELECT F-RAPPORT
               ASSIGN TO 'synccli-rapport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

      *    conflits et rapprochements ambigus à trancher
           SELECT F-CONFLIT
               ASSIGN TO 'synccli-conflits.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONFLIT-STATUS.

      *    trace des insertions, même dessin que nouvind
           SELECT F-AUDIT-AJOUT
               ASSIGN TO 'ajout-audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-AJOUT-STATUS.

      *    jour à traiter (rattrapage d'une nuit manquée)
           SELECT SYNC-PARAM
               ASSIGN TO 'synccli-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNC-PARAM-STATUS.

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
       FD  F-AUDIT-CLI
           RECORD CONTAINS 1 TO 200 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AUDIT-CLI      PIC X(200).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT.
           05 REC-RAP-CLID        PIC X(4).
           05 FILLER              PIC X.
           05 REC-RAP-ID          PIC X(12).
           05 FILLER              PIC X.
           05 REC-RAP-ACTION      PIC X(30).
           05 FILLER              PIC X.
           05 REC-RAP-CHAMP       PIC X(10).
           05 FILLER              PIC X.
           05 REC-RAP-AVANT       PIC X(30).
           05 FILLER              PIC X.
           05 REC-RAP-APRES       PIC X(30).
           05 FILLER              PIC X(11).

       FD  F-CONFLIT
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONFLIT.
           05 REC-CNF-CLID        PIC X(4).
           05 FILLER              PIC X.
           05 REC-CNF-ID          PIC X(12).
           05 FILLER              PIC X.
           05 REC-CNF-MOTIF       PIC X(30).
           05 FILLER              PIC X.
           05 REC-CNF-CHAMP       PIC X(10).
           05 FILLER              PIC X.
           05 REC-CNF-CLIENT      PIC X(30).
           05 FILLER              PIC X.
           05 REC-CNF-DATABANK    PIC X(50).
           05 FILLER              PIC X(19).

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

       FD  SYNC-PARAM
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-SYNC-PARAM       PIC X(20).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  DB-PARAM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DB-PARAM         PIC X(30).

       WORKING-STORAGE SECTION.
       01  F-AUDIT-CLI-STATUS   PIC X(02)   VALUE SPACE .
           88 F-AUDIT-CLI-STATUS-OK         VALUE '00'.
           88 F-AUDIT-CLI-STATUS-EOF        VALUE '10'.
           88 F-AUDIT-CLI-STATUS-NOFILE     VALUE '35'.

       01  F-RAPPORT-STATUS     PIC X(02)   VALUE SPACE .
           88 F-RAPPORT-STATUS-OK           VALUE '00'.

       01  F-CONFLIT-STATUS     PIC X(02)   VALUE SPACE .
           88 F-CONFLIT-STATUS-OK           VALUE '00'.

       01  F-AUDIT-AJOUT-STATUS PIC X(02)   VALUE SPACE .
           88 F-AUDIT-AJOUT-STATUS-OK       VALUE '00'.

       01  SYNC-PARAM-STATUS    PIC X(02)   VALUE SPACE .
           88 SYNC-PARAM-STATUS-OK          VALUE '00'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  DB-PARAM-STATUS      PIC X(02)   VALUE SPACE .
           88 DB-PARAM-STATUS-OK            VALUE '00'  .
           88 DB-PARAM-STATUS-NOFILE        VALUE '35'  .

       01  FIN                  PIC S9(9)   VALUE 100   .

      *    mode simulation (dry-run) : quand actif, DATABANK et
      *    CLIENT_XREF ne sont pas modifiés, les comptes rendus sont
      *    produits (même convention que les nettoyages d'exosql01)
       01  WS-DRYRUN            PIC X       VALUE 'N'   .
           88 WS-DRYRUN-OUI                 VALUE 'O'   .

      *    jour traité, au format des horodatages de l'audit
       01  WS-JOUR-TRAITE       PIC X(10)   VALUE SPACES.

      *    découpage d'une ligne de clients-audit.txt :
      *    'AAAA-MM-JJ HH:MM:SS opérateur ACTIO AVANT[...] APRES[...]'
       01  WS-POS-AVANT         PIC 999     VALUE 0     .
       01  WS-POS-APRES         PIC 999     VALUE 0     .
       01  WS-ACTION            PIC X(5)    VALUE SPACES.
           88 WS-ACTION-AJOUT               VALUE 'AJOUT'.
           88 WS-ACTION-MODIF               VALUE 'MODIF'.
           88 WS-ACTION-SUPPR               VALUE 'SUPPR'.

      *    fiche client avant et après, dessin v2 de clients.dat
       01  WS-CLI-AVANT.
           05 WS-AV-CLID          PIC X(4).
           05 WS-AV-NOM           PIC X(12).
           05 WS-AV-PRENOM        PIC X(13).
           05 WS-AV-NUM           PIC X(4).
           05 WS-AV-TEL           PIC X(10).
           05 WS-AV-MAIL          PIC X(30).
       01  WS-CLI-APRES.
           05 WS-AP-CLID          PIC X(4).
           05 WS-AP-NOM           PIC X(12).
           05 WS-AP-PRENOM        PIC X(13).
           05 WS-AP-NUM           PIC X(4).
           05 WS-AP-TEL           PIC X(10).
           05 WS-AP-MAIL          PIC X(30).

      *    arbitrage champ par champ : 1 nom, 2 prénom, 3 email,
      *    4 téléphone. BASE est la dernière valeur synchronisée,
      *    CLIENT la valeur de clients.dat, DB celle de DATABANK.
      *    ETAT : M mise à jour de DATABANK, C conflit, blanc rien.
       01  WS-NB-CHAMP          PIC 9       VALUE 4     .
       01  IND-CH               PIC 9       VALUE 0     .
       01  WS-CHAMPS.
           05 WS-CH OCCURS 4 TIMES.
              10 WS-CH-LIB        PIC X(10).
              10 WS-CH-BASE       PIC X(50).
              10 WS-CH-CLIENT     PIC X(50).
              10 WS-CH-DB         PIC X(50).
              10 WS-CH-RESULT     PIC X(50).
              10 WS-CH-ETAT       PIC X.
       01  WS-CLIENT-CHANGE     PIC X       VALUE 'N'   .
       01  WS-DB-CHANGE         PIC X       VALUE 'N'   .
       01  WS-A-METTRE-A-JOUR   PIC X       VALUE 'N'   .
           88 WS-MAJ-OUI                    VALUE 'O'   .

       01  WS-XREF-TROUVE       PIC X       VALUE 'N'   .
           88 WS-XREF-OUI                   VALUE 'O'   .
       01  WS-MOTIF             PIC X(30)   VALUE SPACES.
       01  WS-ID-ED             PIC Z(8)9   VALUE ZERO  .

       01  WS-NB-LUES           PIC 9(5)    VALUE 0     .
       01  WS-NB-AUTRES-JOURS   PIC 9(5)    VALUE 0     .
       01  WS-NB-CREES          PIC 9(5)    VALUE 0     .
       01  WS-NB-MAJ            PIC 9(5)    VALUE 0     .
       01  WS-NB-INCHANGES      PIC 9(5)    VALUE 0     .
       01  WS-NB-CONFLITS       PIC 9(5)    VALUE 0     .
       01  WS-NB-AMBIGUS        PIC 9(5)    VALUE 0     .
       01  WS-NB-SUPPR          PIC 9(5)    VALUE 0     .
       01  WS-NB-EFFACES        PIC 9(5)    VALUE 0     .
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

       01  SQL-CLID             PIC X(4)    .
       01  SQL-ID               PIC X(40)   .
       01  SQL-NOUV-ID          PIC 9(9)    .
       01  SQL-NB-LIG           PIC 9(5)    .
       01  SQL-DATE-SYNC        PIC X(10)   .
      *    clés de rapprochement normalisées
       01  SQL-NORME.
           05 SQL-NO-NOM        PIC X(50)   .
           05 SQL-NO-PRENOM     PIC X(50)   .
           05 SQL-NO-EMAIL      PIC X(50)   .
      *    valeurs lues ou écrites : DATABANK et CLIENT_XREF
       01  SQL-VALEURS.
           05 SQL-VA-NOM        PIC X(50)   .
           05 SQL-VA-PRENOM     PIC X(50)   .
           05 SQL-VA-EMAIL      PIC X(50)   .
           05 SQL-VA-PHONE      PIC X(50)   .
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
           MOVE 'NOM'       TO WS-CH-LIB(1).
           MOVE 'PRENOM'    TO WS-CH-LIB(2).
           MOVE 'EMAIL'     TO WS-CH-LIB(3).
           MOVE 'TELEPHONE' TO WS-CH-LIB(4).

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
           PERFORM 3000-TRAITE-AUDIT-START
                THRU 3000-TRAITE-AUDIT-END.

           DISPLAY 'JOUR TRAITE           :' SPACE WS-JOUR-TRAITE.
           DISPLAY 'MOUVEMENTS DU JOUR    :' SPACE WS-NB-LUES.
           DISPLAY 'INDIVIDUS CREES       :' SPACE WS-NB-CREES.
           DISPLAY 'INDIVIDUS MIS A JOUR  :' SPACE WS-NB-MAJ.
           DISPLAY 'SANS CHANGEMENT       :' SPACE WS-NB-INCHANGES.
           DISPLAY 'CONFLITS              :' SPACE WS-NB-CONFLITS.
           DISPLAY 'RAPPROCHEMENTS AMBIGUS:' SPACE WS-NB-AMBIGUS.
           DISPLAY 'CLIENTS SUPPRIMES     :' SPACE WS-NB-SUPPR.
           DISPLAY 'INDIVIDUS EFFACES     :' SPACE WS-NB-EFFACES.
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
           MOVE 'synccli' TO JR-PROGRAMME.
           MOVE WS-NB-LUES TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-CREES + WS-NB-MAJ.
           COMPUTE JR-NB-REJETS = WS-NB-CONFLITS + WS-NB-AMBIGUS.
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
           MOVE 'synccli' TO AU-PROGRAMME.
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

      *    mode simulation (ligne 1 de exosql01-param.txt) et jour à
      *    traiter (ligne 1 de synccli-param.txt, date du jour sinon)
       1005-CHARGE-PARAM-START.
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-NOFILE
              MOVE 'N' TO WS-DRYRUN
           ELSE
              READ PARAM-CTL
              MOVE REC-PARAM-CTL(1:1) TO WS-DRYRUN
              CLOSE PARAM-CTL
           END-IF.
           MOVE WS-DATE-JOUR TO WS-JOUR-TRAITE.
           OPEN INPUT SYNC-PARAM.
           IF SYNC-PARAM-STATUS-OK
              READ SYNC-PARAM
              IF SYNC-PARAM-STATUS-OK
                 AND REC-SYNC-PARAM(1:4) IS NUMERIC
                 AND REC-SYNC-PARAM(5:1) = '-'
                 AND REC-SYNC-PARAM(6:2) IS NUMERIC
                 AND REC-SYNC-PARAM(8:1) = '-'
                 AND REC-SYNC-PARAM(9:2) IS NUMERIC
                 MOVE REC-SYNC-PARAM(1:10) TO WS-JOUR-TRAITE
              END-IF
              CLOSE SYNC-PARAM
           END-IF.
       1005-CHARGE-PARAM-END.
           EXIT.

      *    table de correspondance client -> individu, avec les
      *    dernières valeurs synchronisées, et colonne du téléphone
      *    dans DATABANK ; créées au premier lancement
       1010-CREE-TABLE-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS CLIENT_XREF (
                 CLID         CHAR(4)  NOT NULL,
                 ID           CHAR(40) NOT NULL,
                 LAST_NAME    VARCHAR(50),
                 FIRST_NAME   VARCHAR(50),
                 EMAIL        VARCHAR(50),
                 PHONE        VARCHAR(50),
                 DATE_SYNC    CHAR(10) NOT NULL,
                 PRIMARY KEY (CLID)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'TABLE CLIENT_XREF CREATION' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL
              ALTER TABLE DATABANK ADD COLUMN IF NOT EXISTS
                 PHONE VARCHAR(50)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE PHONE DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       1010-CREE-TABLE-END.
           EXIT.

       3000-TRAITE-AUDIT-START.
           OPEN INPUT F-AUDIT-CLI.
           IF F-AUDIT-CLI-STATUS-NOFILE
              DISPLAY 'CLIENTS-AUDIT.TXT INTROUVABLE - AUCUN MOUVEMENT'
              GO TO 3000-TRAITE-AUDIT-END
           END-IF.
           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-CONFLIT.
           IF NOT WS-DRYRUN-OUI
              OPEN EXTEND F-AUDIT-AJOUT
              IF NOT F-AUDIT-AJOUT-STATUS-OK
                 OPEN OUTPUT F-AUDIT-AJOUT
              END-IF
           END-IF.
           READ F-AUDIT-CLI.
           PERFORM UNTIL F-AUDIT-CLI-STATUS-EOF
              IF REC-F-AUDIT-CLI(1:10) = WS-JOUR-TRAITE
                 ADD 1 TO WS-NB-LUES
                 PERFORM 3010-TRAITE-UN-MVT-START
                    THRU 3010-TRAITE-UN-MVT-END
              ELSE
                 ADD 1 TO WS-NB-AUTRES-JOURS
              END-IF
              READ F-AUDIT-CLI
           END-PERFORM.
           CLOSE F-AUDIT-CLI.
           CLOSE F-RAPPORT.
           CLOSE F-CONFLIT.
           IF NOT WS-DRYRUN-OUI
              CLOSE F-AUDIT-AJOUT
              EXEC SQL COMMIT END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COMMIT SYNCHRONISATION' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
       3000-TRAITE-AUDIT-END.
           EXIT.

      *    Un mouvement du jour : découpage de la ligne, puis
      *    rapprochement et report selon l'action
       3010-TRAITE-UN-MVT-START.
           MOVE 0 TO WS-POS-AVANT.
           INSPECT REC-F-AUDIT-CLI TALLYING WS-POS-AVANT
              FOR CHARACTERS BEFORE INITIAL 'AVANT['.
      *    ligne sans AVANT[ ou tronquée : ce n'est pas un mouvement
           IF (WS-POS-AVANT < 6) OR (WS-POS-AVANT > 100)
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
           MOVE REC-F-AUDIT-CLI(WS-POS-AVANT - 5:5) TO WS-ACTION.
           ADD 7 TO WS-POS-AVANT.
           COMPUTE WS-POS-APRES = WS-POS-AVANT + 81.
           MOVE REC-F-AUDIT-CLI(WS-POS-AVANT:73) TO WS-CLI-AVANT.
           MOVE REC-F-AUDIT-CLI(WS-POS-APRES:73) TO WS-CLI-APRES.
           MOVE SPACES TO SQL-ID.
           EVALUATE TRUE
              WHEN WS-ACTION-SUPPR
                 MOVE WS-AV-CLID TO SQL-CLID
                 PERFORM 3060-SUPPRIME-XREF-START
                    THRU 3060-SUPPRIME-XREF-END
                 GO TO 3010-TRAITE-UN-MVT-END
              WHEN WS-ACTION-AJOUT
              WHEN WS-ACTION-MODIF
                 MOVE WS-AP-CLID TO SQL-CLID
              WHEN OTHER
                 GO TO 3010-TRAITE-UN-MVT-END
           END-EVALUATE.

      *    1) correspondance déjà établie
           PERFORM 3020-LIT-XREF-START THRU 3020-LIT-XREF-END.
      *    2) sinon rapprochement sur les valeurs que DATABANK
      *       connaît : celles d'avant la modification
           IF NOT WS-XREF-OUI
              PERFORM 3030-RAPPROCHE-START THRU 3030-RAPPROCHE-END
              IF WS-MOTIF NOT = SPACES
                 ADD 1 TO WS-NB-AMBIGUS
                 MOVE 1 TO IND-CH
                 MOVE SPACES TO WS-CH-DB(1)
                 PERFORM 3090-ECRIT-CONFLIT-START
                    THRU 3090-ECRIT-CONFLIT-END
                 GO TO 3010-TRAITE-UN-MVT-END
              END-IF
           END-IF.
      *    3) inconnu de DATABANK : nouvel individu
           IF SQL-ID = SPACES
              PERFORM 3070-CREE-INDIVIDU-START
                 THRU 3070-CREE-INDIVIDU-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.

      *    lecture de l'individu ; effacé depuis (droit à
      *    l'effacement) : il n'est pas recréé
           EXEC SQL
              SELECT COALESCE(LAST_NAME, ''), COALESCE(FIRST_NAME, ''),
                     COALESCE(EMAIL, ''), COALESCE(PHONE, '')
              INTO :SQL-VA-NOM, :SQL-VA-PRENOM, :SQL-VA-EMAIL,
                   :SQL-VA-PHONE
              FROM DATABANK
              WHERE ID = :SQL-ID
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN)
              MOVE 'LECTURE DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQLCODE = FIN
              ADD 1 TO WS-NB-EFFACES
              MOVE 'INDIVIDU EFFACE - NON RECREE' TO WS-MOTIF
              PERFORM 3080-ECRIT-RAPPORT-START
                 THRU 3080-ECRIT-RAPPORT-END
              GO TO 3010-TRAITE-UN-MVT-END
           END-IF.
           MOVE SQL-VA-NOM    TO WS-CH-DB(1).
           MOVE SQL-VA-PRENOM TO WS-CH-DB(2).
           MOVE SQL-VA-EMAIL  TO WS-CH-DB(3).
           MOVE SQL-VA-PHONE  TO WS-CH-DB(4).
           MOVE WS-AP-NOM     TO WS-CH-CLIENT(1).
           MOVE WS-AP-PRENOM  TO WS-CH-CLIENT(2).
           MOVE WS-AP-MAIL    TO WS-CH-CLIENT(3).
           MOVE WS-AP-TEL     TO WS-CH-CLIENT(4).

           MOVE 'N' TO WS-A-METTRE-A-JOUR.
           PERFORM VARYING IND-CH FROM 1 BY 1
                   UNTIL IND-CH > WS-NB-CHAMP
              PERFORM 3050-ARBITRE-CHAMP-START
                 THRU 3050-ARBITRE-CHAMP-END
           END-PERFORM.
           PERFORM 3040-MAJ-INDIVIDU-START
              THRU 3040-MAJ-INDIVIDU-END.
       3010-TRAITE-UN-MVT-END.
           EXIT.

      *    Correspondance enregistrée : ID de l'individu et valeurs
      *    de la dernière synchronisation (base de l'arbitrage)
       3020-LIT-XREF-START.
           MOVE 'N' TO WS-XREF-TROUVE.
           EXEC SQL
              SELECT TRIM(ID), COALESCE(LAST_NAME, ''),
                     COALESCE(FIRST_NAME, ''), COALESCE(EMAIL, ''),
                     COALESCE(PHONE, '')
              INTO :SQL-ID, :SQL-VA-NOM, :SQL-VA-PRENOM,
                   :SQL-VA-EMAIL, :SQL-VA-PHONE
              FROM CLIENT_XREF
              WHERE CLID = :SQL-CLID
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN)
              MOVE 'LECTURE CLIENT_XREF' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           IF SQLCODE = FIN
              MOVE SPACES TO SQL-ID
              GO TO 3020-LIT-XREF-END
           END-IF.
           SET WS-XREF-OUI TO TRUE.
           MOVE SQL-VA-NOM    TO WS-CH-BASE(1).
           MOVE SQL-VA-PRENOM TO WS-CH-BASE(2).
           MOVE SQL-VA-EMAIL  TO WS-CH-BASE(3).
           MOVE SQL-VA-PHONE  TO WS-CH-BASE(4).
       3020-LIT-XREF-END.
           EXIT.

      *    Rapprochement sans correspondance, sur nom, prénom et
      *    email, puis email seul, puis nom et prénom ; chaque étape
      *    exige un seul individu. La base de l'arbitrage est la
      *    fiche d'avant la modification (blanche pour un ajout).
      *    WS-MOTIF est renseigné si le rapprochement est ambigu.
       3030-RAPPROCHE-START.
           MOVE SPACES TO WS-MOTIF SQL-ID.
           IF WS-ACTION-AJOUT
              MOVE SPACES TO WS-CH-BASE(1) WS-CH-BASE(2)
                             WS-CH-BASE(3) WS-CH-BASE(4)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AP-NOM))
                 TO SQL-NO-NOM
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AP-PRENOM))
                 TO SQL-NO-PRENOM
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AP-MAIL))
                 TO SQL-NO-EMAIL
           ELSE
              MOVE WS-AV-NOM    TO WS-CH-BASE(1)
              MOVE WS-AV-PRENOM TO WS-CH-BASE(2)
              MOVE WS-AV-MAIL   TO WS-CH-BASE(3)
              MOVE WS-AV-TEL    TO WS-CH-BASE(4)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AV-NOM))
                 TO SQL-NO-NOM
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AV-PRENOM))
                 TO SQL-NO-PRENOM
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AV-MAIL))
                 TO SQL-NO-EMAIL
           END-IF.

           IF SQL-NO-EMAIL NOT = SPACES
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
                 WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
                 AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
                 AND   UPPER(TRIM(EMAIL))      = TRIM(:SQL-NO-EMAIL)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COUNT NOM PRENOM EMAIL' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              IF SQL-NB-LIG > 1
                 MOVE 'PLUSIEURS INDIVIDUS NOM+EMAIL' TO WS-MOTIF
                 GO TO 3030-RAPPROCHE-END
              END-IF
              IF SQL-NB-LIG = 1
                 EXEC SQL
                    SELECT CAST(ID AS VARCHAR) INTO :SQL-ID
                    FROM DATABANK
                    WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
                    AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
                    AND   UPPER(TRIM(EMAIL))      = TRIM(:SQL-NO-EMAIL)
                 END-EXEC
                 GO TO 3030-RAPPROCHE-END
              END-IF
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-LIG FROM DATABANK
                 WHERE UPPER(TRIM(EMAIL)) = TRIM(:SQL-NO-EMAIL)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'COUNT EMAIL' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
              IF SQL-NB-LIG > 1
                 MOVE 'PLUSIEURS INDIVIDUS MEME EMAIL' TO WS-MOTIF
                 GO TO 3030-RAPPROCHE-END
              END-IF
              IF SQL-NB-LIG = 1
                 EXEC SQL
                    SELECT CAST(ID AS VARCHAR) INTO :SQL-ID
                    FROM DATABANK
                    WHERE UPPER(TRIM(EMAIL)) = TRIM(:SQL-NO-EMAIL)
                 END-EXEC
                 GO TO 3030-RAPPROCHE-END
              END-IF
           END-IF.

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
           IF SQL-NB-LIG > 1
              MOVE 'PLUSIEURS INDIVIDUS NOM PRENOM' TO WS-MOTIF
              GO TO 3030-RAPPROCHE-END
           END-IF.
           IF SQL-NB-LIG = 1
              EXEC SQL
                 SELECT CAST(ID AS VARCHAR) INTO :SQL-ID
                 FROM DATABANK
                 WHERE UPPER(TRIM(LAST_NAME))  = TRIM(:SQL-NO-NOM)
                 AND   UPPER(TRIM(FIRST_NAME)) = TRIM(:SQL-NO-PRENOM)
              END-EXEC
           END-IF.
       3030-RAPPROCHE-END.
           EXIT.

      *    Report des champs arbitrés sur l'individu et mise à jour
      *    de la correspondance avec les valeurs désormais communes
       3040-MAJ-INDIVIDU-START.
           IF WS-MAJ-OUI
              ADD 1 TO WS-NB-MAJ
              MOVE WS-CH-RESULT(1) TO SQL-VA-NOM
              MOVE WS-CH-RESULT(2) TO SQL-VA-PRENOM
              MOVE WS-CH-RESULT(3) TO SQL-VA-EMAIL
              MOVE WS-CH-RESULT(4) TO SQL-VA-PHONE
              IF NOT WS-DRYRUN-OUI
                 EXEC SQL
                    UPDATE DATABANK
                    SET LAST_NAME  = TRIM(:SQL-VA-NOM),
                        FIRST_NAME = TRIM(:SQL-VA-PRENOM),
                        EMAIL      = NULLIF(TRIM(:SQL-VA-EMAIL), ''),
                        PHONE      = NULLIF(TRIM(:SQL-VA-PHONE), '')
                    WHERE ID = :SQL-ID
                 END-EXEC
                 IF  SQLCODE NOT = ZERO
                    MOVE 'UPDATE DATABANK' TO WS-SQL-LIB
                    PERFORM 9050-ERROR-RTN-START
                         THRU 9050-ERROR-RTN-END
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-NB-INCHANGES
              MOVE 'AUCUN CHAMP REPORTE' TO WS-MOTIF
              PERFORM 3080-ECRIT-RAPPORT-START
                 THRU 3080-ECRIT-RAPPORT-END
           END-IF.
           MOVE WS-CH-BASE(1) TO SQL-VA-NOM.
           MOVE WS-CH-BASE(2) TO SQL-VA-PRENOM.
           MOVE WS-CH-BASE(3) TO SQL-VA-EMAIL.
           MOVE WS-CH-BASE(4) TO SQL-VA-PHONE.
           PERFORM 3045-ECRIT-XREF-START THRU 3045-ECRIT-XREF-END.
       3040-MAJ-INDIVIDU-END.
           EXIT.

      *    Création ou mise à jour de la correspondance du client
      *    SQL-CLID avec l'individu SQL-ID (valeurs dans SQL-VALEURS)
       3045-ECRIT-XREF-START.
           IF WS-DRYRUN-OUI
              GO TO 3045-ECRIT-XREF-END
           END-IF.
           MOVE WS-DATE-JOUR TO SQL-DATE-SYNC.
           IF WS-XREF-OUI
              EXEC SQL
                 UPDATE CLIENT_XREF
                 SET ID         = :SQL-ID,
                     LAST_NAME  = TRIM(:SQL-VA-NOM),
                     FIRST_NAME = TRIM(:SQL-VA-PRENOM),
                     EMAIL      = TRIM(:SQL-VA-EMAIL),
                     PHONE      = TRIM(:SQL-VA-PHONE),
                     DATE_SYNC  = :SQL-DATE-SYNC
                 WHERE CLID = :SQL-CLID
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'UPDATE CLIENT_XREF' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           ELSE
              EXEC SQL
                 INSERT INTO CLIENT_XREF
                    (CLID, ID, LAST_NAME, FIRST_NAME, EMAIL, PHONE,
                     DATE_SYNC)
                 VALUES (:SQL-CLID, :SQL-ID, TRIM(:SQL-VA-NOM),
                         TRIM(:SQL-VA-PRENOM), TRIM(:SQL-VA-EMAIL),
                         TRIM(:SQL-VA-PHONE), :SQL-DATE-SYNC)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'INSERT CLIENT_XREF' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
       3045-ECRIT-XREF-END.
           EXIT.

      *    Arbitrage d'un champ (IND-CH), comparaison en majuscules
      *    sans blancs autour :
      *      client inchangé depuis la base       : DATABANK gardé
      *      client changé, DATABANK inchangé     : report du client
      *      changés des deux côtés, même valeur  : rien à faire
      *      changés des deux côtés, différents   : conflit
      *    La base devient la valeur commune, sauf en cas de conflit
      *    où elle reste l'ancienne jusqu'à résolution.
       3050-ARBITRE-CHAMP-START.
           MOVE SPACE TO WS-CH-ETAT(IND-CH).
           MOVE WS-CH-DB(IND-CH) TO WS-CH-RESULT(IND-CH).
           MOVE 'N' TO WS-CLIENT-CHANGE WS-DB-CHANGE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CH-CLIENT(IND-CH)))
              NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CH-BASE(IND-CH)))
              MOVE 'O' TO WS-CLIENT-CHANGE
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CH-DB(IND-CH)))
              NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CH-BASE(IND-CH)))
              MOVE 'O' TO WS-DB-CHANGE
           END-IF.
           IF WS-CLIENT-CHANGE = 'N'
              GO TO 3050-ARBITRE-CHAMP-END
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CH-CLIENT(IND-CH)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CH-DB(IND-CH)))
              MOVE WS-CH-CLIENT(IND-CH) TO WS-CH-BASE(IND-CH)
              GO TO 3050-ARBITRE-CHAMP-END
           END-IF.
           IF WS-DB-CHANGE = 'O'
              MOVE 'C' TO WS-CH-ETAT(IND-CH)
              ADD 1 TO WS-NB-CONFLITS
              MOVE 'MODIFIE DES DEUX COTES' TO WS-MOTIF
              PERFORM 3090-ECRIT-CONFLIT-START
                 THRU 3090-ECRIT-CONFLIT-END
              GO TO 3050-ARBITRE-CHAMP-END
           END-IF.
      *    un nom ou un prénom ne peut être mis à blanc dans DATABANK
           IF (IND-CH < 3) AND (WS-CH-CLIENT(IND-CH) = SPACES)
              GO TO 3050-ARBITRE-CHAMP-END
           END-IF.
           MOVE 'M' TO WS-CH-ETAT(IND-CH).
           SET WS-MAJ-OUI TO TRUE.
           MOVE WS-CH-CLIENT(IND-CH) TO WS-CH-RESULT(IND-CH).
           MOVE WS-CH-CLIENT(IND-CH) TO WS-CH-BASE(IND-CH).
           MOVE SPACES TO REC-F-RAPPORT.
           MOVE SQL-CLID         TO REC-RAP-CLID.
           MOVE SQL-ID           TO REC-RAP-ID.
           IF WS-DRYRUN-OUI
              MOVE 'MISE A JOUR (SIMULATION)' TO REC-RAP-ACTION
           ELSE
              MOVE 'MISE A JOUR' TO REC-RAP-ACTION
           END-IF.
           MOVE WS-CH-LIB(IND-CH) TO REC-RAP-CHAMP.
           MOVE WS-CH-DB(IND-CH)  TO REC-RAP-AVANT.
           MOVE WS-CH-CLIENT(IND-CH) TO REC-RAP-APRES.
           WRITE REC-F-RAPPORT.
       3050-ARBITRE-CHAMP-END.
           EXIT.

      *    Client supprimé de clients.dat : l'individu reste dans
      *    DATABANK (le marketing garde son historique), seule la
      *    correspondance disparaît
       3060-SUPPRIME-XREF-START.
           ADD 1 TO WS-NB-SUPPR.
           IF NOT WS-DRYRUN-OUI
              EXEC SQL
                 DELETE FROM CLIENT_XREF WHERE CLID = :SQL-CLID
              END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN)
                 MOVE 'DELETE CLIENT_XREF' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
           MOVE 'CLIENT SUPPRIME - INDIVIDU GARDE' TO WS-MOTIF.
           PERFORM 3080-ECRIT-RAPPORT-START
              THRU 3080-ECRIT-RAPPORT-END.
       3060-SUPPRIME-XREF-END.
           EXIT.

      *    Client inconnu de DATABANK : nouvel individu au numéro
      *    suivant, tracé dans ajout-audit.dat comme par nouvind
       3070-CREE-INDIVIDU-START.
           ADD 1 TO WS-NB-CREES.
           MOVE 'N' TO WS-XREF-TROUVE.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1 INTO :SQL-NOUV-ID
              FROM DATABANK
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAX ID DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           MOVE SQL-NOUV-ID TO WS-ID-ED.
           MOVE FUNCTION TRIM(WS-ID-ED) TO SQL-ID.
           MOVE WS-AP-NOM    TO SQL-VA-NOM.
           MOVE WS-AP-PRENOM TO SQL-VA-PRENOM.
           MOVE WS-AP-MAIL   TO SQL-VA-EMAIL.
           MOVE WS-AP-TEL    TO SQL-VA-PHONE.
           IF WS-DRYRUN-OUI
              MOVE 'INDIVIDU CREE (SIMULATION)' TO WS-MOTIF
           ELSE
              MOVE 'INDIVIDU CREE' TO WS-MOTIF
           END-IF.
           PERFORM 3080-ECRIT-RAPPORT-START
              THRU 3080-ECRIT-RAPPORT-END.
           IF WS-DRYRUN-OUI
              GO TO 3070-CREE-INDIVIDU-END
           END-IF.
           EXEC SQL
              INSERT INTO DATABANK
                 (ID, LAST_NAME, FIRST_NAME, EMAIL, PHONE)
              VALUES (:SQL-ID, TRIM(:SQL-VA-NOM), TRIM(:SQL-VA-PRENOM),
                      NULLIF(TRIM(:SQL-VA-EMAIL), ''),
                      NULLIF(TRIM(:SQL-VA-PHONE), ''))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT DATABANK' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           MOVE SPACES TO REC-F-AUDIT-AJOUT.
           MOVE SQL-ID       TO REC-AJ-ID.
           MOVE '(ABSENT)'   TO REC-AJ-AVANT.
           MOVE 'INSERE'     TO REC-AJ-APRES.
           MOVE WS-DATE-JOUR TO REC-AJ-DATE.
           WRITE REC-F-AUDIT-AJOUT.
           PERFORM 3045-ECRIT-XREF-START THRU 3045-ECRIT-XREF-END.
       3070-CREE-INDIVIDU-END.
           EXIT.

      *    ligne de compte rendu sans champ : libellé dans WS-MOTIF
       3080-ECRIT-RAPPORT-START.
           MOVE SPACES TO REC-F-RAPPORT.
           MOVE SQL-CLID TO REC-RAP-CLID.
           MOVE SQL-ID   TO REC-RAP-ID.
           MOVE WS-MOTIF TO REC-RAP-ACTION.
           WRITE REC-F-RAPPORT.
       3080-ECRIT-RAPPORT-END.
           EXIT.

      *    ligne de conflit : champ IND-CH, valeur du client et
      *    valeur de DATABANK ; motif dans WS-MOTIF
       3090-ECRIT-CONFLIT-START.
           MOVE SPACES TO REC-F-CONFLIT.
           MOVE SQL-CLID TO REC-CNF-CLID.
           MOVE SQL-ID   TO REC-CNF-ID.
           MOVE WS-MOTIF TO REC-CNF-MOTIF.
           IF WS-MOTIF(1:10) = 'PLUSIEURS '
              MOVE 'NOM/EMAIL'  TO REC-CNF-CHAMP
              MOVE SQL-NO-NOM   TO REC-CNF-CLIENT
              MOVE SQL-NO-EMAIL TO REC-CNF-DATABANK
           ELSE
              MOVE WS-CH-LIB(IND-CH)    TO REC-CNF-CHAMP
              MOVE WS-CH-CLIENT(IND-CH) TO REC-CNF-CLIENT
              MOVE WS-CH-DB(IND-CH)     TO REC-CNF-DATABANK
           END-IF.
           WRITE REC-F-CONFLIT.
       3090-ECRIT-CONFLIT-END.
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

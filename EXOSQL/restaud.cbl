      *           "avant" ligne par ligne au lieu d'une réparation    *
      *           manuelle.                                            *
      *           Le fichier restaud-param.txt choisit l'audit à      *
      *           rejouer (ligne 1 : PAYS, EMAIL ou AJOUT) ; le mode   *
      *           simulation de exosql01-param.txt (ligne 1) est       *
      *           respecté, et chaque valeur restaurée laisse sa       *
      *           propre trace dans restauration-audit.dat.            *
      *           AJOUT rejoue ajout-audit.dat (entrées de nouvind) :  *
      *           chaque individu inséré est supprimé de DATABANK.     *
      *           Pour le lancer, les variables OPERATEUR et           *
      *           OPERATEUR_SECRET doivent donner un profil de         *
      *           operateurs.txt avec le droit M sur ce programme      *
      *           (cf autoris).                                        *
      *                                                                *
      * Date de création : le 02/09/2026                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    audit à rejouer, nom servi selon le choix PAYS/EMAIL/AJOUT
           SELECT F-AUDIT
               ASSIGN TO WS-AUDIT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

      *    choix de l'audit à rejouer : ligne 1 = PAYS, EMAIL ou AJOUT
           SELECT PARAM-CHOIX
               ASSIGN TO 'restaud-param.txt'
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *    dessin commun aux audits : ID en tête, la valeur
      *    avant puis la valeur après ; la largeur des valeurs
      *    diffère (2 pour PAYS, 50 pour EMAIL, 8 pour AJOUT), le
      *    découpage est fait selon le choix
       FD  F-AUDIT
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.
           05 AUD-E-AVANT       PIC X(50).
           05 FILLER            PIC X.
           05 AUD-E-APRES       PIC X(8).
       01  REC-AUDIT-AJOUT REDEFINES REC-F-AUDIT.
           05 AUD-A-ID          PIC X(40).
           05 FILLER            PIC X.
           05 AUD-A-AVANT       PIC X(8).
           05 FILLER            PIC X.
           05 AUD-A-APRES       PIC X(8).
           05 FILLER            PIC X(42).

       FD  PARAM-CHOIX
           RECORD CONTAINS 20 CHARACTERS
       01  WS-CHOIX             PIC X(5)    VALUE SPACES.
           88 WS-CHOIX-PAYS                 VALUE 'PAYS '.
           88 WS-CHOIX-EMAIL                VALUE 'EMAIL'.
           88 WS-CHOIX-AJOUT                VALUE 'AJOUT'.

      *    mode simulation (dry-run), même convention qu'exosql01
       01  WS-DRYRUN            PIC X       VALUE 'N'   .
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
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           PERFORM 1000-CONTROLE-ACCES-START
                THRU 1000-CONTROLE-ACCES-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.

           PERFORM 1005-CHARGE-CHOIX-START THRU 1005-CHARGE-CHOIX-END.
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'restaud' TO JR-PROGRAMME.
           MOVE WS-NB-LUES       TO JR-NB-LUS.
           MOVE WS-NB-RESTAUREES TO JR-NB-ECRITS.
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
           MOVE 'restaud' TO AU-PROGRAMME.
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

      *    choix de l'audit à rejouer : ligne 1 de restaud-param.txt
      *    (PAYS -> correction-pays-audit.dat, EMAIL ->
      *    email-audit.dat, AJOUT -> ajout-audit.dat) ; fichier
      *    absent = erreur franche, la restauration ne se devine pas
       1005-CHARGE-CHOIX-START.
           OPEN INPUT PARAM-CHOIX.
           IF NOT PARAM-CHOIX-STATUS-OK
              DISPLAY 'RESTAUD-PARAM.TXT INTROUVABLE - INDIQUEZ '
                 'PAYS, EMAIL OU AJOUT EN LIGNE 1'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM 9055-ECRIT-JOURNAL-START
                    TO WS-AUDIT-FILENAME
              WHEN WS-CHOIX-EMAIL
                 MOVE 'email-audit.dat' TO WS-AUDIT-FILENAME
              WHEN WS-CHOIX-AJOUT
                 MOVE 'ajout-audit.dat' TO WS-AUDIT-FILENAME
              WHEN OTHER
                 DISPLAY 'CHOIX D''AUDIT INCONNU :' SPACE WS-CHOIX
                    SPACE '(ATTENDU : PAYS, EMAIL OU AJOUT)'
                 MOVE 16 TO RETURN-CODE
                 MOVE 'ERREUR' TO JR-STATUT
                 PERFORM 9055-ECRIT-JOURNAL-START
           READ F-AUDIT.
           PERFORM UNTIL F-AUDIT-STATUS-EOF
              ADD 1 TO WS-NB-LUES
              EVALUATE TRUE
                 WHEN WS-CHOIX-PAYS
                    PERFORM 3010-RESTAURE-PAYS-START
                       THRU 3010-RESTAURE-PAYS-END
                 WHEN WS-CHOIX-EMAIL
                    PERFORM 3020-RESTAURE-EMAIL-START
                       THRU 3020-RESTAURE-EMAIL-END
                 WHEN OTHER
                    PERFORM 3040-RESTAURE-AJOUT-START
                       THRU 3040-RESTAURE-AJOUT-END
              END-EVALUATE
              READ F-AUDIT
           END-PERFORM.
           CLOSE F-AUDIT.
       3020-RESTAURE-EMAIL-END.
           EXIT.

      *    annulation d'une entrée de nouvind : l'individu inséré
      *    est retiré de DATABANK
       3040-RESTAURE-AJOUT-START.
           IF (AUD-A-ID = SPACES) OR (AUD-A-APRES NOT = 'INSERE')
              ADD 1 TO WS-NB-IGNOREES
              GO TO 3040-RESTAURE-AJOUT-END
           END-IF.
           MOVE AUD-A-ID    TO SQL-RES-ID.
           IF NOT WS-DRYRUN-OUI
              EXEC SQL
                 DELETE FROM DATABANK
                 WHERE ID = :SQL-RES-ID
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'DELETE RESTAURATION AJOUT' TO WS-SQL-LIB
                 PERFORM 9050-ERROR-RTN-START
                      THRU 9050-ERROR-RTN-END
              END-IF
           END-IF.
           ADD 1 TO WS-NB-RESTAUREES.
           PERFORM 3030-ECRIT-TRACE-START THRU 3030-ECRIT-TRACE-END.
       3040-RESTAURE-AJOUT-END.
           EXIT.

      *    trace de la restauration : date, audit rejoué, ID et
      *    valeur remise en place (SIMULATION quand dry-run)
       3030-ECRIT-TRACE-START.
           MOVE ALL SPACE TO WS-LIG-RAP.
           EVALUATE TRUE
              WHEN WS-CHOIX-PAYS
                 STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                        WS-CUR-DATE(7:2) SPACE
                        'AUDIT=PAYS ID=' FUNCTION TRIM(SQL-RES-ID)
                        ' VALEUR RESTAUREE=' SQL-RES-PAYS
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              WHEN WS-CHOIX-EMAIL
                 STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                        WS-CUR-DATE(7:2) SPACE
                        'AUDIT=EMAIL ID=' FUNCTION TRIM(SQL-RES-ID)
                        ' VALEUR RESTAUREE='
                        FUNCTION TRIM(SQL-RES-EMAIL)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              WHEN OTHER
                 STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                        WS-CUR-DATE(7:2) SPACE
                        'AUDIT=AJOUT ID=' FUNCTION TRIM(SQL-RES-ID)
                        ' LIGNE SUPPRIMEE'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
           END-EVALUATE.
           IF WS-DRYRUN-OUI
              STRING FUNCTION TRIM(WS-LIG-RAP) ' (SIMULATION)'
              DELIMITED BY SIZE

      *           suivantes: L’âge maximum, L’âge minimum,             *
      *           Le nombre d’individus par âge                        *
      *           le nom, prénom, email et citation pour les individus *
      *           de Belgique (hors individus opposés au canal EMAIL   *
      *           dans le registre CONSENTEMENT, cf consent)           *
      *           Affichage à l'écran des résultats                    *   
      *           Pour le lancer, les variables OPERATEUR et           *
      *           OPERATEUR_SECRET doivent donner un profil de         *
      *           operateurs.txt avec le droit M sur ce programme      *
      *           (cf autoris).                                        *
      *                                                                *
      * Date de création : le 10/05/2024                               * 
      ******************************************************************

      *    fichier d'interface repris par le système de mailing du
      *    marché belge : reprend les lignes du curseur CRBELGE sans
      *    passer par le rapport combiné output.dat ; les individus
      *    opposés au canal EMAIL (table CONSENTEMENT) n'y figurent pas
           SELECT F-BELGE-EXPORT
               ASSIGN TO 'belgique-export.dat'
               ACCESS MODE IS SEQUENTIAL

      *    adresses mail invalides de DATABANK (pas de '@' ou pas de
      *    domaine) : elles font bondir le mailing belge, on les
      *    liste pour l'équipe données ; les rebonds durs ajoutés
      *    par retcamp (marqués REBOND) sont conservés d'un run à
      *    l'autre
           SELECT F-EMAIL-REJET
               ASSIGN TO 'email-rejets.dat'
               ACCESS MODE IS SEQUENTIAL
           05 REC-EMREJ-ID        PIC X(40).
           05 FILLER              PIC X      VALUE SPACE.
           05 REC-EMREJ-EMAIL     PIC X(50).
           05 FILLER              PIC X.
           05 REC-EMREJ-ORIGINE   PIC X(8).

       FD  F-EMAIL-AUDIT
           RECORD CONTAINS 100 CHARACTERS

       01  F-EMAIL-REJET-STATUS PIC X(02)   VALUE SPACE .
           88 F-EMAIL-REJET-STATUS-OK       VALUE '00'  .
           88 F-EMAIL-REJET-STATUS-EOF      VALUE '10'  .
       01  F-EMAIL-AUDIT-STATUS PIC X(02)   VALUE SPACE .
           88 F-EMAIL-AUDIT-STATUS-OK       VALUE '00'  .

           88 WS-EMAIL-BLANK-OUI            VALUE 'O'   .
       01  WS-NB-EMAIL-KO       PIC 9(5)    VALUE 0     .
       01  WS-NB-EMAIL-KO-Z     PIC Z(4)9               .
      *    rebonds durs de email-rejets.dat repris à l'identique
      *    quand le fichier est réécrit
       01  WS-NB-REBOND         PIC 999     VALUE 0     .
       01  WS-IND-REBOND        PIC 999     VALUE 0     .
       01  WS-REBONDS.
           05 WS-REBOND-LIG OCCURS 500 TIMES PIC X(100)  .

      *    tableau de bord qualité : seuils d'alerte en % par
      *    indicateur (lignes 4 à 7 de exosql01-param.txt, 10 % par
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

       01  F-STATS-HISTO-STATUS PIC X(02)   VALUE SPACE .
           88 F-STATS-HISTO-STATUS-OK       VALUE '00'  .
           88 F-STATS-HISTO-STATUS-EOF      VALUE '10'  .
       01  SQL-AGE-MEDIAN      PIC 99     VALUE 0.
       01  SQL-NB-LIG          PIC 9(3)   VALUE 0.
       01  SQL-NB-POP          PIC 9(5)   VALUE 0.
      *    Belges écartés de l'export faute de consentement EMAIL
       01  SQL-NB-SANS-CONSENT PIC 9(5)   VALUE 0.

      *    comptages du tableau de bord qualité
       01  SQL-SC-EMAIL        PIC 9(5)   VALUE 0.
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           PERFORM 1000-CONTROLE-ACCES-START
                THRU 1000-CONTROLE-ACCES-END.

           PERFORM 1001-CHARGE-DBPARAM-START
                THRU 1001-CHARGE-DBPARAM-END.
           STOP RUN.

       9055-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'exosql01' TO JR-PROGRAMME.
           MOVE SQL-NB-POP     TO JR-NB-LUS.
           MOVE 0              TO JR-NB-ECRITS.
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
           MOVE 'exosql01' TO AU-PROGRAMME.
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

      *    Charge les paramètres de connexion depuis le fichier
      *    protégé dbconnex-param.txt (base, utilisateur, mot de
      *    passe, une valeur par ligne) ; l'absence du fichier est
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
      *    les rebonds durs remontés par le mailing (retcamp) ne
      *    sont pas des adresses mal formées : on les garde
           OPEN INPUT F-EMAIL-REJET.
           IF F-EMAIL-REJET-STATUS-OK
              READ F-EMAIL-REJET
              PERFORM UNTIL F-EMAIL-REJET-STATUS-EOF
                 IF (REC-EMREJ-ORIGINE = 'REBOND')
                    AND (WS-NB-REBOND < 500)
                    ADD 1 TO WS-NB-REBOND
                    MOVE REC-F-EMAIL-REJET
                       TO WS-REBOND-LIG(WS-NB-REBOND)
                 END-IF
                 READ F-EMAIL-REJET
              END-PERFORM
              CLOSE F-EMAIL-REJET
           END-IF.
           OPEN OUTPUT F-EMAIL-REJET.
           PERFORM VARYING WS-IND-REBOND FROM 1 BY 1
                 UNTIL WS-IND-REBOND > WS-NB-REBOND
              MOVE WS-REBOND-LIG(WS-IND-REBOND) TO REC-F-EMAIL-REJET
              WRITE REC-F-EMAIL-REJET
           END-PERFORM.
           OPEN EXTEND F-EMAIL-AUDIT.
           IF NOT F-EMAIL-AUDIT-STATUS-OK
              OPEN OUTPUT F-EMAIL-AUDIT
           EXIT.

       1020-PARTIE2-START.
      *    les individus opposés au canal EMAIL ne partent pas dans
      *    le mailing belge : décompte pour la trace du run
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-NB-SANS-CONSENT
              FROM DATABANK d
              WHERE d.COUNTRY_CODE = 'BE'
              AND EXISTS
                  (SELECT 1 FROM CONSENTEMENT c
                   WHERE TRIM(c.ID) = CAST(d.ID AS VARCHAR)
                   AND c.CANAL = 'EMAIL' AND c.STATUT = 'N')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COUNT BELGES SANS CONSENTEMENT' TO WS-SQL-LIB
              PERFORM 9050-ERROR-RTN-START
                   THRU 9050-ERROR-RTN-END
           END-IF.
           DISPLAY 'BELGES EXCLUS SANS CONSENTEMENT :' SPACE
              SQL-NB-SANS-CONSENT.
           DISPLAY WS-LIG-BELGE. 
           DISPLAY WS-LIG-BELGE-ENT1.
           DISPLAY WS-LIG-BLC WS-LIG-BELGE-ENT2.
                 FROM DATABANK d INNER JOIN PHRASE p
                 ON d.COUNTRY_CODE = p.COUNTRY_CODE  
                 WHERE d.COUNTRY_CODE = 'BE'
                 AND NOT EXISTS
                     (SELECT 1 FROM CONSENTEMENT c
                      WHERE TRIM(c.ID) = CAST(d.ID AS VARCHAR)
                      AND c.CANAL = 'EMAIL' AND c.STATUT = 'N')
                 ORDER BY LAST_NAME, FIRST_NAME 
    
           END-EXEC.

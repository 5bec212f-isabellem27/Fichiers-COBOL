      *      - rejets plus que doublés.                             *
      *    Un fichier d'entrée à moitié vide se voit ainsi le       *
      *    matin même, pas en fin de mois.                          *
      *    Les reprises de la chaine de production (lignes STATUT   *
      *    REPRISE de chaineop) de la veille et du jour sont        *
      *    listées à part au lieu d'entrer dans les moyennes ;      *
      *    l'étape de reprise y est nommée d'après chaine-etat.txt. *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

      *    état de la chaine du jour tenu par chaineop : nomme
      *    l'étape à laquelle la chaine a repris
           SELECT F-ETAT
           ASSIGN TO 'chaine-etat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FETAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-JOURNAL
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(160).

      *    cf chaineop : date de la chaine (1-8), étape (10-11),
      *    programme (13-20), puis état, code retour et heure
       FD  F-ETAT
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ETAT.
           05 ETA-DATE         PIC X(8).
           05 FILLER           PIC X.
           05 ETA-NUM          PIC 99.
           05 FILLER           PIC X.
           05 ETA-PRG          PIC X(8).
           05 FILLER           PIC X(34).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FJOURNAL   PIC XX                     .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'    .
       01  WS-STAT-FRAP       PIC XX                     .
       88  WS-STAT-FRAPOK                  VALUE '00'    .
       01  WS-STAT-FETAT      PIC XX                     .
       88  WS-STAT-FETATOK                 VALUE '00'    .
       88  WS-STAT-FETATFIN                VALUE '10'    .

       01  WS-SEUIL-PCT       PIC 9(3)   VALUE 30        .

       01  WS-NB-ANOMALIES    PIC 99      VALUE 0        .
       01  WS-LIG-RAP         PIC X(160)  VALUE SPACES   .

      *    reprises de la chaine de la veille et du jour : étape de
      *    reprise (LUS), étapes sautées (ECRITS), forcées (REJETES)
       01  WS-DATE-JOUR       PIC 9(8)    VALUE 0        .
       01  WS-DATE-VEILLE     PIC 9(8)    VALUE 0        .
       01  WS-DATE-VEILLE-X REDEFINES WS-DATE-VEILLE PIC X(8).
       01  WS-IND-REP         PIC 99      VALUE 0        .
       01  WS-NB-REP-IGNOREES PIC 99      VALUE 0        .
       01  WS-REPRISES.
           03 WS-NB-REP       PIC 99      VALUE 0        .
           03 WS-REP-TAB  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-NB-REP.
              05 WS-REP-HORO      PIC X(14)              .
              05 WS-REP-ETAPE     PIC 99                 .
              05 WS-REP-SAUTEES   PIC 99                 .
              05 WS-REP-FORCEES   PIC 99                 .
       01  WS-IND-ETA         PIC 99      VALUE 0        .
       01  WS-ETAPES-JOUR.
           03 WS-NB-ETA       PIC 99      VALUE 0        .
           03 WS-ETA-TAB  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-NB-ETA.
              05 WS-ETA-DATE      PIC X(8)               .
              05 WS-ETA-NUM       PIC 99                 .
              05 WS-ETA-PRG       PIC X(8)               .
       01  WS-REP-PRG         PIC X(8)    VALUE SPACES   .

      ***************************************************************
      * Exécution du programme
      ***************************************************************

      * 0000-MAIN-START
           PERFORM CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-VEILLE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1).
           PERFORM CHARGE-ETAT-CHAINE THRU CHARGE-ETAT-CHAINE-FIN.
           PERFORM CHARGE-JOURNAL THRU CHARGE-JOURNAL-FIN.
           IF WS-NB-PG = 0
              DISPLAY 'RUN-JOURNAL.TXT VIDE - PAS DE RAPPORT'
                 REC-JOURNAL(1:80)
              GO TO TRAITE-LIGNE-JOURNAL-FIN
           END-IF.
      *    reprise de la chaine : listée à part, hors moyennes
           IF (WS-JRN-PRG = 'chaineop')
              AND (WS-JRN-STATUT = 'REPRISE')
              PERFORM NOTE-REPRISE
              GO TO TRAITE-LIGNE-JOURNAL-FIN
           END-IF.

      *    durée du passage en secondes
           MOVE WS-JRN-DEBUT TO WS-TS.
       TRAITE-LIGNE-JOURNAL-FIN.
           EXIT.

      *    Retient une reprise de la veille ou du jour
       NOTE-REPRISE.
           IF WS-JRN-DEBUT(1:8) < WS-DATE-VEILLE-X
              CONTINUE
           ELSE
              IF WS-NB-REP >= 20
                 ADD 1 TO WS-NB-REP-IGNOREES
              ELSE
                 ADD 1 TO WS-NB-REP
                 MOVE WS-JRN-DEBUT  TO WS-REP-HORO(WS-NB-REP)
                 MOVE WS-JRN-LUS-9  TO WS-REP-ETAPE(WS-NB-REP)
                 MOVE WS-JRN-ECR-9  TO WS-REP-SAUTEES(WS-NB-REP)
                 MOVE WS-JRN-REJ-9  TO WS-REP-FORCEES(WS-NB-REP)
              END-IF
           END-IF.

      *    Etapes de la chaine d'après chaine-etat.txt (absent =
      *    reprises listées par numéro d'étape seulement)
       CHARGE-ETAT-CHAINE.
           OPEN INPUT F-ETAT.
           IF NOT WS-STAT-FETATOK
              GO TO CHARGE-ETAT-CHAINE-FIN
           END-IF.
           READ F-ETAT.
           PERFORM UNTIL WS-STAT-FETATFIN OR (WS-NB-ETA >= 20)
              IF ETA-NUM NUMERIC
                 ADD 1 TO WS-NB-ETA
                 MOVE ETA-DATE TO WS-ETA-DATE(WS-NB-ETA)
                 MOVE ETA-NUM  TO WS-ETA-NUM(WS-NB-ETA)
                 MOVE ETA-PRG  TO WS-ETA-PRG(WS-NB-ETA)
              END-IF
              READ F-ETAT
           END-PERFORM.
       CHARGE-ETAT-CHAINE-FIN.
           CLOSE F-ETAT.

      *    Convertit WS-TS (AAAAMMJJHHMMSS) en secondes depuis
      *    l'origine du comptage INTEGER-OF-DATE
       CONVERTIT-TS.
              PERFORM ECRIT-UN-PROGRAMME
                 THRU ECRIT-UN-PROGRAMME-FIN
           END-PERFORM.
           PERFORM ECRIT-REPRISES.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

      *    Reprises de la chaine de production de la veille et du
      *    jour : heure, étape de reprise, étapes sautées et forcées
       ECRIT-REPRISES.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REPRISES DE LA CHAINE DE PRODUCTION (VEILLE ET JOUR)'
              TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-REP = 0
              MOVE '   AUCUNE REPRISE' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM VARYING WS-IND-REP FROM 1 BY 1
                 UNTIL (WS-IND-REP > WS-NB-REP)
              PERFORM ECRIT-UNE-REPRISE
           END-PERFORM.
           IF WS-NB-REP-IGNOREES > 0
              INITIALIZE WS-LIG-RAP
              STRING '   ... ET ' WS-NB-REP-IGNOREES
                     ' AUTRE(S) REPRISE(S) NON DETAILLEE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

       ECRIT-UNE-REPRISE.
      *    l'étape est nommée si l'état de la chaine est celui du
      *    jour de la reprise
           MOVE SPACES TO WS-REP-PRG.
           PERFORM VARYING WS-IND-ETA FROM 1 BY 1
                 UNTIL (WS-IND-ETA > WS-NB-ETA)
              IF (WS-ETA-DATE(WS-IND-ETA)
                    = WS-REP-HORO(WS-IND-REP)(1:8))
                 AND (WS-ETA-NUM(WS-IND-ETA)
                    = WS-REP-ETAPE(WS-IND-REP))
                 MOVE WS-ETA-PRG(WS-IND-ETA) TO WS-REP-PRG
              END-IF
           END-PERFORM.
           INITIALIZE WS-LIG-RAP.
           STRING '   ' WS-REP-HORO(WS-IND-REP)(1:4) '-'
                  WS-REP-HORO(WS-IND-REP)(5:2) '-'
                  WS-REP-HORO(WS-IND-REP)(7:2) ' '
                  WS-REP-HORO(WS-IND-REP)(9:2) ':'
                  WS-REP-HORO(WS-IND-REP)(11:2) ':'
                  WS-REP-HORO(WS-IND-REP)(13:2)
                  ' CHAINE REPRISE A L''ETAPE '
                  WS-REP-ETAPE(WS-IND-REP) ' '
                  WS-REP-PRG
                  ' - SAUTEES ' WS-REP-SAUTEES(WS-IND-REP)
                  ' FORCEES ' WS-REP-FORCEES(WS-IND-REP)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

       ECRIT-UN-PROGRAMME.
           MOVE WS-PG-DER-DUREE(WS-IND-PG) TO WS-DUREE-ED.
           INITIALIZE WS-LIG-RAP.

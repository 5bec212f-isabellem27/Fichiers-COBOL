      *=============================================================*
      *    Voeux d'orientation de fin d'année et proposition de     *
      *    réponse au conseil de classe.                            *
      *    Chaque élève formule jusqu'à trois voeux classés, portés *
      *    par un enregistrement type 05 de input.dat à la suite de *
      *    son type 01 (code d'orientation de la liste de           *
      *    référence orientations.dat).                             *
      *    Chaque voeu est confronté :                              *
      *      - à la décision PASSAGE/REDOUBLEMENT du bulletin       *
      *        annuel (bulletin-annuel.dat), remplacée par la       *
      *        décision de rattrapage-decisions.dat quand l'élève   *
      *        est passé par la session de rattrapage,              *
      *      - à la moyenne annuelle générale et à la moyenne de    *
      *        la catégorie exigée par l'orientation, comparées aux *
      *        minima de orientations.dat.                          *
      *    Proposition par voeu :                                   *
      *      ACCEPTE  minima atteints,                              *
      *      RESERVE  moins d'un point sous un minimum, ou élève    *
      *               sans moyenne annuelle (au conseil de voir),   *
      *      REFUSE   redoublement, orientation inconnue ou         *
      *               minimum manqué de plus d'un point.            *
      *    Les propositions sont écrites dans voeux-decisions.dat,  *
      *    que conseil imprime dans le dossier de l'élève.          *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 09/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orient.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ORIENTATION
               ASSIGN TO 'orientations.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ORIENTATION-STATUS.

           SELECT F-ANNUEL
               ASSIGN TO 'bulletin-annuel.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUEL-STATUS.

           SELECT F-DECISION
               ASSIGN TO 'rattrapage-decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECISION-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-VOEUX
               ASSIGN TO 'voeux-decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VOEUX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    liste de référence des orientations : code, libellé,
      *    moyenne générale minimale, catégorie exigée (blanc =
      *    aucune) et sa moyenne minimale ; moyennes saisies 12,00
       FD  F-ORIENTATION
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ORIENTATION.
           03 OR-CODE          PIC X(6).
           03 OR-LIB           PIC X(30).
           03 OR-MOY-MIN       PIC X(5).
           03 OR-CATEG         PIC X(12).
           03 OR-CATEG-MIN     PIC X(5).

       FD  F-ANNUEL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUEL         PIC X(120).

       FD  F-DECISION
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DECISION       PIC X(120).

       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2        PIC 9(02).

       01  REC-STUDENT.
           03 R-S-KEY          PIC 9(02).
           03 R-LASTNAME       PIC X(07).
           03 R-FIRSTNAME      PIC X(06).
           03 R-AGE            PIC 9(02).
           03 R-MATRICULE      PIC X(05).
           66 R-NOM RENAMES R-LASTNAME THRU R-FIRSTNAME.

      *    voeux d'orientation de l'élève du type 01 qui précède,
      *    par ordre de préférence
       01  REC-VOEUX.
           03 R-V-KEY          PIC 9(02).
           03 R-V-CODE         PIC X(06)   OCCURS 3.

      *    une ligne par voeu : repris par conseil
       FD  F-VOEUX
           RECORD CONTAINS 103 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-VOEUX.
           03 VD-MATR          PIC 9(5).
           03 VD-NOM           PIC X(13).
           03 VD-RANG          PIC 9.
           03 VD-CODE          PIC X(6).
           03 VD-LIB           PIC X(30).
           03 VD-PROPOSITION   PIC X(8).
           03 VD-MOTIF         PIC X(40).

       WORKING-STORAGE SECTION.
       01  F-ORIENTATION-STATUS PIC X(02)   VALUE SPACE .
           88 F-ORIENTATION-STATUS-OK       VALUE '00'.
           88 F-ORIENTATION-STATUS-EOF      VALUE '10'.
           88 F-ORIENTATION-STATUS-NOFILE   VALUE '35'.

       01  F-ANNUEL-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNUEL-STATUS-OK            VALUE '00'.
           88 F-ANNUEL-STATUS-EOF           VALUE '10'.
           88 F-ANNUEL-STATUS-NOFILE        VALUE '35'.

       01  F-DECISION-STATUS    PIC X(02)   VALUE SPACE .
           88 F-DECISION-STATUS-OK          VALUE '00'.
           88 F-DECISION-STATUS-EOF         VALUE '10'.

       01  F-INPUT-STATUS       PIC X(02)   VALUE SPACE .
           88 F-INPUT-STATUS-OK             VALUE '00'.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  F-VOEUX-STATUS       PIC X(02)   VALUE SPACE .
           88 F-VOEUX-STATUS-OK             VALUE '00'.

      *    sous le minimum de moins de cette marge : voeu réservé
       01  WS-MARGE-RESERVE     PIC 99V99   VALUE 1     .

      *  Liste de référence des orientations
       01  WS-ORIENTATIONS.
           03  WS-NB-ORI            PIC 99      VALUE 0 .
           03  WS-ORI-TAB  OCCURS 1 TO 50
                           DEPENDING WS-NB-ORI
                           INDEXED BY IDX-ORI.
              05 WS-ORI-CODE       PIC X(6).
              05 WS-ORI-LIB        PIC X(30).
              05 WS-ORI-MOY-MIN    PIC 99V99.
              05 WS-ORI-CATEG      PIC X(12).
              05 WS-ORI-CATEG-MIN  PIC 99V99.

      *  Résultats annuels par élève (bulletin annuel, décision de
      *  rattrapage le cas échéant)
       01  WS-IND-EL            PIC 999     VALUE 0     .
       01  WS-IND-CG            PIC 99      VALUE 0     .
       01  WS-ELEVES.
           03  WS-NB-EL             PIC 999     VALUE 0 .
           03  WS-EL-TAB  OCCURS 1 TO 500
                          DEPENDING WS-NB-EL
                          INDEXED BY IDX-EL.
              05 WS-EL-MATR        PIC 9(5).
              05 WS-EL-NOM         PIC X(13).
              05 WS-EL-MOY         PIC 99V99.
              05 WS-EL-AVIS        PIC X(12).
              05 WS-EL-NB-CATEG    PIC 99.
              05 WS-EL-CATEG  OCCURS 10.
                 07 WS-EL-CATEG-LIB   PIC X(12).
                 07 WS-EL-CATEG-MOY   PIC 99V99.

      *  Découpage du bulletin annuel et des décisions (cf promoan,
      *  rattrap)
       01  WS-AN-CHAMP1         PIC X(20)   VALUE SPACES.
       01  WS-AN-CHAMP2         PIC X(20)   VALUE SPACES.
       01  WS-AN-RESTE          PIC X(120)  VALUE SPACES.
       01  WS-AN-AVIS           PIC X(12)   VALUE SPACES.
       01  WS-AN-APRES          PIC X(20)   VALUE SPACES.
       01  WS-AN-MATR           PIC 9(5)    VALUE 0     .
       01  WS-AN-NOM            PIC X(13)   VALUE SPACES.
       01  WS-ELEVE-COURANT     PIC 999     VALUE 0     .

      *  Elève du dernier type 01 lu dans input.dat
       01  WS-VU-01             PIC X       VALUE 'N'   .
           88 WS-VU-01-OUI                  VALUE 'O'   .
       01  WS-MATR-VAL          PIC 9(5)    VALUE 0     .
       01  WS-NOM-VAL           PIC X(13)   VALUE SPACES.
       01  WS-IND-VOEU          PIC 9       VALUE 0     .

      *  Evaluation d'un voeu
       01  WS-CATEG-MOY         PIC 99V99   VALUE 0     .
       01  WS-CATEG-TROUVEE     PIC X       VALUE 'N'   .
           88 WS-CATEG-EST-TROUVEE          VALUE 'O'   .
       01  WS-SEUIL             PIC S99V99  VALUE 0     .
       01  WS-MIN-LIG           PIC Z9,99               .

       01  WS-NB-LUS            PIC 9(6)    VALUE 0     .
       01  WS-NB-VOEUX          PIC 9(6)    VALUE 0     .
       01  WS-NB-ACCEPTE        PIC 9(6)    VALUE 0     .
       01  WS-NB-RESERVE        PIC 9(6)    VALUE 0     .
       01  WS-NB-REFUSE         PIC 9(6)    VALUE 0     .
       01  WS-NB-SANS-ELEVE     PIC 9(6)    VALUE 0     .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du catalogue central de messages (msglib)
           COPY MSGLIB.

       PROCEDURE DIVISION.
      *0000-Main-start
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.

           PERFORM 1000-CHARGE-ORIENT-START
              THRU 1010-CHARGE-ORIENT-END.
           PERFORM 2000-CHARGE-ANNUEL-START
              THRU 2010-CHARGE-ANNUEL-END.
           PERFORM 2100-CHARGE-DECISION-START
              THRU 2110-CHARGE-DECISION-END.
           PERFORM 3000-LIT-VOEUX-START
              THRU 3010-LIT-VOEUX-END.

           DISPLAY 'VOEUX EXAMINES         :' SPACE WS-NB-VOEUX.
           DISPLAY '  ACCEPTES             :' SPACE WS-NB-ACCEPTE.
           DISPLAY '  RESERVES             :' SPACE WS-NB-RESERVE.
           DISPLAY '  REFUSES              :' SPACE WS-NB-REFUSE.
           IF WS-NB-SANS-ELEVE > 0
              DISPLAY 'VOEUX SANS ELEVE (05 HORS 01) :' SPACE
                 WS-NB-SANS-ELEVE
           END-IF.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-ORIENT-START.
           OPEN INPUT F-ORIENTATION.
           IF F-ORIENTATION-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'orientations.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-ORIENTATION-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'orientations.dat' TO MSG-SUBST1
              MOVE F-ORIENTATION-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-ORIENTATION.
           PERFORM UNTIL F-ORIENTATION-STATUS-EOF
              IF OR-CODE NOT = SPACES
                 IF WS-NB-ORI >= 50
                    DISPLAY 'PLUS DE 50 ORIENTATIONS - CODE IGNORE :'
                       SPACE OR-CODE
                 ELSE
                    SET WS-NB-ORI UP BY 1
                    MOVE OR-CODE  TO WS-ORI-CODE(WS-NB-ORI)
                    MOVE OR-LIB   TO WS-ORI-LIB(WS-NB-ORI)
                    MOVE OR-CATEG TO WS-ORI-CATEG(WS-NB-ORI)
                    MOVE 0 TO WS-ORI-MOY-MIN(WS-NB-ORI)
                    MOVE 0 TO WS-ORI-CATEG-MIN(WS-NB-ORI)
                    IF OR-MOY-MIN NOT = SPACES
                       COMPUTE WS-ORI-MOY-MIN(WS-NB-ORI) =
                          FUNCTION NUMVAL(OR-MOY-MIN)
                    END-IF
                    IF OR-CATEG-MIN NOT = SPACES
                       COMPUTE WS-ORI-CATEG-MIN(WS-NB-ORI) =
                          FUNCTION NUMVAL(OR-CATEG-MIN)
                    END-IF
                 END-IF
              END-IF
              READ F-ORIENTATION
           END-PERFORM.
           CLOSE F-ORIENTATION.
       1010-CHARGE-ORIENT-END.
           EXIT.

       2000-CHARGE-ANNUEL-START.
      *    ligne ELEVE : ouvre l'élève ; MOYENNE ANNUELLE GENERALE :
      *    moyenne et avis ; CATEGORIE : moyenne de la catégorie
           OPEN INPUT F-ANNUEL.
           IF F-ANNUEL-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'bulletin-annuel.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-ANNUEL-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'bulletin-annuel.dat' TO MSG-SUBST1
              MOVE F-ANNUEL-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE 0 TO WS-ELEVE-COURANT.
           READ F-ANNUEL.
           PERFORM UNTIL F-ANNUEL-STATUS-EOF
              PERFORM 2020-CHARGE-AN-LIGNE-START
                 THRU 2030-CHARGE-AN-LIGNE-END
              READ F-ANNUEL
           END-PERFORM.
           CLOSE F-ANNUEL.
       2010-CHARGE-ANNUEL-END.
           EXIT.

       2020-CHARGE-AN-LIGNE-START.
           EVALUATE TRUE
              WHEN REC-F-ANNUEL(1:9) = ' | ELEVE '
                 IF WS-NB-EL >= 500
                    DISPLAY 'TABLE DES ELEVES PLEINE - ELEVE IGNORE'
                    MOVE 0 TO WS-ELEVE-COURANT
                    GO TO 2030-CHARGE-AN-LIGNE-END
                 END-IF
                 SET WS-NB-EL UP BY 1
                 MOVE WS-NB-EL TO WS-ELEVE-COURANT
                 INITIALIZE WS-EL-TAB(WS-ELEVE-COURANT)
                 MOVE SPACES TO WS-AN-CHAMP1 WS-AN-CHAMP2
                 UNSTRING REC-F-ANNUEL(10:30)
                    DELIMITED BY ALL SPACE
                    INTO WS-AN-CHAMP1 WS-AN-CHAMP2
                 IF WS-AN-CHAMP1(1:5) NUMERIC
                    MOVE WS-AN-CHAMP1(1:5)
                       TO WS-EL-MATR(WS-ELEVE-COURANT)
                    MOVE WS-AN-CHAMP2
                       TO WS-EL-NOM(WS-ELEVE-COURANT)
                 ELSE
                    MOVE WS-AN-CHAMP1
                       TO WS-EL-NOM(WS-ELEVE-COURANT)
                 END-IF
              WHEN (REC-F-ANNUEL(1:29)
                       = ' | MOYENNE ANNUELLE GENERALE')
                 AND (WS-ELEVE-COURANT > 0)
                 COMPUTE WS-EL-MOY(WS-ELEVE-COURANT) =
                    FUNCTION NUMVAL(
                       FUNCTION TRIM(REC-F-ANNUEL(30:6)))
                 MOVE SPACES TO WS-AN-RESTE WS-AN-AVIS
                 UNSTRING REC-F-ANNUEL DELIMITED BY 'AVIS : '
                    INTO WS-AN-RESTE WS-AN-AVIS
                 MOVE WS-AN-AVIS TO WS-EL-AVIS(WS-ELEVE-COURANT)
      *       ' |    CATEGORIE llllllllllll MOYENNE ANNUELLE zz,zz'
              WHEN (REC-F-ANNUEL(1:16) = ' |    CATEGORIE ')
                 AND (WS-ELEVE-COURANT > 0)
                 IF WS-EL-NB-CATEG(WS-ELEVE-COURANT) < 10
                    ADD 1 TO WS-EL-NB-CATEG(WS-ELEVE-COURANT)
                    MOVE WS-EL-NB-CATEG(WS-ELEVE-COURANT) TO WS-IND-CG
                    MOVE REC-F-ANNUEL(17:12) TO
                       WS-EL-CATEG-LIB(WS-ELEVE-COURANT, WS-IND-CG)
                    COMPUTE WS-EL-CATEG-MOY(WS-ELEVE-COURANT,
                                            WS-IND-CG) =
                       FUNCTION NUMVAL(
                          FUNCTION TRIM(REC-F-ANNUEL(47:5)))
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2030-CHARGE-AN-LIGNE-END.
           EXIT.

       2100-CHARGE-DECISION-START.
      *    La décision après session de rattrapage remplace l'avis
      *    et la moyenne du bulletin annuel ; pas de fichier = pas
      *    de session
      *    ' | ELEVE mmmmm NOM ... APRES zz,zz DECISION : xxx'
           OPEN INPUT F-DECISION.
           IF NOT F-DECISION-STATUS-OK
              GO TO 2110-CHARGE-DECISION-END
           END-IF.
           READ F-DECISION.
           PERFORM UNTIL F-DECISION-STATUS-EOF
              IF REC-F-DECISION(1:9) = ' | ELEVE '
                 PERFORM 2120-APPLIQUE-DECISION-START
                    THRU 2130-APPLIQUE-DECISION-END
              END-IF
              READ F-DECISION
           END-PERFORM.
           CLOSE F-DECISION.
       2110-CHARGE-DECISION-END.
           EXIT.

       2120-APPLIQUE-DECISION-START.
           MOVE SPACES TO WS-AN-CHAMP1 WS-AN-CHAMP2.
           UNSTRING REC-F-DECISION(10:30)
              DELIMITED BY ALL SPACE
              INTO WS-AN-CHAMP1 WS-AN-CHAMP2.
           IF WS-AN-CHAMP1(1:5) NUMERIC
              MOVE WS-AN-CHAMP1(1:5) TO WS-AN-MATR
              MOVE WS-AN-CHAMP2      TO WS-AN-NOM
           ELSE
              MOVE 0            TO WS-AN-MATR
              MOVE WS-AN-CHAMP1 TO WS-AN-NOM
           END-IF.
           MOVE SPACES TO WS-AN-RESTE WS-AN-AVIS.
           UNSTRING REC-F-DECISION DELIMITED BY 'DECISION : '
              INTO WS-AN-RESTE WS-AN-AVIS.
           IF WS-AN-AVIS = SPACES
              GO TO 2130-APPLIQUE-DECISION-END
           END-IF.
           MOVE SPACES TO WS-AN-RESTE WS-AN-APRES.
           UNSTRING REC-F-DECISION DELIMITED BY ' APRES '
              INTO WS-AN-RESTE WS-AN-APRES.
           MOVE WS-AN-MATR TO WS-MATR-VAL.
           MOVE WS-AN-NOM  TO WS-NOM-VAL.
           PERFORM 3040-CHERCHE-ELEVE-START
              THRU 3050-CHERCHE-ELEVE-END.
           IF WS-ELEVE-COURANT > 0
              MOVE WS-AN-AVIS TO WS-EL-AVIS(WS-ELEVE-COURANT)
              IF WS-AN-APRES(1:5) NOT = SPACES
                 COMPUTE WS-EL-MOY(WS-ELEVE-COURANT) =
                    FUNCTION NUMVAL(WS-AN-APRES(1:5))
              END-IF
           END-IF.
       2130-APPLIQUE-DECISION-END.
           EXIT.

       3000-LIT-VOEUX-START.
      *    Les voeux (type 05) se rattachent au dernier élève (type
      *    01) lu, comme les absences et appréciations
           OPEN INPUT F-INPUT.
           IF F-INPUT-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'input.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-INPUT-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'input.dat' TO MSG-SUBST1
              MOVE F-INPUT-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           OPEN OUTPUT F-VOEUX.
           MOVE 'N' TO WS-VU-01.
           MOVE SPACES TO R-MATRICULE.
           READ F-INPUT.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-LUS
              EVALUATE (REC-F-INPUT-2)
                 WHEN '01'
                    IF (R-MATRICULE NUMERIC)
                       AND (R-MATRICULE NOT = '00000')
                       MOVE R-MATRICULE TO WS-MATR-VAL
                    ELSE
                       MOVE 0 TO WS-MATR-VAL
                    END-IF
                    MOVE R-NOM TO WS-NOM-VAL
                    SET WS-VU-01-OUI TO TRUE
                 WHEN '05'
                    IF WS-VU-01-OUI
                       PERFORM 3020-TRAITE-VOEUX-START
                          THRU 3030-TRAITE-VOEUX-END
                    ELSE
                       ADD 1 TO WS-NB-SANS-ELEVE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE SPACES TO R-MATRICULE
              READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.
           CLOSE F-VOEUX.
       3010-LIT-VOEUX-END.
           EXIT.

       3020-TRAITE-VOEUX-START.
           PERFORM 3040-CHERCHE-ELEVE-START
              THRU 3050-CHERCHE-ELEVE-END.
           PERFORM VARYING WS-IND-VOEU FROM 1 BY 1
                   UNTIL (WS-IND-VOEU > 3)
              IF R-V-CODE(WS-IND-VOEU) NOT = SPACES
                 PERFORM 4000-EVALUE-VOEU-START
                    THRU 4010-EVALUE-VOEU-END
              END-IF
           END-PERFORM.
       3030-TRAITE-VOEUX-END.
           EXIT.

       3040-CHERCHE-ELEVE-START.
      *    Elève des résultats annuels : matricule d'abord, nom
      *    sinon (même rapprochement que conseil)
           MOVE 0 TO WS-ELEVE-COURANT.
           PERFORM VARYING WS-IND-EL FROM 1 BY 1
                   UNTIL (WS-IND-EL > WS-NB-EL)
                   OR (WS-ELEVE-COURANT > 0)
              IF ((WS-MATR-VAL > 0)
                    AND (WS-EL-MATR(WS-IND-EL) = WS-MATR-VAL))
                 OR ((WS-MATR-VAL = 0)
                    AND (WS-EL-NOM(WS-IND-EL) = WS-NOM-VAL))
                 MOVE WS-IND-EL TO WS-ELEVE-COURANT
              END-IF
           END-PERFORM.
       3050-CHERCHE-ELEVE-END.
           EXIT.

       4000-EVALUE-VOEU-START.
           ADD 1 TO WS-NB-VOEUX.
           INITIALIZE REC-F-VOEUX.
           MOVE WS-MATR-VAL            TO VD-MATR.
           MOVE WS-NOM-VAL             TO VD-NOM.
           MOVE WS-IND-VOEU            TO VD-RANG.
           MOVE R-V-CODE(WS-IND-VOEU)  TO VD-CODE.

           SET IDX-ORI TO 1.
           SEARCH WS-ORI-TAB
              AT END
                 MOVE 'REFUSE'   TO VD-PROPOSITION
                 MOVE 'ORIENTATION INCONNUE DE LA LISTE' TO VD-MOTIF
                 GO TO 4005-COMPTE-VOEU
              WHEN WS-ORI-CODE(IDX-ORI) = R-V-CODE(WS-IND-VOEU)
                 MOVE WS-ORI-LIB(IDX-ORI) TO VD-LIB
           END-SEARCH.

           IF WS-ELEVE-COURANT = 0
              MOVE 'RESERVE'  TO VD-PROPOSITION
              MOVE 'PAS DE MOYENNE ANNUELLE' TO VD-MOTIF
              GO TO 4005-COMPTE-VOEU
           END-IF.
           IF FUNCTION TRIM(WS-EL-AVIS(WS-ELEVE-COURANT))
                 = 'REDOUBLEMENT'
              MOVE 'REFUSE'   TO VD-PROPOSITION
              MOVE 'REDOUBLEMENT DECIDE' TO VD-MOTIF
              GO TO 4005-COMPTE-VOEU
           END-IF.

      *    moyenne de la catégorie exigée par l'orientation
           MOVE 0 TO WS-CATEG-MOY.
           MOVE 'N' TO WS-CATEG-TROUVEE.
           IF WS-ORI-CATEG(IDX-ORI) NOT = SPACES
              PERFORM VARYING WS-IND-CG FROM 1 BY 1
                      UNTIL (WS-IND-CG >
                                WS-EL-NB-CATEG(WS-ELEVE-COURANT))
                 IF WS-EL-CATEG-LIB(WS-ELEVE-COURANT, WS-IND-CG)
                       = WS-ORI-CATEG(IDX-ORI)
                    MOVE WS-EL-CATEG-MOY(WS-ELEVE-COURANT, WS-IND-CG)
                       TO WS-CATEG-MOY
                    SET WS-CATEG-EST-TROUVEE TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      *    refus : un minimum manqué de plus de la marge
           COMPUTE WS-SEUIL =
              WS-ORI-MOY-MIN(IDX-ORI) - WS-MARGE-RESERVE.
           IF WS-EL-MOY(WS-ELEVE-COURANT) < WS-SEUIL
              MOVE WS-ORI-MOY-MIN(IDX-ORI) TO WS-MIN-LIG
              MOVE 'REFUSE'   TO VD-PROPOSITION
              STRING 'MOYENNE GENERALE SOUS' SPACE WS-MIN-LIG
              DELIMITED BY SIZE
              INTO VD-MOTIF
              GO TO 4005-COMPTE-VOEU
           END-IF.
           IF WS-ORI-CATEG(IDX-ORI) NOT = SPACES
              IF NOT WS-CATEG-EST-TROUVEE
                 MOVE 'REFUSE'   TO VD-PROPOSITION
                 STRING 'AUCUN COURS' SPACE
                        FUNCTION TRIM(WS-ORI-CATEG(IDX-ORI))
                 DELIMITED BY SIZE
                 INTO VD-MOTIF
                 GO TO 4005-COMPTE-VOEU
              END-IF
              COMPUTE WS-SEUIL =
                 WS-ORI-CATEG-MIN(IDX-ORI) - WS-MARGE-RESERVE
              IF WS-CATEG-MOY < WS-SEUIL
                 MOVE WS-ORI-CATEG-MIN(IDX-ORI) TO WS-MIN-LIG
                 MOVE 'REFUSE'   TO VD-PROPOSITION
                 STRING 'MOYENNE' SPACE
                        FUNCTION TRIM(WS-ORI-CATEG(IDX-ORI))
                        SPACE 'SOUS' SPACE WS-MIN-LIG
                 DELIMITED BY SIZE
                 INTO VD-MOTIF
                 GO TO 4005-COMPTE-VOEU
              END-IF
           END-IF.

      *    réserve : sous un minimum, mais dans la marge
           IF WS-EL-MOY(WS-ELEVE-COURANT) < WS-ORI-MOY-MIN(IDX-ORI)
              MOVE WS-ORI-MOY-MIN(IDX-ORI) TO WS-MIN-LIG
              MOVE 'RESERVE'  TO VD-PROPOSITION
              STRING 'MOYENNE GENERALE PROCHE DE' SPACE WS-MIN-LIG
              DELIMITED BY SIZE
              INTO VD-MOTIF
              GO TO 4005-COMPTE-VOEU
           END-IF.
           IF (WS-ORI-CATEG(IDX-ORI) NOT = SPACES)
              AND (WS-CATEG-MOY < WS-ORI-CATEG-MIN(IDX-ORI))
              MOVE WS-ORI-CATEG-MIN(IDX-ORI) TO WS-MIN-LIG
              MOVE 'RESERVE'  TO VD-PROPOSITION
              STRING 'MOYENNE' SPACE
                     FUNCTION TRIM(WS-ORI-CATEG(IDX-ORI))
                     SPACE 'PROCHE DE' SPACE WS-MIN-LIG
              DELIMITED BY SIZE
              INTO VD-MOTIF
              GO TO 4005-COMPTE-VOEU
           END-IF.

           MOVE 'ACCEPTE'  TO VD-PROPOSITION.
           MOVE 'MINIMA ATTEINTS' TO VD-MOTIF.
       4005-COMPTE-VOEU.
           EVALUATE VD-PROPOSITION
              WHEN 'ACCEPTE'
                 ADD 1 TO WS-NB-ACCEPTE
              WHEN 'RESERVE'
                 ADD 1 TO WS-NB-RESERVE
              WHEN OTHER
                 ADD 1 TO WS-NB-REFUSE
           END-EVALUATE.
           WRITE REC-F-VOEUX.
       4010-EVALUE-VOEU-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'orient' TO JR-PROGRAMME.
           MOVE WS-NB-LUS TO JR-NB-LUS.
           MOVE WS-NB-VOEUX TO JR-NB-ECRITS.
           MOVE WS-NB-SANS-ELEVE TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9910-ECRIT-JOURNAL-END.
           EXIT.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       9950-EMET-MESSAGE-START.
           MOVE 'orient' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9960-EMET-MESSAGE-END.
           EXIT.

      *=============================================================*
      *    Renouvellement des bourses en fin d'année.               *
      *    Chaque boursier (boursiers.dat : matricule, nom,         *
      *    échelon, moyenne annuelle minimale et nombre maximal     *
      *    d'absences injustifiées sur l'année) est confronté :     *
      *      - à sa moyenne annuelle générale (bulletin-annuel.dat  *
      *        de promoan, remplacée par la moyenne après session   *
      *        de rattrapage-decisions.dat le cas échéant),         *
      *      - à ses absences injustifiées de l'année (somme des    *
      *        trimestres de absences-cumul.dat, abssuivi).         *
      *    Conditions à blanc : 10,00 de moyenne et 10 absences     *
      *    injustifiées, le seuil de convocation de abssuivi.       *
      *    Décision par boursier :                                  *
      *      RENOUVELEE     les deux conditions sont remplies,      *
      *      AVERTISSEMENT  une seule condition manquée, et de peu  *
      *                     (marges de bourses-param.txt : 1 point  *
      *                     de moyenne, 2 absences par défaut), ou  *
      *                     boursier absent du bulletin annuel      *
      *                     (dossier à voir) : la bourse est        *
      *                     maintenue,                              *
      *      SUSPENDUE      les deux conditions manquées, ou une    *
      *                     seule au-delà de sa marge.              *
      *    Le programme produit :                                   *
      *      - bourses-lettres.dat : une lettre de notification     *
      *        par boursier,                                        *
      *      - bourses-synthese.dat : la liste des décisions pour   *
      *        l'administration et l'incidence budgétaire par       *
      *        échelon (montants de bourses-echelons.dat).          *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bourses.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BOURSIER
               ASSIGN TO 'boursiers.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOURSIER-STATUS.

           SELECT F-ECHELON
               ASSIGN TO 'bourses-echelons.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ECHELON-STATUS.

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

           SELECT F-CUMUL
               ASSIGN TO 'absences-cumul.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CUMUL-STATUS.

           SELECT PARAM-CTL
               ASSIGN TO 'bourses-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

           SELECT F-LETTRE
               ASSIGN TO 'bourses-lettres.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LETTRE-STATUS.

           SELECT F-SYNTHESE
               ASSIGN TO 'bourses-synthese.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SYNTHESE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    un boursier par ligne ; moyenne saisie 10,50, conditions
      *    à blanc = valeurs par défaut
       FD  F-BOURSIER
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BOURSIER.
           03 BO-MATR          PIC X(5).
           03 BO-NOM           PIC X(13).
           03 BO-ECHELON       PIC X(1).
           03 BO-MOY-MIN       PIC X(5).
           03 BO-INJ-MAX       PIC X(3).

      *    échelons de bourse : code, libellé, montant annuel saisi
      *    1234,56
       FD  F-ECHELON
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ECHELON.
           03 EC-ECHELON       PIC X(1).
           03 EC-LIB           PIC X(20).
           03 EC-MONTANT       PIC X(9).

       FD  F-ANNUEL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUEL         PIC X(120).

       FD  F-DECISION
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DECISION       PIC X(120).

      *    même dessin que abssuivi : une ligne par élève et par
      *    trimestre
       FD  F-CUMUL
           RECORD CONTAINS 24 TO 25 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CUMUL.
           03 CU-MATR           PIC 9(5).
           03 CU-NOM            PIC X(13).
           03 CU-JUST           PIC 9(3).
           03 CU-INJUST         PIC 9(3).
           03 CU-TRIM           PIC X(1).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  F-LETTRE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LETTRE         PIC X(100).

       FD  F-SYNTHESE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SYNTHESE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  F-BOURSIER-STATUS    PIC X(02)   VALUE SPACE .
           88 F-BOURSIER-STATUS-OK          VALUE '00'.
           88 F-BOURSIER-STATUS-EOF         VALUE '10'.
           88 F-BOURSIER-STATUS-NOFILE      VALUE '35'.

       01  F-ECHELON-STATUS     PIC X(02)   VALUE SPACE .
           88 F-ECHELON-STATUS-OK           VALUE '00'.
           88 F-ECHELON-STATUS-EOF          VALUE '10'.
           88 F-ECHELON-STATUS-NOFILE       VALUE '35'.

       01  F-ANNUEL-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNUEL-STATUS-OK            VALUE '00'.
           88 F-ANNUEL-STATUS-EOF           VALUE '10'.
           88 F-ANNUEL-STATUS-NOFILE        VALUE '35'.

       01  F-DECISION-STATUS    PIC X(02)   VALUE SPACE .
           88 F-DECISION-STATUS-OK          VALUE '00'.
           88 F-DECISION-STATUS-EOF         VALUE '10'.

       01  F-CUMUL-STATUS       PIC X(02)   VALUE SPACE .
           88 F-CUMUL-STATUS-OK             VALUE '00'.
           88 F-CUMUL-STATUS-EOF            VALUE '10'.
           88 F-CUMUL-STATUS-NOFILE         VALUE '35'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  F-LETTRE-STATUS      PIC X(02)   VALUE SPACE .
           88 F-LETTRE-STATUS-OK            VALUE '00'.

       01  F-SYNTHESE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-SYNTHESE-STATUS-OK          VALUE '00'.

      *  Conditions par défaut (boursier sans condition saisie)
       01  WS-MOY-MIN-DEF       PIC 99V99   VALUE 10    .
       01  WS-INJ-MAX-DEF       PIC 999     VALUE 10    .

      *  Marges d'avertissement (bourses-param.txt : moyenne en
      *  colonnes 1-5, saisie 1,00 ; absences en colonnes 6-8)
       01  WS-MARGE-MOY         PIC 99V99   VALUE 1     .
       01  WS-MARGE-INJ-X       PIC X(3)    VALUE SPACES.
       01  WS-MARGE-INJ-9 REDEFINES WS-MARGE-INJ-X PIC 9(3).
       01  WS-MARGE-INJ         PIC 999     VALUE 2     .

      *  Echelons de bourse et incidence budgétaire par échelon
       01  WS-IND-EC            PIC 99      VALUE 0     .
       01  WS-ECHELONS.
           03  WS-NB-EC             PIC 99      VALUE 0 .
           03  WS-EC-TAB  OCCURS 1 TO 20
                          DEPENDING WS-NB-EC
                          INDEXED BY IDX-EC.
              05 WS-EC-CODE        PIC X(1).
              05 WS-EC-LIB         PIC X(20).
              05 WS-EC-MONTANT     PIC 9(6)V99.
              05 WS-EC-NB          PIC 9(4).
              05 WS-EC-NB-RENOUV   PIC 9(4).
              05 WS-EC-NB-AVERT    PIC 9(4).
              05 WS-EC-NB-SUSP     PIC 9(4).
              05 WS-EC-MAINTENU    PIC 9(8)V99.
              05 WS-EC-SUSPENDU    PIC 9(8)V99.

      *  Boursiers et éléments de la décision
       01  WS-IND-BO            PIC 999     VALUE 0     .
       01  WS-BOURSIERS.
           03  WS-NB-BO             PIC 999     VALUE 0 .
           03  WS-BO-TAB  OCCURS 1 TO 500
                          DEPENDING WS-NB-BO
                          INDEXED BY IDX-BO.
              05 WS-BO-MATR        PIC 9(5).
              05 WS-BO-NOM         PIC X(13).
              05 WS-BO-ECHELON     PIC X(1).
              05 WS-BO-MOY-MIN     PIC 99V99.
              05 WS-BO-INJ-MAX     PIC 999.
              05 WS-BO-MOY         PIC 99V99.
              05 WS-BO-MOY-VUE     PIC X(1).
                 88 WS-BO-A-MOYENNE          VALUE 'O'.
              05 WS-BO-INJUST      PIC 9(4).
              05 WS-BO-DECISION    PIC X(13).
              05 WS-BO-MOTIF       PIC X(40).

      *  Elève lu dans un des fichiers de résultats
       01  WS-MATR-VAL          PIC 9(5)    VALUE 0     .
       01  WS-NOM-VAL           PIC X(13)   VALUE SPACES.
       01  WS-BOURSIER-COURANT  PIC 999     VALUE 0     .
       01  WS-AN-RESTE          PIC X(120)  VALUE SPACES.
       01  WS-AN-APRES          PIC X(20)   VALUE SPACES.

      *  Evaluation d'un boursier
       01  WS-MOY-OK            PIC X       VALUE 'N'   .
           88 WS-MOY-EST-OK                 VALUE 'O'   .
       01  WS-INJ-OK            PIC X       VALUE 'N'   .
           88 WS-INJ-EST-OK                 VALUE 'O'   .
       01  WS-SEUIL-MOY         PIC S99V99  VALUE 0     .
       01  WS-SEUIL-INJ         PIC 9(4)    VALUE 0     .

      *  Editions
       01  WS-DATE-JOUR         PIC X(21)   VALUE SPACES.
       01  WS-MOY-LIG           PIC Z9,99               .
       01  WS-MIN-LIG           PIC Z9,99               .
       01  WS-INJ-LIG           PIC ZZZ9                .
       01  WS-MAX-LIG           PIC ZZ9                 .
       01  WS-NB-LIG            PIC ZZZ9                .
       01  WS-MONTANT-LIG       PIC Z(7)9,99            .
       01  WS-MONTANT2-LIG      PIC Z(7)9,99            .
       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.
       01  WS-LIG-COLONNE       PIC X(3)    VALUE ' | ' .

       01  WS-NB-RENOUV         PIC 9(4)    VALUE 0     .
       01  WS-NB-AVERT          PIC 9(4)    VALUE 0     .
       01  WS-NB-SUSP           PIC 9(4)    VALUE 0     .
       01  WS-NB-SANS-BULLETIN  PIC 9(4)    VALUE 0     .
       01  WS-TOT-MAINTENU      PIC 9(8)V99 VALUE 0     .
       01  WS-TOT-SUSPENDU      PIC 9(8)V99 VALUE 0     .

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

           PERFORM 1000-CHARGE-PARAM-START
              THRU 1010-CHARGE-PARAM-END.
           PERFORM 1020-CHARGE-ECHELON-START
              THRU 1030-CHARGE-ECHELON-END.
           PERFORM 1040-CHARGE-BOURSIER-START
              THRU 1050-CHARGE-BOURSIER-END.
           PERFORM 2000-CHARGE-ANNUEL-START
              THRU 2010-CHARGE-ANNUEL-END.
           PERFORM 2100-CHARGE-DECISION-START
              THRU 2110-CHARGE-DECISION-END.
           PERFORM 2200-CHARGE-CUMUL-START
              THRU 2210-CHARGE-CUMUL-END.

           PERFORM VARYING WS-IND-BO FROM 1 BY 1
                   UNTIL (WS-IND-BO > WS-NB-BO)
              PERFORM 4000-EVALUE-BOURSIER-START
                 THRU 4010-EVALUE-BOURSIER-END
           END-PERFORM.

           PERFORM 7000-WRITE-LETTRES-START
              THRU 7010-WRITE-LETTRES-END.
           PERFORM 7040-WRITE-SYNTHESE-START
              THRU 7050-WRITE-SYNTHESE-END.

           DISPLAY 'BOURSIERS EXAMINES     :' SPACE WS-NB-BO.
           DISPLAY '  RENOUVELEES          :' SPACE WS-NB-RENOUV.
           DISPLAY '  AVERTISSEMENTS       :' SPACE WS-NB-AVERT.
           DISPLAY '  SUSPENDUES           :' SPACE WS-NB-SUSP.
           IF WS-NB-SANS-BULLETIN > 0
              DISPLAY 'BOURSIERS SANS BULLETIN ANNUEL :' SPACE
                 WS-NB-SANS-BULLETIN
           END-IF.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-PARAM-START.
      *    marges d'avertissement ; fichier absent ou zone à blanc :
      *    1 point de moyenne, 2 absences injustifiées
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 IF REC-PARAM-CTL(1:5) NOT = SPACES
                    COMPUTE WS-MARGE-MOY =
                       FUNCTION NUMVAL(REC-PARAM-CTL(1:5))
                 END-IF
                 MOVE REC-PARAM-CTL(6:3) TO WS-MARGE-INJ-X
                 IF WS-MARGE-INJ-9 NUMERIC
                    MOVE WS-MARGE-INJ-9 TO WS-MARGE-INJ
                 END-IF
              END-IF
              CLOSE PARAM-CTL
           ELSE
              IF NOT PARAM-CTL-STATUS-NOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    PARAM-CTL-STATUS
              END-IF
           END-IF.
       1010-CHARGE-PARAM-END.
           EXIT.

       1020-CHARGE-ECHELON-START.
           OPEN INPUT F-ECHELON.
           IF F-ECHELON-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'bourses-echelons.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-ECHELON-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'bourses-echelons.dat' TO MSG-SUBST1
              MOVE F-ECHELON-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-ECHELON.
           PERFORM UNTIL F-ECHELON-STATUS-EOF
              IF EC-ECHELON NOT = SPACE
                 IF WS-NB-EC >= 20
                    DISPLAY 'PLUS DE 20 ECHELONS - ECHELON IGNORE :'
                       SPACE EC-ECHELON
                 ELSE
                    SET WS-NB-EC UP BY 1
                    INITIALIZE WS-EC-TAB(WS-NB-EC)
                    MOVE EC-ECHELON TO WS-EC-CODE(WS-NB-EC)
                    MOVE EC-LIB     TO WS-EC-LIB(WS-NB-EC)
                    IF EC-MONTANT NOT = SPACES
                       COMPUTE WS-EC-MONTANT(WS-NB-EC) =
                          FUNCTION NUMVAL(EC-MONTANT)
                    END-IF
                 END-IF
              END-IF
              READ F-ECHELON
           END-PERFORM.
           CLOSE F-ECHELON.
       1030-CHARGE-ECHELON-END.
           EXIT.

       1040-CHARGE-BOURSIER-START.
           OPEN INPUT F-BOURSIER.
           IF F-BOURSIER-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'boursiers.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-BOURSIER-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'boursiers.dat' TO MSG-SUBST1
              MOVE F-BOURSIER-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-BOURSIER.
           PERFORM UNTIL F-BOURSIER-STATUS-EOF
              IF (BO-MATR NOT = SPACES) OR (BO-NOM NOT = SPACES)
                 IF WS-NB-BO >= 500
                    DISPLAY 'PLUS DE 500 BOURSIERS - BOURSIER '
                       'IGNORE :' SPACE BO-NOM
                 ELSE
                    PERFORM 1060-AJOUTE-BOURSIER-START
                       THRU 1070-AJOUTE-BOURSIER-END
                 END-IF
              END-IF
              READ F-BOURSIER
           END-PERFORM.
           CLOSE F-BOURSIER.
       1050-CHARGE-BOURSIER-END.
           EXIT.

       1060-AJOUTE-BOURSIER-START.
           SET WS-NB-BO UP BY 1.
           INITIALIZE WS-BO-TAB(WS-NB-BO).
           IF (BO-MATR NUMERIC) AND (BO-MATR NOT = '00000')
              MOVE BO-MATR TO WS-BO-MATR(WS-NB-BO)
           ELSE
              MOVE 0 TO WS-BO-MATR(WS-NB-BO)
           END-IF.
           MOVE BO-NOM     TO WS-BO-NOM(WS-NB-BO).
           MOVE BO-ECHELON TO WS-BO-ECHELON(WS-NB-BO).
           IF BO-MOY-MIN = SPACES
              MOVE WS-MOY-MIN-DEF TO WS-BO-MOY-MIN(WS-NB-BO)
           ELSE
              COMPUTE WS-BO-MOY-MIN(WS-NB-BO) =
                 FUNCTION NUMVAL(BO-MOY-MIN)
           END-IF.
           IF BO-INJ-MAX NUMERIC
              MOVE BO-INJ-MAX TO WS-BO-INJ-MAX(WS-NB-BO)
           ELSE
              MOVE WS-INJ-MAX-DEF TO WS-BO-INJ-MAX(WS-NB-BO)
           END-IF.
           MOVE 'N' TO WS-BO-MOY-VUE(WS-NB-BO).
       1070-AJOUTE-BOURSIER-END.
           EXIT.

       2000-CHARGE-ANNUEL-START.
      *    ligne ELEVE : repère le boursier ; MOYENNE ANNUELLE
      *    GENERALE : sa moyenne. Les élèves non boursiers passent.
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
           MOVE 0 TO WS-BOURSIER-COURANT.
           READ F-ANNUEL.
           PERFORM UNTIL F-ANNUEL-STATUS-EOF
              EVALUATE TRUE
      *          ' | ELEVE mmmmm NNNNNNNNNNNNN' ou ' | ELEVE NNN...'
                 WHEN REC-F-ANNUEL(1:9) = ' | ELEVE '
                    IF (REC-F-ANNUEL(10:5) NUMERIC)
                       AND (REC-F-ANNUEL(15:1) = SPACE)
                       MOVE REC-F-ANNUEL(10:5)  TO WS-MATR-VAL
                       MOVE REC-F-ANNUEL(16:13) TO WS-NOM-VAL
                    ELSE
                       MOVE 0 TO WS-MATR-VAL
                       MOVE REC-F-ANNUEL(10:13) TO WS-NOM-VAL
                    END-IF
                    PERFORM 3040-CHERCHE-BOURSIER-START
                       THRU 3050-CHERCHE-BOURSIER-END
                 WHEN (REC-F-ANNUEL(1:28)
                          = ' | MOYENNE ANNUELLE GENERALE')
                    AND (WS-BOURSIER-COURANT > 0)
                    COMPUTE WS-BO-MOY(WS-BOURSIER-COURANT) =
                       FUNCTION NUMVAL(
                          FUNCTION TRIM(REC-F-ANNUEL(30:6)))
                    MOVE 'O' TO WS-BO-MOY-VUE(WS-BOURSIER-COURANT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ F-ANNUEL
           END-PERFORM.
           CLOSE F-ANNUEL.
       2010-CHARGE-ANNUEL-END.
           EXIT.

       2100-CHARGE-DECISION-START.
      *    La moyenne après session de rattrapage remplace celle du
      *    bulletin annuel ; pas de fichier = pas de session
      *    ' | ELEVE mmmmm NOM ... APRES zz,zz DECISION : xxx'
           OPEN INPUT F-DECISION.
           IF NOT F-DECISION-STATUS-OK
              GO TO 2110-CHARGE-DECISION-END
           END-IF.
           READ F-DECISION.
           PERFORM UNTIL F-DECISION-STATUS-EOF
              IF (REC-F-DECISION(1:9) = ' | ELEVE ')
                 AND (REC-F-DECISION(10:5) NUMERIC)
                 MOVE REC-F-DECISION(10:5)  TO WS-MATR-VAL
                 MOVE REC-F-DECISION(16:13) TO WS-NOM-VAL
                 PERFORM 3040-CHERCHE-BOURSIER-START
                    THRU 3050-CHERCHE-BOURSIER-END
                 MOVE SPACES TO WS-AN-RESTE WS-AN-APRES
                 UNSTRING REC-F-DECISION DELIMITED BY ' APRES '
                    INTO WS-AN-RESTE WS-AN-APRES
                 IF (WS-BOURSIER-COURANT > 0)
                    AND (WS-AN-APRES(1:5) NOT = SPACES)
                    COMPUTE WS-BO-MOY(WS-BOURSIER-COURANT) =
                       FUNCTION NUMVAL(WS-AN-APRES(1:5))
                    MOVE 'O' TO WS-BO-MOY-VUE(WS-BOURSIER-COURANT)
                 END-IF
              END-IF
              READ F-DECISION
           END-PERFORM.
           CLOSE F-DECISION.
       2110-CHARGE-DECISION-END.
           EXIT.

       2200-CHARGE-CUMUL-START.
      *    Absences injustifiées de l'année : somme des lignes
      *    trimestrielles du boursier
           OPEN INPUT F-CUMUL.
           IF F-CUMUL-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'absences-cumul.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-CUMUL-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'absences-cumul.dat' TO MSG-SUBST1
              MOVE F-CUMUL-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE SPACE TO CU-TRIM.
           READ F-CUMUL.
           PERFORM UNTIL F-CUMUL-STATUS-EOF
              MOVE CU-MATR TO WS-MATR-VAL
              MOVE CU-NOM  TO WS-NOM-VAL
              PERFORM 3040-CHERCHE-BOURSIER-START
                 THRU 3050-CHERCHE-BOURSIER-END
              IF (WS-BOURSIER-COURANT > 0) AND (CU-INJUST NUMERIC)
                 ADD CU-INJUST TO WS-BO-INJUST(WS-BOURSIER-COURANT)
              END-IF
              MOVE SPACE TO CU-TRIM
              READ F-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.
       2210-CHARGE-CUMUL-END.
           EXIT.

       3040-CHERCHE-BOURSIER-START.
      *    Boursier désigné par WS-MATR-VAL/WS-NOM-VAL : matricule
      *    quand les deux côtés le portent, sinon nom de famille (7
      *    premiers caractères, seule partie sûre d'un fichier à
      *    l'autre) ; 0 = élève non boursier
           MOVE 0 TO WS-BOURSIER-COURANT.
           PERFORM VARYING WS-IND-BO FROM 1 BY 1
                   UNTIL (WS-IND-BO > WS-NB-BO)
                   OR (WS-BOURSIER-COURANT > 0)
              IF ((WS-MATR-VAL > 0) AND (WS-BO-MATR(WS-IND-BO) > 0)
                    AND (WS-BO-MATR(WS-IND-BO) = WS-MATR-VAL))
                 OR (((WS-MATR-VAL = 0)
                       OR (WS-BO-MATR(WS-IND-BO) = 0))
                    AND (WS-BO-NOM(WS-IND-BO)(1:7)
                          = WS-NOM-VAL(1:7)))
                 MOVE WS-IND-BO TO WS-BOURSIER-COURANT
              END-IF
           END-PERFORM.
       3050-CHERCHE-BOURSIER-END.
           EXIT.

       4000-EVALUE-BOURSIER-START.
      *    Décision du boursier WS-IND-BO, puis cumul dans son
      *    échelon
           IF NOT WS-BO-A-MOYENNE(WS-IND-BO)
              MOVE 'AVERTISSEMENT' TO WS-BO-DECISION(WS-IND-BO)
              MOVE 'PAS DE BULLETIN ANNUEL - DOSSIER A VOIR'
                 TO WS-BO-MOTIF(WS-IND-BO)
              ADD 1 TO WS-NB-SANS-BULLETIN
              GO TO 4005-CUMULE-ECHELON
           END-IF.
           MOVE 'N' TO WS-MOY-OK WS-INJ-OK.
           IF WS-BO-MOY(WS-IND-BO) >= WS-BO-MOY-MIN(WS-IND-BO)
              SET WS-MOY-EST-OK TO TRUE
           END-IF.
           IF WS-BO-INJUST(WS-IND-BO) <= WS-BO-INJ-MAX(WS-IND-BO)
              SET WS-INJ-EST-OK TO TRUE
           END-IF.
           COMPUTE WS-SEUIL-MOY =
              WS-BO-MOY-MIN(WS-IND-BO) - WS-MARGE-MOY.
           COMPUTE WS-SEUIL-INJ =
              WS-BO-INJ-MAX(WS-IND-BO) + WS-MARGE-INJ.

           EVALUATE TRUE
              WHEN WS-MOY-EST-OK AND WS-INJ-EST-OK
                 MOVE 'RENOUVELEE' TO WS-BO-DECISION(WS-IND-BO)
                 MOVE 'CONDITIONS REMPLIES' TO WS-BO-MOTIF(WS-IND-BO)
              WHEN (NOT WS-MOY-EST-OK) AND (NOT WS-INJ-EST-OK)
                 MOVE 'SUSPENDUE' TO WS-BO-DECISION(WS-IND-BO)
                 MOVE 'MOYENNE ET ABSENCES HORS CONDITIONS'
                    TO WS-BO-MOTIF(WS-IND-BO)
              WHEN NOT WS-MOY-EST-OK
                 MOVE WS-BO-MOY-MIN(WS-IND-BO) TO WS-MIN-LIG
                 IF WS-BO-MOY(WS-IND-BO) < WS-SEUIL-MOY
                    MOVE 'SUSPENDUE' TO WS-BO-DECISION(WS-IND-BO)
                    STRING 'MOYENNE ANNUELLE SOUS' SPACE WS-MIN-LIG
                    DELIMITED BY SIZE
                    INTO WS-BO-MOTIF(WS-IND-BO)
                 ELSE
                    MOVE 'AVERTISSEMENT' TO WS-BO-DECISION(WS-IND-BO)
                    STRING 'MOYENNE ANNUELLE PROCHE DE' SPACE
                           WS-MIN-LIG
                    DELIMITED BY SIZE
                    INTO WS-BO-MOTIF(WS-IND-BO)
                 END-IF
              WHEN OTHER
                 MOVE WS-BO-INJ-MAX(WS-IND-BO) TO WS-MAX-LIG
                 IF WS-BO-INJUST(WS-IND-BO) > WS-SEUIL-INJ
                    MOVE 'SUSPENDUE' TO WS-BO-DECISION(WS-IND-BO)
                    STRING 'ABSENCES INJUSTIFIEES AU-DELA DE'
                           SPACE WS-MAX-LIG
                    DELIMITED BY SIZE
                    INTO WS-BO-MOTIF(WS-IND-BO)
                 ELSE
                    MOVE 'AVERTISSEMENT' TO WS-BO-DECISION(WS-IND-BO)
                    STRING 'ABSENCES INJUSTIFIEES PROCHES DE'
                           SPACE WS-MAX-LIG
                    DELIMITED BY SIZE
                    INTO WS-BO-MOTIF(WS-IND-BO)
                 END-IF
           END-EVALUATE.

       4005-CUMULE-ECHELON.
      *    échelon absent de la liste de référence : compté sous
      *    son code, sans montant
           SET IDX-EC TO 1.
           SEARCH WS-EC-TAB
              AT END
                 IF WS-NB-EC >= 20
                    DISPLAY 'ECHELON' SPACE WS-BO-ECHELON(WS-IND-BO)
                       SPACE 'HORS TABLE - BOURSIER NON CHIFFRE :'
                       SPACE WS-BO-NOM(WS-IND-BO)
                    MOVE 0 TO WS-IND-EC
                 ELSE
                    DISPLAY 'ECHELON' SPACE WS-BO-ECHELON(WS-IND-BO)
                       SPACE 'INCONNU DE BOURSES-ECHELONS.DAT'
                    SET WS-NB-EC UP BY 1
                    INITIALIZE WS-EC-TAB(WS-NB-EC)
                    MOVE WS-BO-ECHELON(WS-IND-BO)
                       TO WS-EC-CODE(WS-NB-EC)
                    MOVE 'NON REFERENCE' TO WS-EC-LIB(WS-NB-EC)
                    MOVE WS-NB-EC TO WS-IND-EC
                 END-IF
              WHEN WS-EC-CODE(IDX-EC) = WS-BO-ECHELON(WS-IND-BO)
                 SET WS-IND-EC TO IDX-EC
           END-SEARCH.
           EVALUATE WS-BO-DECISION(WS-IND-BO)
              WHEN 'RENOUVELEE'
                 ADD 1 TO WS-NB-RENOUV
              WHEN 'AVERTISSEMENT'
                 ADD 1 TO WS-NB-AVERT
              WHEN OTHER
                 ADD 1 TO WS-NB-SUSP
           END-EVALUATE.
           IF WS-IND-EC = 0
              GO TO 4010-EVALUE-BOURSIER-END
           END-IF.
           ADD 1 TO WS-EC-NB(WS-IND-EC).
      *    renouvelée ou avertie, la bourse reste versée ;
      *    suspendue, son montant est économisé
           EVALUATE WS-BO-DECISION(WS-IND-BO)
              WHEN 'RENOUVELEE'
                 ADD 1 TO WS-EC-NB-RENOUV(WS-IND-EC)
                 ADD WS-EC-MONTANT(WS-IND-EC)
                    TO WS-EC-MAINTENU(WS-IND-EC)
              WHEN 'AVERTISSEMENT'
                 ADD 1 TO WS-EC-NB-AVERT(WS-IND-EC)
                 ADD WS-EC-MONTANT(WS-IND-EC)
                    TO WS-EC-MAINTENU(WS-IND-EC)
              WHEN OTHER
                 ADD 1 TO WS-EC-NB-SUSP(WS-IND-EC)
                 ADD WS-EC-MONTANT(WS-IND-EC)
                    TO WS-EC-SUSPENDU(WS-IND-EC)
           END-EVALUATE.
       4010-EVALUE-BOURSIER-END.
           EXIT.

       7000-WRITE-LETTRES-START.
      *    Une lettre de notification par boursier, quelle que soit
      *    la décision
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           OPEN OUTPUT F-LETTRE.
           PERFORM VARYING WS-IND-BO FROM 1 BY 1
                   UNTIL (WS-IND-BO > WS-NB-BO)
              PERFORM 7020-WRITE-LETTRE-START
                 THRU 7030-WRITE-LETTRE-END
           END-PERFORM.
           CLOSE F-LETTRE.
       7010-WRITE-LETTRES-END.
           EXIT.

       7020-WRITE-LETTRE-START.
           MOVE ALL '=' TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'BOURSE SCOLAIRE - NOTIFICATION DE DECISION - LE '
                  WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                  WS-DATE-JOUR(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
           MOVE ALL SPACE TO WS-LIG-RAP.
           IF WS-BO-MATR(WS-IND-BO) > 0
              STRING 'ELEVE : ' WS-BO-MATR(WS-IND-BO)
                     SPACE WS-BO-NOM(WS-IND-BO)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING 'ELEVE : ' WS-BO-NOM(WS-IND-BO)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'BOURSE ECHELON ' WS-BO-ECHELON(WS-IND-BO)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
           IF WS-BO-A-MOYENNE(WS-IND-BO)
              MOVE WS-BO-MOY(WS-IND-BO)     TO WS-MOY-LIG
              MOVE WS-BO-MOY-MIN(WS-IND-BO) TO WS-MIN-LIG
              MOVE WS-BO-INJUST(WS-IND-BO)  TO WS-INJ-LIG
              MOVE WS-BO-INJ-MAX(WS-IND-BO) TO WS-MAX-LIG
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING 'MOYENNE ANNUELLE ' WS-MOY-LIG
                     ' (MINIMUM ' WS-MIN-LIG ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-LETTRE
              WRITE REC-F-LETTRE
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING 'ABSENCES INJUSTIFIEES SUR L''ANNEE ' WS-INJ-LIG
                     ' (MAXIMUM ' WS-MAX-LIG ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-LETTRE
              WRITE REC-F-LETTRE
           END-IF.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'DECISION : ' WS-BO-DECISION(WS-IND-BO)
                  ' - ' WS-BO-MOTIF(WS-IND-BO)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
           EVALUATE WS-BO-DECISION(WS-IND-BO)
              WHEN 'RENOUVELEE'
                 MOVE 'LES CONDITIONS DE MAINTIEN SONT REMPLIES : LA '
                    & 'BOURSE EST RENOUVELEE POUR' TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
                 MOVE 'L''ANNEE SCOLAIRE SUIVANTE.' TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
              WHEN 'AVERTISSEMENT'
                 MOVE 'LA BOURSE EST MAINTENUE POUR L''ANNEE SCOLAIRE '
                    & 'SUIVANTE, A TITRE' TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
                 MOVE 'D''AVERTISSEMENT : LES CONDITIONS DEVRONT ETRE '
                    & 'REMPLIES L''AN PROCHAIN.' TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
              WHEN OTHER
                 MOVE 'LES CONDITIONS DE MAINTIEN NE SONT PAS '
                    & 'REMPLIES : LE VERSEMENT DE LA BOURSE'
                    TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
                 MOVE 'EST SUSPENDU. UN REEXAMEN PEUT ETRE DEMANDE AU '
                    & 'SECRETARIAT SOUS QUINZE JOURS.' TO REC-F-LETTRE
                 WRITE REC-F-LETTRE
           END-EVALUATE.
           MOVE ALL '=' TO REC-F-LETTRE.
           WRITE REC-F-LETTRE.
       7030-WRITE-LETTRE-END.
           EXIT.

       7040-WRITE-SYNTHESE-START.
      *    Liste des décisions pour l'administration, puis
      *    incidence budgétaire par échelon
           OPEN OUTPUT F-SYNTHESE.
           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE ALL SPACE TO REC-F-SYNTHESE.
           STRING WS-LIG-COLONNE
                  'RENOUVELLEMENT DES BOURSES - DECISIONS PAR BOURSIER'
           DELIMITED BY SIZE
           INTO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           PERFORM VARYING WS-IND-BO FROM 1 BY 1
                   UNTIL (WS-IND-BO > WS-NB-BO)
              MOVE ALL SPACE TO WS-LIG-RAP
              IF WS-BO-A-MOYENNE(WS-IND-BO)
                 MOVE WS-BO-MOY(WS-IND-BO)    TO WS-MOY-LIG
                 MOVE WS-BO-INJUST(WS-IND-BO) TO WS-INJ-LIG
                 STRING WS-LIG-COLONNE
                        WS-BO-MATR(WS-IND-BO) SPACE
                        WS-BO-NOM(WS-IND-BO)
                        ' ECH ' WS-BO-ECHELON(WS-IND-BO)
                        ' MOY ' WS-MOY-LIG
                        ' ABS ' WS-INJ-LIG SPACE
                        WS-BO-DECISION(WS-IND-BO) SPACE
                        WS-BO-MOTIF(WS-IND-BO)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 STRING WS-LIG-COLONNE
                        WS-BO-MATR(WS-IND-BO) SPACE
                        WS-BO-NOM(WS-IND-BO)
                        ' ECH ' WS-BO-ECHELON(WS-IND-BO)
                        ' MOY  --- ABS  --- '
                        WS-BO-DECISION(WS-IND-BO) SPACE
                        WS-BO-MOTIF(WS-IND-BO)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              MOVE WS-LIG-RAP TO REC-F-SYNTHESE
              WRITE REC-F-SYNTHESE
           END-PERFORM.

           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE ALL SPACE TO REC-F-SYNTHESE.
           STRING WS-LIG-COLONNE
                  'INCIDENCE BUDGETAIRE PAR ECHELON'
           DELIMITED BY SIZE
           INTO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           PERFORM VARYING WS-IND-EC FROM 1 BY 1
                   UNTIL (WS-IND-EC > WS-NB-EC)
              ADD WS-EC-MAINTENU(WS-IND-EC) TO WS-TOT-MAINTENU
              ADD WS-EC-SUSPENDU(WS-IND-EC) TO WS-TOT-SUSPENDU
              MOVE ALL SPACE TO WS-LIG-RAP
              MOVE WS-EC-NB(WS-IND-EC) TO WS-NB-LIG
              STRING WS-LIG-COLONNE
                     'ECHELON ' WS-EC-CODE(WS-IND-EC) SPACE
                     WS-EC-LIB(WS-IND-EC)
                     ' BOURSIERS ' WS-NB-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-EC-NB-RENOUV(WS-IND-EC) TO WS-NB-LIG
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' RENOUVELEES ' WS-NB-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-EC-NB-AVERT(WS-IND-EC) TO WS-NB-LIG
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' AVERTIES ' WS-NB-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-EC-NB-SUSP(WS-IND-EC) TO WS-NB-LIG
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' SUSPENDUES ' WS-NB-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-SYNTHESE
              WRITE REC-F-SYNTHESE
              MOVE WS-EC-MAINTENU(WS-IND-EC) TO WS-MONTANT-LIG
              MOVE WS-EC-SUSPENDU(WS-IND-EC) TO WS-MONTANT2-LIG
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING WS-LIG-COLONNE
                     '   MONTANT MAINTENU ' WS-MONTANT-LIG
                     '   MONTANT SUSPENDU ' WS-MONTANT2-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-SYNTHESE
              WRITE REC-F-SYNTHESE
           END-PERFORM.
           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE WS-TOT-MAINTENU TO WS-MONTANT-LIG.
           MOVE WS-TOT-SUSPENDU TO WS-MONTANT2-LIG.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING WS-LIG-COLONNE
                  'TOTAL MONTANT MAINTENU ' WS-MONTANT-LIG
                  '   MONTANT SUSPENDU ' WS-MONTANT2-LIG
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           MOVE ALL '=' TO REC-F-SYNTHESE.
           WRITE REC-F-SYNTHESE.
           CLOSE F-SYNTHESE.
       7050-WRITE-SYNTHESE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'bourses' TO JR-PROGRAMME.
           MOVE WS-NB-BO TO JR-NB-LUS.
           MOVE WS-NB-BO TO JR-NB-ECRITS.
           MOVE WS-NB-SANS-BULLETIN TO JR-NB-REJETS.
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
           MOVE 'bourses' TO MSG-PROGRAMME.
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

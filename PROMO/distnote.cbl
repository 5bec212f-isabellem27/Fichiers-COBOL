      *=============================================================*
      *    Distribution des notes par cours et par classe, pour     *
      *    l'harmonisation entre professeurs.                       *
      *    Le conseil veut savoir si un professeur note nettement   *
      *    plus sévèrement que ses collègues sur le même cours. A   *
      *    partir des notes type 02 de input.dat (classe donnée     *
      *    par l'entête type 00 qui précède), le programme édite    *
      *    dans distribution-notes.dat, pour chaque cours puis      *
      *    chaque classe : le nombre de notes, la moyenne,          *
      *    l'écart-type, la note mini et maxi, et l'histogramme     *
      *    par tranches de 2 points.                                *
      *    Une classe dont la moyenne du cours s'écarte de la       *
      *    moyenne de l'établissement pour ce cours de plus que     *
      *    l'écart admis est signalée (*** HARMONISATION).          *
      *    distnote-param.txt colonnes 1-5 : écart admis en points  *
      *    (ex 02,50) ; absent = 2 points.                          *
      *    Les notes hors norme (rejetées par promo1 dans           *
      *    grade-exceptions.dat) ne sont pas comptées.              *
      *    Document remis au responsable pédagogique avant l'envoi  *
      *    des bulletins.                                           *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 08/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. distnote.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT PARAM-CTL
               ASSIGN TO 'distnote-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

           SELECT F-DISTRIB
               ASSIGN TO 'distribution-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DISTRIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2        PIC 9(02).

       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
           03 R-COEF           PIC X(3).
           03 R-GRADE          PIC X(5).

       01  REC-CLASSE-HEADER.
           03 R-CLH-KEY        PIC 9(02).
           03 R-CLH-NUM        PIC 9(02).
           03 R-CLH-LIB        PIC X(15).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  F-DISTRIB
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DISTRIB        PIC X(120).

       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS       PIC X(02)   VALUE SPACE .
           88 F-INPUT-STATUS-OK             VALUE '00'.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  F-DISTRIB-STATUS     PIC X(02)   VALUE SPACE .
           88 F-DISTRIB-STATUS-OK           VALUE '00'.

      *    écart admis entre moyenne de classe et moyenne de
      *    l'établissement sur un même cours
       01  WS-ECART-ADMIS       PIC 99V99   VALUE 2     .

      *  Un cran par couple cours/classe
       01  WS-IND-CC            PIC 999     VALUE 0     .
       01  WS-COURS-CLASSE.
           03  WS-NB-CC             PIC 999     VALUE 0 .
           03  WS-CC-TAB  OCCURS 1 TO 500
                          DEPENDING WS-NB-CC
                          INDEXED BY IDX-CC.
              05 WS-CC-COURS       PIC X(21).
              05 WS-CC-CLASSE      PIC 99.
              05 WS-CC-NB          PIC 9(4).
              05 WS-CC-SOMME       PIC 9(6)V99.
              05 WS-CC-SOMME-CAR   PIC 9(8)V9999.
              05 WS-CC-MIN         PIC 99V99.
              05 WS-CC-MAX         PIC 99V99.
      *       tranches 0-2, 2-4, ... 18-20 (20 dans la dernière)
              05 WS-CC-TRANCHE     PIC 9(4)    OCCURS 10.

      *  Moyenne de l'établissement par cours
       01  WS-IND-CO            PIC 99      VALUE 0     .
       01  WS-COURS.
           03  WS-NB-COURS          PIC 99      VALUE 0 .
           03  WS-COURS-TAB  OCCURS 1 TO 99
                             DEPENDING WS-NB-COURS
                             INDEXED BY IDX-COURS.
              05 WS-COURS-LIB      PIC X(21).
              05 WS-COURS-NB       PIC 9(5).
              05 WS-COURS-SOMME    PIC 9(7)V99.

       01  WS-CLASSE-NUM        PIC 99      VALUE 0     .
       01  WS-GRADE-VAL         PIC 99V99   VALUE 0     .
       01  WS-IND-TR            PIC 99      VALUE 0     .
       01  WS-COURS-PREC        PIC X(21)   VALUE SPACES.

       01  WS-MOY               PIC 99V99   VALUE 0     .
       01  WS-MOY-ECOLE         PIC 99V99   VALUE 0     .
       01  WS-VARIANCE          PIC 9(4)V9999 VALUE 0   .
       01  WS-ECART-TYPE        PIC 99V99   VALUE 0     .
       01  WS-ECART             PIC S99V99  VALUE 0     .

       01  WS-NB-LUS            PIC 9(6)    VALUE 0     .
       01  WS-NB-NOTES          PIC 9(6)    VALUE 0     .
       01  WS-NB-REJETEES       PIC 9(6)    VALUE 0     .
       01  WS-NB-SIGNALES       PIC 9(4)    VALUE 0     .

       01  WS-MOY-LIG           PIC Z9,99               .
       01  WS-ET-LIG            PIC Z9,99               .
       01  WS-MIN-LIG           PIC Z9,99               .
       01  WS-MAX-LIG           PIC Z9,99               .
       01  WS-ECART-LIG         PIC +Z9,99              .
       01  WS-NB-LIG            PIC ZZZ9                .
       01  WS-BORNE             PIC 99      VALUE 0     .
       01  WS-BORNE-SUP         PIC 99      VALUE 0     .
       01  WS-PTR               PIC 999     VALUE 1     .
       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.
       01  WS-LIG-COLONNE       PIC X(3)    VALUE ' | ' .

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
           PERFORM 2000-LIT-INPUT-START
              THRU 2010-LIT-INPUT-END.
           IF WS-NB-CC = 0
              DISPLAY 'AUCUNE NOTE VALIDE DANS INPUT.DAT - PAS DE '
                 'DISTRIBUTION'
              MOVE 'OK' TO JR-STATUT
              GO TO 0010-STOP-PRG
           END-IF.

      *    l'état se lit cours par cours, classes dans l'ordre
           SORT WS-CC-TAB ASCENDING KEY WS-CC-COURS WS-CC-CLASSE.
           PERFORM 7000-WRITE-DISTRIB-START
              THRU 7010-WRITE-DISTRIB-END.

           DISPLAY 'NOTES ANALYSEES        :' SPACE WS-NB-NOTES.
           DISPLAY 'NOTES HORS NORME       :' SPACE WS-NB-REJETEES.
           DISPLAY 'CLASSES A HARMONISER   :' SPACE WS-NB-SIGNALES.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-PARAM-START.
      *    écart admis en points, colonnes 1-5 (ex 02,50)
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 AND (REC-PARAM-CTL(1:5) NOT = SPACES)
                 COMPUTE WS-ECART-ADMIS =
                    FUNCTION NUMVAL(REC-PARAM-CTL(1:5))
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

       2000-LIT-INPUT-START.
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
      *    input.dat mono-classe (sans entête 00) : classe 00
           MOVE 0 TO WS-CLASSE-NUM.
           READ F-INPUT.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-LUS
              EVALUATE (REC-F-INPUT-2)
                 WHEN '00'
                    MOVE R-CLH-NUM TO WS-CLASSE-NUM
                 WHEN '02'
                    PERFORM 2020-CUMULE-NOTE-START
                       THRU 2030-CUMULE-NOTE-END
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.
       2010-LIT-INPUT-END.
           EXIT.

       2020-CUMULE-NOTE-START.
      *    même norme que 5015-CHECK-GRADE de promo1 : 0 à 20 ;
      *    une zone non numérique (blancs, lettres) passerait le
      *    MOVE comme un zéro et fausserait la moyenne
           IF (R-GRADE = SPACES)
              OR (FUNCTION TEST-NUMVAL(R-GRADE) NOT = 0)
              ADD 1 TO WS-NB-REJETEES
              GO TO 2030-CUMULE-NOTE-END
           END-IF.
           MOVE R-GRADE TO WS-GRADE-VAL.
           IF (NOT WS-GRADE-VAL NUMERIC) OR (WS-GRADE-VAL > 20)
              ADD 1 TO WS-NB-REJETEES
              GO TO 2030-CUMULE-NOTE-END
           END-IF.
           SET IDX-CC TO 1.
           SEARCH WS-CC-TAB
              AT END
                 IF WS-NB-CC >= 500
                    DISPLAY 'ATTENTION : TABLE COURS/CLASSES PLEINE - '
                       'NOTE IGNOREE'
                    GO TO 2030-CUMULE-NOTE-END
                 END-IF
                 SET WS-NB-CC UP BY 1
                 MOVE WS-NB-CC TO WS-IND-CC
                 INITIALIZE WS-CC-TAB(WS-IND-CC)
                 MOVE R-LABEL       TO WS-CC-COURS(WS-IND-CC)
                 MOVE WS-CLASSE-NUM TO WS-CC-CLASSE(WS-IND-CC)
                 MOVE 20            TO WS-CC-MIN(WS-IND-CC)
              WHEN (WS-CC-COURS(IDX-CC) = R-LABEL)
                 AND (WS-CC-CLASSE(IDX-CC) = WS-CLASSE-NUM)
                 SET WS-IND-CC TO IDX-CC
           END-SEARCH.
           ADD 1 TO WS-NB-NOTES.
           ADD 1 TO WS-CC-NB(WS-IND-CC).
           ADD WS-GRADE-VAL TO WS-CC-SOMME(WS-IND-CC).
           COMPUTE WS-CC-SOMME-CAR(WS-IND-CC) =
              WS-CC-SOMME-CAR(WS-IND-CC)
              + (WS-GRADE-VAL * WS-GRADE-VAL).
           IF WS-GRADE-VAL < WS-CC-MIN(WS-IND-CC)
              MOVE WS-GRADE-VAL TO WS-CC-MIN(WS-IND-CC)
           END-IF.
           IF WS-GRADE-VAL > WS-CC-MAX(WS-IND-CC)
              MOVE WS-GRADE-VAL TO WS-CC-MAX(WS-IND-CC)
           END-IF.
      *    tranche de 2 points ; la note 20 compte dans 18-20
           COMPUTE WS-IND-TR = (WS-GRADE-VAL / 2) + 1.
           IF WS-IND-TR > 10
              MOVE 10 TO WS-IND-TR
           END-IF.
           ADD 1 TO WS-CC-TRANCHE(WS-IND-CC, WS-IND-TR).

      *    cumul de l'établissement pour le cours
           SET IDX-COURS TO 1.
           SEARCH WS-COURS-TAB
              AT END
                 IF WS-NB-COURS >= 99
                    DISPLAY 'ATTENTION : TABLE COURS PLEINE'
                    GO TO 2030-CUMULE-NOTE-END
                 END-IF
                 SET WS-NB-COURS UP BY 1
                 MOVE WS-NB-COURS TO WS-IND-CO
                 MOVE R-LABEL TO WS-COURS-LIB(WS-IND-CO)
                 MOVE 0 TO WS-COURS-NB(WS-IND-CO)
                 MOVE 0 TO WS-COURS-SOMME(WS-IND-CO)
              WHEN WS-COURS-LIB(IDX-COURS) = R-LABEL
                 SET WS-IND-CO TO IDX-COURS
           END-SEARCH.
           ADD 1 TO WS-COURS-NB(WS-IND-CO).
           ADD WS-GRADE-VAL TO WS-COURS-SOMME(WS-IND-CO).
       2030-CUMULE-NOTE-END.
           EXIT.

       7000-WRITE-DISTRIB-START.
           OPEN OUTPUT F-DISTRIB.
           MOVE ALL '=' TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           MOVE WS-ECART-ADMIS TO WS-MOY-LIG.
           MOVE ALL SPACE TO REC-F-DISTRIB.
           STRING
                 WS-LIG-COLONNE
                 'DISTRIBUTION DES NOTES PAR COURS ET PAR CLASSE - '
                 'ECART ADMIS' SPACE WS-MOY-LIG SPACE 'POINT(S)'
           DELIMITED BY SIZE
           INTO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           MOVE ALL '=' TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           MOVE SPACES TO WS-COURS-PREC.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL (WS-IND-CC > WS-NB-CC)
              IF WS-CC-COURS(WS-IND-CC) NOT = WS-COURS-PREC
                 PERFORM 7020-WRITE-COURS-START
                    THRU 7030-WRITE-COURS-END
              END-IF
              PERFORM 7040-WRITE-CLASSE-START
                 THRU 7050-WRITE-CLASSE-END
           END-PERFORM.
           MOVE ALL '=' TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           MOVE WS-NB-SIGNALES TO WS-NB-LIG.
           MOVE ALL SPACE TO REC-F-DISTRIB.
           STRING
                 WS-LIG-COLONNE
                 'CLASSES A HARMONISER :' SPACE WS-NB-LIG
           DELIMITED BY SIZE
           INTO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           CLOSE F-DISTRIB.
       7010-WRITE-DISTRIB-END.
           EXIT.

       7020-WRITE-COURS-START.
      *    Entête d'un cours : moyenne de l'établissement, référence
      *    de l'harmonisation
           MOVE WS-CC-COURS(WS-IND-CC) TO WS-COURS-PREC.
           MOVE 0 TO WS-MOY-ECOLE.
           SET IDX-COURS TO 1.
           SEARCH WS-COURS-TAB
              AT END
                 CONTINUE
              WHEN WS-COURS-LIB(IDX-COURS) = WS-COURS-PREC
                 IF WS-COURS-NB(IDX-COURS) > 0
                    COMPUTE WS-MOY-ECOLE ROUNDED =
                       WS-COURS-SOMME(IDX-COURS)
                       / WS-COURS-NB(IDX-COURS)
                 END-IF
           END-SEARCH.
           MOVE WS-MOY-ECOLE TO WS-MOY-LIG.
           MOVE ALL '-' TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
           MOVE ALL SPACE TO REC-F-DISTRIB.
           STRING
                 WS-LIG-COLONNE
                 'COURS' SPACE WS-COURS-PREC
                 SPACE 'MOYENNE ETABLISSEMENT' SPACE WS-MOY-LIG
           DELIMITED BY SIZE
           INTO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
       7030-WRITE-COURS-END.
           EXIT.

       7040-WRITE-CLASSE-START.
      *    Statistiques d'une classe pour le cours, puis son
      *    histogramme par tranches de 2 points
           COMPUTE WS-MOY ROUNDED =
              WS-CC-SOMME(WS-IND-CC) / WS-CC-NB(WS-IND-CC).
      *    écart-type de la population des notes de la classe
           COMPUTE WS-VARIANCE ROUNDED =
              (WS-CC-SOMME-CAR(WS-IND-CC) / WS-CC-NB(WS-IND-CC))
              - ((WS-CC-SOMME(WS-IND-CC) / WS-CC-NB(WS-IND-CC))
                 * (WS-CC-SOMME(WS-IND-CC) / WS-CC-NB(WS-IND-CC))).
           IF WS-VARIANCE > 0
              COMPUTE WS-ECART-TYPE ROUNDED =
                 FUNCTION SQRT(WS-VARIANCE)
           ELSE
              MOVE 0 TO WS-ECART-TYPE
           END-IF.
           MOVE WS-CC-NB(WS-IND-CC)  TO WS-NB-LIG.
           MOVE WS-MOY               TO WS-MOY-LIG.
           MOVE WS-ECART-TYPE        TO WS-ET-LIG.
           MOVE WS-CC-MIN(WS-IND-CC) TO WS-MIN-LIG.
           MOVE WS-CC-MAX(WS-IND-CC) TO WS-MAX-LIG.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING
                 WS-LIG-COLONNE
                 '   CLASSE' SPACE WS-CC-CLASSE(WS-IND-CC)
                 SPACE 'NOTES' SPACE WS-NB-LIG
                 SPACE 'MOYENNE' SPACE WS-MOY-LIG
                 SPACE 'ECART-TYPE' SPACE WS-ET-LIG
                 SPACE 'MIN' SPACE WS-MIN-LIG
                 SPACE 'MAX' SPACE WS-MAX-LIG
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           COMPUTE WS-ECART = WS-MOY - WS-MOY-ECOLE.
           IF (WS-ECART > WS-ECART-ADMIS)
              OR (WS-ECART < (0 - WS-ECART-ADMIS))
              ADD 1 TO WS-NB-SIGNALES
              MOVE WS-ECART TO WS-ECART-LIG
              STRING
                    FUNCTION TRIM(WS-LIG-RAP TRAILING)
                    SPACE '*** HARMONISATION ECART' SPACE WS-ECART-LIG
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.

      *    histogramme : 'bb-BB:n' pour chaque tranche
           MOVE ALL SPACE TO WS-LIG-RAP.
           MOVE 1 TO WS-PTR.
           STRING
                 WS-LIG-COLONNE
                 '      '
           DELIMITED BY SIZE
           INTO WS-LIG-RAP
           WITH POINTER WS-PTR.
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL (WS-IND-TR > 10)
              COMPUTE WS-BORNE = (WS-IND-TR - 1) * 2
              COMPUTE WS-BORNE-SUP = WS-BORNE + 2
              MOVE WS-CC-TRANCHE(WS-IND-CC, WS-IND-TR) TO WS-NB-LIG
              STRING
                    WS-BORNE '-' WS-BORNE-SUP ':'
                    FUNCTION TRIM(WS-NB-LIG) SPACE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-PTR
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-F-DISTRIB.
           WRITE REC-F-DISTRIB.
       7050-WRITE-CLASSE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'distnote' TO JR-PROGRAMME.
           MOVE WS-NB-LUS TO JR-NB-LUS.
           MOVE WS-NB-NOTES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETEES TO JR-NB-REJETS.
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
           MOVE 'distnote' TO MSG-PROGRAMME.
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

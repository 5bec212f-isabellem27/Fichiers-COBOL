      *=============================================================*
      *    Annuaire des professeurs et charge de correction par     *
      *    professeur avant le conseil de classe.                   *
      *    Le programme des classes programme-classes.dat (cf       *
      *    ctrlnote) attribue déjà chaque couple classe/cours à un  *
      *    professeur ; l'annuaire enseignants.dat donne pour       *
      *    chacun son code et son contact. Pour chaque professeur,  *
      *    et pour chacun de ses couples classe/cours, le rapport   *
      *    charge-professeurs.dat indique :                         *
      *      - le nombre d'élèves à noter (inscrits au registre     *
      *        eleves-registre.dat, à défaut élèves de input.dat),  *
      *      - les notes (type 02) et appréciations (type 04)       *
      *        reçues dans input.dat,                               *
      *      - les notes rejetées par promo1 dans                   *
      *        grade-exceptions.dat,                                *
      *      - parmi elles, celles que le recyclage recynote n'a    *
      *        pas encore corrigées (absentes de                    *
      *        grade-corrections-rapport.txt),                      *
      *    puis ce qui reste à faire : c'est la liste de travail de *
      *    chaque professeur avant le conseil.                      *
      *    Un professeur du programme absent de l'annuaire est      *
      *    signalé HORS ANNUAIRE ; un professeur de l'annuaire sans *
      *    cours au programme figure avec la mention AUCUN COURS.   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargprf.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANNUAIRE
               ASSIGN TO 'enseignants.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUAIRE-STATUS.

           SELECT F-PROGRAMME
               ASSIGN TO 'programme-classes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROGRAMME-STATUS.

           SELECT F-REGISTRE
               ASSIGN TO 'eleves-registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-EXCEPTION
               ASSIGN TO 'grade-exceptions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXCEPTION-STATUS.

           SELECT F-RECYCLE
               ASSIGN TO 'grade-corrections-rapport.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RECYCLE-STATUS.

           SELECT F-CHARGE
               ASSIGN TO 'charge-professeurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par professeur : nom tel qu'il est saisi dans
      * programme-classes.dat (1-20), code (21-26), contact : poste
      * ou adresse de messagerie (27-66)
       FD  F-ANNUAIRE
           RECORD CONTAINS 26 TO 66 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-ANNUAIRE.
           03 EN-NOM            PIC X(20).
           03 EN-CODE           PIC X(6).
           03 EN-CONTACT        PIC X(40).

      * même dessin que dans ctrlnote
       FD  F-PROGRAMME
           RECORD CONTAINS 26 TO 46 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-PROGRAMME.
           03 PC-CLASSE         PIC 99.
           03 PC-LIB            PIC X(21).
           03 PC-COEF           PIC X(3).
           03 PC-PROF           PIC X(20).

       FD  F-REGISTRE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGISTRE.
           03 RG-MATRICULE      PIC 9(5).
           03 RG-NOM-COMPLET    PIC X(30).
           03 RG-CLASSE         PIC 99.
           03 RG-STATUT         PIC X(10).

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

       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
           03 R-COEF           PIC X(3).
           03 R-GRADE          PIC X(5).

       01  REC-APPRECIATION.
           03 R-AP-KEY         PIC 9(02).
           03 R-AP-LABEL       PIC X(21).
           03 R-AP-COMM        PIC X(50).

       01  REC-CLASSE-HEADER.
           03 R-CLH-KEY        PIC 9(02).
           03 R-CLH-NUM        PIC 9(02).
           03 R-CLH-LIB        PIC X(15).

       FD  F-EXCEPTION
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXCEPTION      PIC X(80).

       FD  F-RECYCLE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RECYCLE        PIC X(100).

       FD  F-CHARGE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CHARGE         PIC X(120).

       WORKING-STORAGE SECTION.
       01  F-ANNUAIRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-ANNUAIRE-STATUS-OK          VALUE '00'.
           88 F-ANNUAIRE-STATUS-EOF         VALUE '10'.
           88 F-ANNUAIRE-STATUS-NOFILE      VALUE '35'.

       01  F-PROGRAMME-STATUS   PIC X(02)   VALUE SPACE .
           88 F-PROGRAMME-STATUS-OK         VALUE '00'.
           88 F-PROGRAMME-STATUS-EOF        VALUE '10'.
           88 F-PROGRAMME-STATUS-NOFILE     VALUE '35'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK          VALUE '00'.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE      VALUE '35'.

       01  F-INPUT-STATUS       PIC X(02)   VALUE SPACE .
           88 F-INPUT-STATUS-OK             VALUE '00'.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  F-EXCEPTION-STATUS   PIC X(02)   VALUE SPACE .
           88 F-EXCEPTION-STATUS-OK         VALUE '00'.
           88 F-EXCEPTION-STATUS-EOF        VALUE '10'.
           88 F-EXCEPTION-STATUS-NOFILE     VALUE '35'.

       01  F-RECYCLE-STATUS     PIC X(02)   VALUE SPACE .
           88 F-RECYCLE-STATUS-OK           VALUE '00'.
           88 F-RECYCLE-STATUS-EOF          VALUE '10'.
           88 F-RECYCLE-STATUS-NOFILE       VALUE '35'.

       01  F-CHARGE-STATUS      PIC X(02)   VALUE SPACE .
           88 F-CHARGE-STATUS-OK            VALUE '00'.

      *  Annuaire des professeurs
       01  WS-IND-EN            PIC 999     VALUE 0     .
       01  WS-ANNUAIRE.
           03  WS-NB-EN             PIC 999     VALUE 0 .
           03  WS-EN-TAB  OCCURS 1 TO 200
                          DEPENDING WS-NB-EN
                          INDEXED BY IDX-EN.
              05 WS-EN-NOM         PIC X(20).
              05 WS-EN-CODE        PIC X(6).
              05 WS-EN-CONTACT     PIC X(40).
              05 WS-EN-NB-COURS    PIC 999.

      *  Programme des classes et compteurs par couple classe/cours
       01  WS-IND-PC            PIC 999     VALUE 0     .
       01  WS-PROGRAMME.
           03  WS-NB-PC             PIC 999     VALUE 0 .
           03  WS-PC-TAB  OCCURS 1 TO 300
                          DEPENDING WS-NB-PC
                          INDEXED BY IDX-PC.
              05 WS-PC-PROF        PIC X(20).
              05 WS-PC-CLASSE      PIC 99.
              05 WS-PC-LIB         PIC X(21).
              05 WS-PC-NB-NOTES    PIC 999.
              05 WS-PC-NB-APPREC   PIC 999.
              05 WS-PC-NB-REJETS   PIC 999.
              05 WS-PC-NB-ATTENTE  PIC 999.

      *  Effectifs par classe : registre et input.dat
       01  WS-EFFECTIFS.
           03  WS-EFF-CLASSE  OCCURS 99.
              05 WS-EFF-REG        PIC 999.
              05 WS-EFF-INPUT      PIC 999.
       01  WS-REGISTRE-LU       PIC X       VALUE 'N'   .
           88 WS-REGISTRE-EST-LU            VALUE 'O'   .

      *  Notes que promo1 rejette (même règle que 5015-CHECK-GRADE),
      *  relevées dans input.dat avec leur classe : une ligne de
      *  grade-exceptions.dat ne porte pas la classe
       01  WS-CLASSE-NUM        PIC 99      VALUE 0     .
       01  WS-NUM-ELEVE         PIC 99      VALUE 0     .
       01  WS-MATR-COURANT      PIC 9(5)    VALUE 0     .
       01  WS-COURS-CHERCHE     PIC X(21)   VALUE SPACES.
       01  WS-GRADE-VAL         PIC 99V99               .
       01  WS-IND-RJ            PIC 9(4)    VALUE 0     .
       01  WS-REJETS.
           03  WS-NB-RJ             PIC 9(4)    VALUE 0 .
           03  WS-RJ-TAB  OCCURS 1 TO 2000
                          DEPENDING WS-NB-RJ
                          INDEXED BY IDX-RJ.
              05 WS-RJ-CLASSE      PIC 99.
              05 WS-RJ-ELEVE       PIC 99.
              05 WS-RJ-MATR        PIC 9(5).
              05 WS-RJ-LIB         PIC X(21).
              05 WS-RJ-PRIS        PIC X.

      *  Corrections déjà émises par recynote
       01  WS-IND-CR            PIC 9(4)    VALUE 0     .
       01  WS-CORRECTIONS.
           03  WS-NB-CR             PIC 9(4)    VALUE 0 .
           03  WS-CR-TAB  OCCURS 1 TO 2000
                          DEPENDING WS-NB-CR
                          INDEXED BY IDX-CR.
              05 WS-CR-ELEVE       PIC X(2).
              05 WS-CR-MATR        PIC 9(5).
              05 WS-CR-LIB         PIC X(21).
              05 WS-CR-PRIS        PIC X.

      *  Découpage des lignes de rejet et de recyclage (cf recynote)
       01  WS-EXC-ENTETE        PIC X(30)   VALUE SPACES.
       01  WS-EXC-ELEVE         PIC X(02)   VALUE SPACES.
       01  WS-EXC-ELEVE-9 REDEFINES WS-EXC-ELEVE PIC 9(02).
       01  WS-EXC-COURS         PIC X(21)   VALUE SPACES.
       01  WS-EXC-NOTE          PIC X(10)   VALUE SPACES.
       01  WS-EXC-RESTE         PIC X(40)   VALUE SPACES.
       01  WS-EXC-AVANT-MATR    PIC X(40)   VALUE SPACES.
       01  WS-EXC-MATR          PIC X(05)   VALUE SPACES.
       01  WS-EXC-MATR-9 REDEFINES WS-EXC-MATR PIC 9(05).
       01  WS-MATR-VAL          PIC 9(5)    VALUE 0     .
       01  WS-CORRIGEE          PIC X       VALUE 'N'   .
           88 WS-EST-CORRIGEE               VALUE 'O'   .

      *  Compteurs et éditions
       01  WS-NB-LUS            PIC 9(6)    VALUE 0     .
       01  WS-NB-EXC            PIC 9(4)    VALUE 0     .
       01  WS-NB-EXC-HORS       PIC 9(4)    VALUE 0     .
       01  WS-NB-PROF           PIC 999     VALUE 0     .
       01  WS-NB-ELEVES         PIC 999     VALUE 0     .
       01  WS-RESTE-NOTES       PIC 9(4)    VALUE 0     .
       01  WS-RESTE-APPREC      PIC 9(4)    VALUE 0     .
       01  WS-RESTE-CORR        PIC 9(4)    VALUE 0     .
       01  WS-PROF-PREC         PIC X(20)   VALUE SPACES.
       01  WS-NB-ED1            PIC ZZ9                 .
       01  WS-NB-ED2            PIC ZZ9                 .
       01  WS-NB-ED3            PIC ZZ9                 .
       01  WS-NB-ED4            PIC ZZ9                 .
       01  WS-NB-ED5            PIC ZZ9                 .
       01  WS-NB-ED             PIC ZZZ9                .
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
           INITIALIZE WS-EFFECTIFS.

           PERFORM 1000-CHARGE-ANNUAIRE-START
              THRU 1010-CHARGE-ANNUAIRE-END.
           PERFORM 1100-CHARGE-PROGRAMME-START
              THRU 1110-CHARGE-PROGRAMME-END.
           PERFORM 1200-CHARGE-REGISTRE-START
              THRU 1210-CHARGE-REGISTRE-END.
           PERFORM 2000-LIT-INPUT-START
              THRU 2010-LIT-INPUT-END.
           PERFORM 2100-CHARGE-RECYCLE-START
              THRU 2110-CHARGE-RECYCLE-END.
           PERFORM 2200-LIT-EXCEPTION-START
              THRU 2210-LIT-EXCEPTION-END.

      *    le rapport se lit par professeur, puis classe et cours
           SORT WS-PC-TAB ASCENDING KEY WS-PC-PROF WS-PC-CLASSE
                                        WS-PC-LIB.
           PERFORM 7000-WRITE-CHARGE-START
              THRU 7010-WRITE-CHARGE-END.

           DISPLAY 'PROFESSEURS AU RAPPORT   :' SPACE WS-NB-PROF.
           DISPLAY 'COURS AU PROGRAMME       :' SPACE WS-NB-PC.
           DISPLAY 'NOTES REJETEES RELEVEES  :' SPACE WS-NB-EXC.
           IF WS-NB-EXC-HORS > 0
              DISPLAY 'REJETS SANS COURS AU PROGRAMME :' SPACE
                 WS-NB-EXC-HORS
           END-IF.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-ANNUAIRE-START.
      *    annuaire absent : le rapport sort quand même, chaque
      *    professeur y est marqué HORS ANNUAIRE
           OPEN INPUT F-ANNUAIRE.
           IF F-ANNUAIRE-STATUS-NOFILE
              DISPLAY 'ENSEIGNANTS.DAT ABSENT - PROFESSEURS SANS CODE '
                 'NI CONTACT'
              GO TO 1010-CHARGE-ANNUAIRE-END
           END-IF.
           IF NOT F-ANNUAIRE-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'enseignants.dat' TO MSG-SUBST1
              MOVE F-ANNUAIRE-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE SPACES TO EN-CONTACT.
           READ F-ANNUAIRE.
           PERFORM UNTIL F-ANNUAIRE-STATUS-EOF
                      OR (WS-NB-EN >= 200)
              IF EN-NOM NOT = SPACES
                 SET WS-NB-EN UP BY 1
                 MOVE EN-NOM     TO WS-EN-NOM(WS-NB-EN)
                 MOVE EN-CODE    TO WS-EN-CODE(WS-NB-EN)
                 MOVE EN-CONTACT TO WS-EN-CONTACT(WS-NB-EN)
                 MOVE 0          TO WS-EN-NB-COURS(WS-NB-EN)
              END-IF
              MOVE SPACES TO EN-CONTACT
              READ F-ANNUAIRE
           END-PERFORM.
           IF (WS-NB-EN >= 200) AND (NOT F-ANNUAIRE-STATUS-EOF)
              DISPLAY 'ATTENTION : ENSEIGNANTS.DAT DEPASSE 200 '
                 'PROFESSEURS - CHARGEMENT PARTIEL'
           END-IF.
           CLOSE F-ANNUAIRE.
       1010-CHARGE-ANNUAIRE-END.
           EXIT.

       1100-CHARGE-PROGRAMME-START.
           OPEN INPUT F-PROGRAMME.
           IF F-PROGRAMME-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'programme-classes.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-PROGRAMME-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'programme-classes.dat' TO MSG-SUBST1
              MOVE F-PROGRAMME-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
      *    professeur en queue d'enregistrement variable (cf
      *    ctrlnote)
           MOVE SPACES TO PC-PROF.
           READ F-PROGRAMME.
           PERFORM UNTIL F-PROGRAMME-STATUS-EOF
                      OR (WS-NB-PC >= 300)
              IF (PC-CLASSE NUMERIC) AND (PC-LIB NOT = SPACES)
                 SET WS-NB-PC UP BY 1
                 INITIALIZE WS-PC-TAB(WS-NB-PC)
                 MOVE PC-CLASSE TO WS-PC-CLASSE(WS-NB-PC)
                 MOVE PC-LIB    TO WS-PC-LIB(WS-NB-PC)
                 IF PC-PROF = SPACES
                    MOVE 'NON ATTRIBUE' TO WS-PC-PROF(WS-NB-PC)
                 ELSE
                    MOVE PC-PROF TO WS-PC-PROF(WS-NB-PC)
                 END-IF
              ELSE
                 DISPLAY 'LIGNE DE PROGRAMME ILLISIBLE :' SPACE
                    REC-F-PROGRAMME
              END-IF
              MOVE SPACES TO PC-PROF
              READ F-PROGRAMME
           END-PERFORM.
           IF (WS-NB-PC >= 300) AND (NOT F-PROGRAMME-STATUS-EOF)
              DISPLAY 'ATTENTION : PROGRAMME-CLASSES DEPASSE 300 '
                 'COURS - CHARGEMENT PARTIEL'
           END-IF.
           CLOSE F-PROGRAMME.
       1110-CHARGE-PROGRAMME-END.
           EXIT.

       1200-CHARGE-REGISTRE-START.
      *    effectif inscrit par classe ; registre absent : les
      *    élèves de input.dat font foi
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-NOFILE
              GO TO 1210-CHARGE-REGISTRE-END
           END-IF.
           IF NOT F-REGISTRE-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              MOVE F-REGISTRE-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           SET WS-REGISTRE-EST-LU TO TRUE.
           READ F-REGISTRE.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
              IF ((RG-STATUT = SPACES) OR (RG-STATUT = 'INSCRIT'))
                 AND (RG-CLASSE NUMERIC) AND (RG-CLASSE > 0)
                 ADD 1 TO WS-EFF-REG(RG-CLASSE)
              END-IF
              READ F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       1210-CHARGE-REGISTRE-END.
           EXIT.

       2000-LIT-INPUT-START.
      *    Notes et appréciations reçues par classe et par cours ;
      *    les élèves sont numérotés dans leur classe comme dans
      *    promo1 (ELEVE= des lignes de rejet)
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
           MOVE SPACES TO R-MATRICULE.
           READ F-INPUT.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-LUS
              EVALUATE (REC-F-INPUT-2)
                 WHEN '00'
                    MOVE R-CLH-NUM TO WS-CLASSE-NUM
                    MOVE 0 TO WS-NUM-ELEVE WS-MATR-COURANT
                 WHEN '01'
                    ADD 1 TO WS-NUM-ELEVE
                    IF WS-CLASSE-NUM > 0
                       ADD 1 TO WS-EFF-INPUT(WS-CLASSE-NUM)
                    END-IF
                    IF (R-MATRICULE NUMERIC)
                       AND (R-MATRICULE NOT = '00000')
                       MOVE R-MATRICULE TO WS-MATR-COURANT
                    ELSE
                       MOVE 0 TO WS-MATR-COURANT
                    END-IF
                 WHEN '02'
                    PERFORM 2020-RELEVE-NOTE-START
                       THRU 2030-RELEVE-NOTE-END
                 WHEN '04'
                    MOVE R-AP-LABEL TO WS-COURS-CHERCHE
                    PERFORM 2040-CHERCHE-COURS-START
                       THRU 2050-CHERCHE-COURS-END
                    IF WS-IND-PC > 0
                       ADD 1 TO WS-PC-NB-APPREC(WS-IND-PC)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE SPACES TO R-MATRICULE
              READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.
       2010-LIT-INPUT-END.
           EXIT.

       2020-RELEVE-NOTE-START.
           MOVE R-LABEL TO WS-COURS-CHERCHE.
           PERFORM 2040-CHERCHE-COURS-START
              THRU 2050-CHERCHE-COURS-END.
           IF WS-IND-PC > 0
              ADD 1 TO WS-PC-NB-NOTES(WS-IND-PC)
           END-IF.
      *    note que promo1 enverra dans grade-exceptions.dat
           MOVE R-GRADE TO WS-GRADE-VAL.
           IF (WS-GRADE-VAL NUMERIC) AND (WS-GRADE-VAL NOT > 20)
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           IF WS-NB-RJ >= 2000
              DISPLAY 'TABLE DES REJETS PLEINE - REJET NON RELEVE'
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           SET WS-NB-RJ UP BY 1.
           MOVE WS-CLASSE-NUM   TO WS-RJ-CLASSE(WS-NB-RJ).
           MOVE WS-NUM-ELEVE    TO WS-RJ-ELEVE(WS-NB-RJ).
           MOVE WS-MATR-COURANT TO WS-RJ-MATR(WS-NB-RJ).
           MOVE R-LABEL         TO WS-RJ-LIB(WS-NB-RJ).
           MOVE 'N'             TO WS-RJ-PRIS(WS-NB-RJ).
       2030-RELEVE-NOTE-END.
           EXIT.

       2040-CHERCHE-COURS-START.
      *    Couple classe courante / WS-COURS-CHERCHE dans le
      *    programme ; 0 si hors programme
           MOVE 0 TO WS-IND-PC.
           IF WS-CLASSE-NUM = 0
              GO TO 2050-CHERCHE-COURS-END
           END-IF.
           PERFORM VARYING IDX-PC FROM 1 BY 1
                   UNTIL (IDX-PC > WS-NB-PC)
                   OR (WS-IND-PC > 0)
              IF (WS-PC-CLASSE(IDX-PC) = WS-CLASSE-NUM)
                 AND (WS-PC-LIB(IDX-PC) = WS-COURS-CHERCHE)
                 SET WS-IND-PC TO IDX-PC
              END-IF
           END-PERFORM.
       2050-CHERCHE-COURS-END.
           EXIT.

       2100-CHARGE-RECYCLE-START.
      *    Rapport de recynote : ELEVE=nn [MATRICULE=mmmmm]
      *    COURS=libellé ANCIENNE NOTE="xxxxx" NOTE CORRIGEE=zz,zz ;
      *    pas de rapport = aucune correction émise
           OPEN INPUT F-RECYCLE.
           IF NOT F-RECYCLE-STATUS-OK
              GO TO 2110-CHARGE-RECYCLE-END
           END-IF.
           READ F-RECYCLE.
           PERFORM UNTIL F-RECYCLE-STATUS-EOF
                      OR (WS-NB-CR >= 2000)
              IF REC-F-RECYCLE(1:6) = 'ELEVE='
                 MOVE SPACES TO WS-EXC-ENTETE WS-EXC-COURS
                                WS-EXC-RESTE
                 UNSTRING REC-F-RECYCLE
                    DELIMITED BY ' COURS=' OR ' ANCIENNE NOTE="'
                    INTO WS-EXC-ENTETE WS-EXC-COURS WS-EXC-RESTE
                 SET WS-NB-CR UP BY 1
                 MOVE WS-EXC-ENTETE(7:2) TO WS-CR-ELEVE(WS-NB-CR)
                 MOVE WS-EXC-COURS       TO WS-CR-LIB(WS-NB-CR)
                 MOVE 0                  TO WS-CR-MATR(WS-NB-CR)
                 IF WS-EXC-ENTETE(10:10) = 'MATRICULE='
                    MOVE WS-EXC-ENTETE(20:5) TO WS-EXC-MATR
                    IF WS-EXC-MATR-9 NUMERIC
                       MOVE WS-EXC-MATR-9 TO WS-CR-MATR(WS-NB-CR)
                    END-IF
                 END-IF
                 MOVE 'N' TO WS-CR-PRIS(WS-NB-CR)
              END-IF
              READ F-RECYCLE
           END-PERFORM.
           CLOSE F-RECYCLE.
       2110-CHARGE-RECYCLE-END.
           EXIT.

       2200-LIT-EXCEPTION-START.
      *    Chaque note rejetée est rattachée à sa classe par le
      *    relevé de input.dat, puis dite corrigée si recynote a
      *    émis sa correction ; pas de fichier = aucun rejet
           OPEN INPUT F-EXCEPTION.
           IF F-EXCEPTION-STATUS-NOFILE
              GO TO 2210-LIT-EXCEPTION-END
           END-IF.
           IF NOT F-EXCEPTION-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'grade-exceptions.dat' TO MSG-SUBST1
              MOVE F-EXCEPTION-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-EXCEPTION.
           PERFORM UNTIL F-EXCEPTION-STATUS-EOF
              IF REC-F-EXCEPTION(1:6) = 'ELEVE='
                 ADD 1 TO WS-NB-EXC
                 PERFORM 2220-TRAITE-EXCEPTION-START
                    THRU 2230-TRAITE-EXCEPTION-END
              END-IF
              READ F-EXCEPTION
           END-PERFORM.
           CLOSE F-EXCEPTION.
       2210-LIT-EXCEPTION-END.
           EXIT.

       2220-TRAITE-EXCEPTION-START.
      *    ELEVE=nn COURS=libellé NOTE REJETEE="xxxxx" MATRICULE=m
           MOVE SPACES TO WS-EXC-ENTETE WS-EXC-COURS WS-EXC-NOTE
                          WS-EXC-RESTE.
           UNSTRING REC-F-EXCEPTION
              DELIMITED BY ' COURS=' OR ' NOTE REJETEE="' OR '"'
              INTO WS-EXC-ENTETE
                   WS-EXC-COURS
                   WS-EXC-NOTE
                   WS-EXC-RESTE.
           MOVE WS-EXC-ENTETE(7:2) TO WS-EXC-ELEVE.
           MOVE SPACES TO WS-EXC-AVANT-MATR WS-EXC-MATR.
           UNSTRING WS-EXC-RESTE DELIMITED BY 'MATRICULE='
              INTO WS-EXC-AVANT-MATR WS-EXC-MATR.
           IF (WS-EXC-MATR-9 NUMERIC) AND (WS-EXC-MATR NOT = '00000')
              MOVE WS-EXC-MATR-9 TO WS-MATR-VAL
           ELSE
              MOVE 0 TO WS-MATR-VAL
           END-IF.
      *    rejet correspondant dans input.dat : matricule quand la
      *    ligne en porte un, numéro d'élève dans la classe sinon
           MOVE 0 TO WS-IND-RJ.
           PERFORM VARYING IDX-RJ FROM 1 BY 1
                   UNTIL (IDX-RJ > WS-NB-RJ)
                   OR (WS-IND-RJ > 0)
              IF (WS-RJ-PRIS(IDX-RJ) = 'N')
                 AND (WS-RJ-LIB(IDX-RJ) = WS-EXC-COURS)
                 AND (((WS-MATR-VAL > 0)
                       AND (WS-RJ-MATR(IDX-RJ) = WS-MATR-VAL))
                    OR ((WS-MATR-VAL = 0)
                       AND (WS-EXC-ELEVE-9 NUMERIC)
                       AND (WS-RJ-ELEVE(IDX-RJ) = WS-EXC-ELEVE-9)))
                 SET WS-IND-RJ TO IDX-RJ
              END-IF
           END-PERFORM.
           IF WS-IND-RJ = 0
              ADD 1 TO WS-NB-EXC-HORS
              DISPLAY 'REJET SANS NOTE CORRESPONDANTE DANS INPUT.DAT :'
                 SPACE FUNCTION TRIM(REC-F-EXCEPTION)
              GO TO 2230-TRAITE-EXCEPTION-END
           END-IF.
           MOVE 'O' TO WS-RJ-PRIS(WS-IND-RJ).
           MOVE WS-RJ-CLASSE(WS-IND-RJ) TO WS-CLASSE-NUM.
           MOVE WS-EXC-COURS TO WS-COURS-CHERCHE.
           PERFORM 2040-CHERCHE-COURS-START
              THRU 2050-CHERCHE-COURS-END.
           IF WS-IND-PC = 0
              ADD 1 TO WS-NB-EXC-HORS
              GO TO 2230-TRAITE-EXCEPTION-END
           END-IF.
           ADD 1 TO WS-PC-NB-REJETS(WS-IND-PC).
      *    corrigée si recynote a émis la correction du même élève
      *    sur le même cours
           MOVE 'N' TO WS-CORRIGEE.
           PERFORM VARYING IDX-CR FROM 1 BY 1
                   UNTIL (IDX-CR > WS-NB-CR)
                   OR WS-EST-CORRIGEE
              IF (WS-CR-PRIS(IDX-CR) = 'N')
                 AND (WS-CR-LIB(IDX-CR) = WS-EXC-COURS)
                 AND (WS-CR-ELEVE(IDX-CR) = WS-EXC-ELEVE)
                 AND (WS-CR-MATR(IDX-CR) = WS-MATR-VAL)
                 MOVE 'O' TO WS-CR-PRIS(IDX-CR)
                 SET WS-EST-CORRIGEE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-CORRIGEE
              ADD 1 TO WS-PC-NB-ATTENTE(WS-IND-PC)
           END-IF.
       2230-TRAITE-EXCEPTION-END.
           EXIT.

       7000-WRITE-CHARGE-START.
           OPEN OUTPUT F-CHARGE.
           MOVE ALL '=' TO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
           MOVE ALL SPACE TO REC-F-CHARGE.
           STRING
                 WS-LIG-COLONNE
                 'CHARGE DE CORRECTION PAR PROFESSEUR AVANT LE '
                 'CONSEIL DE CLASSE'
           DELIMITED BY SIZE
           INTO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
           MOVE ALL '=' TO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
           MOVE SPACES TO WS-PROF-PREC.
           PERFORM VARYING WS-IND-PC FROM 1 BY 1
                   UNTIL (WS-IND-PC > WS-NB-PC)
              IF WS-PC-PROF(WS-IND-PC) NOT = WS-PROF-PREC
                 IF WS-PROF-PREC NOT = SPACES
                    PERFORM 7040-WRITE-A-FAIRE-START
                       THRU 7050-WRITE-A-FAIRE-END
                 END-IF
                 MOVE WS-PC-PROF(WS-IND-PC) TO WS-PROF-PREC
                 PERFORM 7020-WRITE-PROF-START
                    THRU 7030-WRITE-PROF-END
              END-IF
              PERFORM 7060-WRITE-COURS-START
                 THRU 7070-WRITE-COURS-END
           END-PERFORM.
           IF WS-PROF-PREC NOT = SPACES
              PERFORM 7040-WRITE-A-FAIRE-START
                 THRU 7050-WRITE-A-FAIRE-END
           END-IF.
      *    professeurs de l'annuaire sans cours au programme
           PERFORM VARYING WS-IND-EN FROM 1 BY 1
                   UNTIL (WS-IND-EN > WS-NB-EN)
              IF WS-EN-NB-COURS(WS-IND-EN) = 0
                 ADD 1 TO WS-NB-PROF
                 MOVE ALL SPACE TO REC-F-CHARGE
                 STRING
                       WS-LIG-COLONNE
                       'PROFESSEUR' SPACE WS-EN-NOM(WS-IND-EN)
                       SPACE 'CODE' SPACE WS-EN-CODE(WS-IND-EN)
                       SPACE ': AUCUN COURS AU PROGRAMME'
                 DELIMITED BY SIZE
                 INTO REC-F-CHARGE
                 WRITE REC-F-CHARGE
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
           IF WS-NB-EXC-HORS > 0
              MOVE WS-NB-EXC-HORS TO WS-NB-ED
              MOVE ALL SPACE TO REC-F-CHARGE
              STRING
                    WS-LIG-COLONNE
                    'NOTES REJETEES NON RATTACHEES A UN COURS DU '
                    'PROGRAMME :' SPACE WS-NB-ED
              DELIMITED BY SIZE
              INTO REC-F-CHARGE
              WRITE REC-F-CHARGE
           END-IF.
           CLOSE F-CHARGE.
       7010-WRITE-CHARGE-END.
           EXIT.

       7020-WRITE-PROF-START.
      *    Entête d'un professeur, avec son code et son contact
           ADD 1 TO WS-NB-PROF.
           MOVE 0 TO WS-RESTE-NOTES WS-RESTE-APPREC WS-RESTE-CORR.
           SET IDX-EN TO 1.
           MOVE ALL SPACE TO REC-F-CHARGE.
           SEARCH WS-EN-TAB
              AT END
                 IF WS-PC-PROF(WS-IND-PC) = 'NON ATTRIBUE'
                    STRING
                          WS-LIG-COLONNE
                          'COURS SANS PROFESSEUR ATTRIBUE'
                    DELIMITED BY SIZE
                    INTO REC-F-CHARGE
                 ELSE
                    STRING
                          WS-LIG-COLONNE
                          'PROFESSEUR' SPACE WS-PC-PROF(WS-IND-PC)
                          SPACE 'HORS ANNUAIRE'
                    DELIMITED BY SIZE
                    INTO REC-F-CHARGE
                 END-IF
              WHEN WS-EN-NOM(IDX-EN) = WS-PC-PROF(WS-IND-PC)
                 ADD 1 TO WS-EN-NB-COURS(IDX-EN)
                 STRING
                       WS-LIG-COLONNE
                       'PROFESSEUR' SPACE WS-PC-PROF(WS-IND-PC)
                       SPACE 'CODE' SPACE WS-EN-CODE(IDX-EN)
                       SPACE 'CONTACT' SPACE WS-EN-CONTACT(IDX-EN)
                 DELIMITED BY SIZE
                 INTO REC-F-CHARGE
           END-SEARCH.
           WRITE REC-F-CHARGE.
           MOVE ALL SPACE TO REC-F-CHARGE.
           STRING
                 WS-LIG-COLONNE
                 '   CLASSE COURS                  ELEVES NOTES '
                 'APPREC REJETS A CORRIGER'
           DELIMITED BY SIZE
           INTO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
       7030-WRITE-PROF-END.
           EXIT.

       7040-WRITE-A-FAIRE-START.
      *    Reste à faire du professeur avant le conseil
           MOVE WS-RESTE-NOTES  TO WS-NB-ED1.
           MOVE WS-RESTE-APPREC TO WS-NB-ED2.
           MOVE WS-RESTE-CORR   TO WS-NB-ED3.
           MOVE ALL SPACE TO REC-F-CHARGE.
           IF (WS-RESTE-NOTES = 0) AND (WS-RESTE-APPREC = 0)
              AND (WS-RESTE-CORR = 0)
              STRING
                    WS-LIG-COLONNE
                    '   A FAIRE : RIEN, DOSSIER COMPLET'
              DELIMITED BY SIZE
              INTO REC-F-CHARGE
           ELSE
              STRING
                    WS-LIG-COLONNE
                    '   A FAIRE :' SPACE WS-NB-ED1
                    ' NOTE(S) MANQUANTE(S),' SPACE WS-NB-ED2
                    ' APPRECIATION(S) MANQUANTE(S),' SPACE WS-NB-ED3
                    ' NOTE(S) REJETEE(S) A CORRIGER'
              DELIMITED BY SIZE
              INTO REC-F-CHARGE
           END-IF.
           WRITE REC-F-CHARGE.
           MOVE ALL '-' TO REC-F-CHARGE.
           WRITE REC-F-CHARGE.
       7050-WRITE-A-FAIRE-END.
           EXIT.

       7060-WRITE-COURS-START.
      *    Une ligne par couple classe/cours du professeur
           EVALUATE TRUE
              WHEN WS-PC-CLASSE(WS-IND-PC) = 0
                 MOVE 0 TO WS-NB-ELEVES
              WHEN WS-REGISTRE-EST-LU
                 MOVE WS-EFF-REG(WS-PC-CLASSE(WS-IND-PC))
                    TO WS-NB-ELEVES
              WHEN OTHER
                 MOVE WS-EFF-INPUT(WS-PC-CLASSE(WS-IND-PC))
                    TO WS-NB-ELEVES
           END-EVALUATE.
           IF WS-NB-ELEVES > WS-PC-NB-NOTES(WS-IND-PC)
              COMPUTE WS-RESTE-NOTES = WS-RESTE-NOTES
                 + WS-NB-ELEVES - WS-PC-NB-NOTES(WS-IND-PC)
           END-IF.
           IF WS-NB-ELEVES > WS-PC-NB-APPREC(WS-IND-PC)
              COMPUTE WS-RESTE-APPREC = WS-RESTE-APPREC
                 + WS-NB-ELEVES - WS-PC-NB-APPREC(WS-IND-PC)
           END-IF.
           ADD WS-PC-NB-ATTENTE(WS-IND-PC) TO WS-RESTE-CORR.
           MOVE WS-NB-ELEVES                TO WS-NB-ED1.
           MOVE WS-PC-NB-NOTES(WS-IND-PC)   TO WS-NB-ED2.
           MOVE WS-PC-NB-APPREC(WS-IND-PC)  TO WS-NB-ED3.
           MOVE WS-PC-NB-REJETS(WS-IND-PC)  TO WS-NB-ED4.
           MOVE WS-PC-NB-ATTENTE(WS-IND-PC) TO WS-NB-ED5.
           MOVE ALL SPACE TO REC-F-CHARGE.
           STRING
                 WS-LIG-COLONNE
                 '   ' WS-PC-CLASSE(WS-IND-PC)
                 '     ' WS-PC-LIB(WS-IND-PC)
                 '    ' WS-NB-ED1
                 '   ' WS-NB-ED2
                 '    ' WS-NB-ED3
                 '    ' WS-NB-ED4
                 '        ' WS-NB-ED5
           DELIMITED BY SIZE
           INTO REC-F-CHARGE.
           IF (WS-PC-CLASSE(WS-IND-PC) = 0)
              OR (WS-EFF-INPUT(WS-PC-CLASSE(WS-IND-PC)) = 0)
              MOVE ALL SPACE TO WS-LIG-RAP
              STRING
                    FUNCTION TRIM(REC-F-CHARGE TRAILING)
                    '  CLASSE ABSENTE DE INPUT.DAT'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-CHARGE
           END-IF.
           WRITE REC-F-CHARGE.
       7070-WRITE-COURS-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'chargprf' TO JR-PROGRAMME.
           MOVE WS-NB-LUS TO JR-NB-LUS.
           MOVE WS-NB-PROF TO JR-NB-ECRITS.
           MOVE WS-NB-EXC-HORS TO JR-NB-REJETS.
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
           MOVE 'chargprf' TO MSG-PROGRAMME.
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

      *=============================================================*
      *    Contrôle des notes manquantes avant le run de promo1.    *
      *    promo1 ne note que ce qui se trouve dans input.dat : un  *
      *    professeur qui n'a pas transmis ses notes fait           *
      *    simplement disparaître son cours du bulletin, et         *
      *    personne ne le voit avant l'appel des parents.           *
      *    Le programme des classes programme-classes.dat donne,    *
      *    pour chaque classe (numéro R-CLH-NUM de l'entête type    *
      *    00), les cours attendus avec leur coefficient et le      *
      *    professeur qui les assure. Pour chaque classe présente   *
      *    dans input.dat, ctrlnote liste dans notes-manquantes.dat *
      *      - chaque élève inscrit au registre                     *
      *        (eleves-registre.dat) sans note type 02 pour un      *
      *        cours attendu,                                       *
      *      - chaque cours attendu sans aucune note dans la        *
      *        classe,                                              *
      *    regroupés par professeur puis par cours : c'est la       *
      *    liste de relance du secrétariat.                         *
      *    Placé avant promo1 dans la chaine de chaineop, il rend   *
      *    le code retour 16 tant que la liste n'est pas vide, ce   *
      *    qui retient promo1 ; ctrlnote-param.txt colonne 1 = N    *
      *    le rend non bloquant (liste produite, code retour 0).    *
      *    Programme des classes absent : pas de contrôle, code     *
      *    retour 0 (comportement d'avant le contrôle).             *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 05/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrlnote.
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

      *    programme des classes : les cours attendus par classe,
      *    avec coefficient et professeur
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

           SELECT PARAM-CTL
               ASSIGN TO 'ctrlnote-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

      *    liste de relance par professeur et par cours
           SELECT F-MANQUANT
               ASSIGN TO 'notes-manquantes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MANQUANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
           03 R-COEF           PIC X(3).
           03 R-GRADE          PIC X(5).

       01  REC-CLASSE-HEADER.
           03 R-CLH-KEY        PIC 9(02).
           03 R-CLH-NUM        PIC 9(02).
           03 R-CLH-LIB        PIC X(15).

      * Une ligne par cours attendu : classe (1-2), libellé du cours
      * tel que dans catalogue-cours.dat (3-23), coefficient (24-26,
      * même saisie que R-COEF, ex 1,5) et professeur (27-46, blanc
      * = non attribué)
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

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  F-MANQUANT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MANQUANT       PIC X(120).

       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS       PIC X(02)   VALUE SPACE .
           88 F-INPUT-STATUS-OK             VALUE '00'.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  F-PROGRAMME-STATUS   PIC X(02)   VALUE SPACE .
           88 F-PROGRAMME-STATUS-OK         VALUE '00'.
           88 F-PROGRAMME-STATUS-EOF        VALUE '10'.
           88 F-PROGRAMME-STATUS-NOFILE     VALUE '35'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK          VALUE '00'.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE      VALUE '35'.

       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  F-MANQUANT-STATUS    PIC X(02)   VALUE SPACE .
           88 F-MANQUANT-STATUS-OK          VALUE '00'.

      *    mode bloquant (défaut) : liste non vide = code retour 16
       01  WS-BLOQUANT          PIC X       VALUE 'O'   .
           88 WS-EST-BLOQUANT               VALUE 'O'   .

      *  Programme des classes : un cran par cours attendu, avec le
      *  nombre de notes reçues pour ce cours dans la classe
       01  WS-IND-PC            PIC 999     VALUE 0     .
       01  WS-PROGRAMME.
           03  WS-NB-PC             PIC 999     VALUE 0 .
           03  WS-PC-TAB  OCCURS 1 TO 300
                          DEPENDING WS-NB-PC
                          INDEXED BY IDX-PC.
              05 WS-PC-PROF        PIC X(20).
              05 WS-PC-LIB         PIC X(21).
              05 WS-PC-CLASSE      PIC 99.
              05 WS-PC-COEF        PIC X(3).
              05 WS-PC-NB-NOTES    PIC 999.

      *  Registre des élèves (seuls les inscrits sont attendus)
       01  WS-IND-RG            PIC 999     VALUE 0     .
       01  WS-REGISTRE.
           03  WS-NB-REG            PIC 999     VALUE 0 .
           03  WS-REG-TAB  OCCURS 1 TO 500
                           DEPENDING WS-NB-REG
                           INDEXED BY IDX-REG.
              05 WS-REG-MATR       PIC 9(5).
              05 WS-REG-NOM        PIC X(30).
              05 WS-REG-CLASSE     PIC 99.
              05 WS-REG-STATUT     PIC X(10).

      *  Classes rencontrées dans input.dat (entêtes type 00)
       01  WS-CLASSES-VUES.
           03 WS-CLASSE-VUE     PIC X       OCCURS 99 VALUE 'N'.
       01  WS-CLASSE-NUM        PIC 99      VALUE 0     .
       01  WS-MATR-COURANT      PIC 9(5)    VALUE 0     .

      *  Couples élève/cours notés dans input.dat (matricule,
      *  classe et libellé du cours)
       01  WS-IND-NV            PIC 9(4)    VALUE 0     .
       01  WS-NOTES-VUES.
           03  WS-NB-NV             PIC 9(4)    VALUE 0 .
           03  WS-NV-TAB  OCCURS 1 TO 5000
                          DEPENDING WS-NB-NV
                          INDEXED BY IDX-NV.
              05 WS-NV-MATR        PIC 9(5).
              05 WS-NV-CLASSE      PIC 99.
              05 WS-NV-LIB         PIC X(21).
       01  WS-NOTE-TROUVEE      PIC X       VALUE 'N'   .
           88 WS-NOTE-EST-TROUVEE           VALUE 'O'   .

       01  WS-NB-LUS            PIC 9(6)    VALUE 0     .
       01  WS-NB-MANQUANTES     PIC 9(5)    VALUE 0     .
       01  WS-NB-COURS-VIDES    PIC 9(5)    VALUE 0     .
       01  WS-NB-HORS-PROG      PIC 9(5)    VALUE 0     .
       01  WS-NB-ELEVES-COURS   PIC 999     VALUE 0     .
       01  WS-PROF-PREC         PIC X(20)   VALUE SPACES.
       01  WS-NB-ED             PIC ZZZZ9               .
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
           PERFORM 1100-CHARGE-PROGRAMME-START
              THRU 1110-CHARGE-PROGRAMME-END.
           IF WS-NB-PC = 0
              DISPLAY 'PROGRAMME-CLASSES.DAT ABSENT OU VIDE - PAS DE '
                 'CONTROLE DES NOTES MANQUANTES'
              MOVE 'OK' TO JR-STATUT
              GO TO 0010-STOP-PRG
           END-IF.
           PERFORM 1200-CHARGE-REGISTRE-START
              THRU 1210-CHARGE-REGISTRE-END.
           PERFORM 2000-LIT-INPUT-START
              THRU 2010-LIT-INPUT-END.

      *    la liste de relance se lit par professeur puis par cours
           SORT WS-PC-TAB ASCENDING KEY WS-PC-PROF WS-PC-LIB
                                        WS-PC-CLASSE.
           PERFORM 7000-WRITE-RELANCE-START
              THRU 7010-WRITE-RELANCE-END.

           DISPLAY 'NOTES MANQUANTES       :' SPACE WS-NB-MANQUANTES.
           DISPLAY 'COURS SANS AUCUNE NOTE :' SPACE WS-NB-COURS-VIDES.
           MOVE 'OK' TO JR-STATUT.
           IF (WS-NB-MANQUANTES > 0) OR (WS-NB-COURS-VIDES > 0)
              INITIALIZE MSG-ZONE
              MOVE 0201 TO MSG-NUMERO
              COMPUTE WS-NB-ED = WS-NB-MANQUANTES + WS-NB-COURS-VIDES
              MOVE WS-NB-ED TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
      *       code retour 16 : contrôle d'intégrité, l'étape
      *       suivante (promo1) est retenue par la console
              IF WS-EST-BLOQUANT
                 MOVE 'RETENU' TO JR-STATUT
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
      *    GOBACK : étape de la chaine de chaineop
           GOBACK.

       1000-CHARGE-PARAM-START.
      *    colonne 1 = N : liste produite sans retenir promo1
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 AND (REC-PARAM-CTL(1:1) = 'N')
                 MOVE 'N' TO WS-BLOQUANT
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

       1100-CHARGE-PROGRAMME-START.
           OPEN INPUT F-PROGRAMME.
           IF F-PROGRAMME-STATUS-NOFILE
              GO TO 1110-CHARGE-PROGRAMME-END
           END-IF.
           IF NOT F-PROGRAMME-STATUS-OK
              DISPLAY 'CODE RETOUR D''ERREUR PROGRAMME' SPACE
                 F-PROGRAMME-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
      *    le professeur est en queue d'enregistrement variable : une
      *    ligne sans professeur laisserait sinon le résidu de la
      *    ligne précédente
           MOVE SPACES TO PC-PROF.
           READ F-PROGRAMME.
           PERFORM UNTIL F-PROGRAMME-STATUS-EOF
                      OR (WS-NB-PC >= 300)
              IF (PC-CLASSE NUMERIC) AND (PC-LIB NOT = SPACES)
                 SET WS-NB-PC UP BY 1
                 MOVE PC-CLASSE TO WS-PC-CLASSE(WS-NB-PC)
                 MOVE PC-LIB    TO WS-PC-LIB(WS-NB-PC)
                 MOVE PC-COEF   TO WS-PC-COEF(WS-NB-PC)
                 IF PC-PROF = SPACES
                    MOVE 'NON ATTRIBUE' TO WS-PC-PROF(WS-NB-PC)
                 ELSE
                    MOVE PC-PROF TO WS-PC-PROF(WS-NB-PC)
                 END-IF
                 MOVE 0 TO WS-PC-NB-NOTES(WS-NB-PC)
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
      *    registre absent : seuls les cours sans aucune note
      *    peuvent être relevés
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-NOFILE
              DISPLAY 'ELEVES-REGISTRE.DAT ABSENT - SEULS LES COURS '
                 'SANS NOTE SONT CONTROLES'
              GO TO 1210-CHARGE-REGISTRE-END
           END-IF.
           IF NOT F-REGISTRE-STATUS-OK
              DISPLAY 'CODE RETOUR D''ERREUR REGISTRE' SPACE
                 F-REGISTRE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-REGISTRE.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
                      OR (WS-NB-REG >= 500)
      *       seuls les élèves inscrits sont attendus en cours
              IF (RG-STATUT = SPACES) OR (RG-STATUT = 'INSCRIT')
                 SET WS-NB-REG UP BY 1
                 MOVE RG-MATRICULE   TO WS-REG-MATR(WS-NB-REG)
                 MOVE RG-NOM-COMPLET TO WS-REG-NOM(WS-NB-REG)
                 MOVE RG-CLASSE      TO WS-REG-CLASSE(WS-NB-REG)
                 MOVE RG-STATUT      TO WS-REG-STATUT(WS-NB-REG)
              END-IF
              READ F-REGISTRE
           END-PERFORM.
           IF (WS-NB-REG >= 500) AND (NOT F-REGISTRE-STATUS-EOF)
              DISPLAY 'ATTENTION : ELEVES-REGISTRE DEPASSE 500 '
                 'ELEVES - CHARGEMENT PARTIEL'
           END-IF.
           CLOSE F-REGISTRE.
       1210-CHARGE-REGISTRE-END.
           EXIT.

       2000-LIT-INPUT-START.
      *    Relève les classes présentes et les couples élève/cours
      *    notés ; les notes se rattachent au dernier élève (type
      *    01) lu, comme dans promo1
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
                    IF WS-CLASSE-NUM > 0
                       MOVE 'O' TO WS-CLASSE-VUE(WS-CLASSE-NUM)
                    END-IF
                    MOVE 0 TO WS-MATR-COURANT
                 WHEN '01'
                    IF (R-MATRICULE NUMERIC)
                       AND (R-MATRICULE NOT = '00000')
                       MOVE R-MATRICULE TO WS-MATR-COURANT
                    ELSE
                       MOVE 0 TO WS-MATR-COURANT
                    END-IF
                 WHEN '02'
                    PERFORM 2020-RELEVE-NOTE-START
                       THRU 2030-RELEVE-NOTE-END
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE SPACES TO R-MATRICULE
              READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.
           IF WS-CLASSE-NUM = 0
              DISPLAY 'INPUT.DAT SANS ENTETE DE CLASSE (TYPE 00) - '
                 'AUCUNE CLASSE A CONTROLER'
           END-IF.
       2010-LIT-INPUT-END.
           EXIT.

       2020-RELEVE-NOTE-START.
      *    Une note type 02 : le cours est cherché dans le programme
      *    de la classe courante ; un cours hors programme n'est
      *    pas une note manquante, il est seulement compté
           IF WS-CLASSE-NUM = 0
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           MOVE 0 TO WS-IND-PC.
           PERFORM VARYING IDX-PC FROM 1 BY 1
                   UNTIL (IDX-PC > WS-NB-PC)
                   OR (WS-IND-PC > 0)
              IF (WS-PC-CLASSE(IDX-PC) = WS-CLASSE-NUM)
                 AND (WS-PC-LIB(IDX-PC) = R-LABEL)
                 SET WS-IND-PC TO IDX-PC
              END-IF
           END-PERFORM.
           IF WS-IND-PC = 0
              ADD 1 TO WS-NB-HORS-PROG
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           ADD 1 TO WS-PC-NB-NOTES(WS-IND-PC).
           IF WS-MATR-COURANT = 0
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           IF WS-NB-NV >= 5000
              DISPLAY 'TABLE DES NOTES PLEINE - NOTE NON RELEVEE'
              GO TO 2030-RELEVE-NOTE-END
           END-IF.
           SET WS-NB-NV UP BY 1.
           MOVE WS-MATR-COURANT TO WS-NV-MATR(WS-NB-NV).
      *    le programme sera trié avant l'édition : le couple garde
      *    la clé classe + cours plutôt que le cran
           MOVE WS-CLASSE-NUM TO WS-NV-CLASSE(WS-NB-NV).
           MOVE R-LABEL TO WS-NV-LIB(WS-NB-NV).
       2030-RELEVE-NOTE-END.
           EXIT.

       7000-WRITE-RELANCE-START.
           OPEN OUTPUT F-MANQUANT.
           MOVE ALL '=' TO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
           MOVE ALL SPACE TO REC-F-MANQUANT.
           STRING
                 WS-LIG-COLONNE
                 'NOTES MANQUANTES AVANT BULLETIN - RELANCE PAR '
                 'PROFESSEUR ET PAR COURS'
           DELIMITED BY SIZE
           INTO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
           MOVE ALL '=' TO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
           MOVE SPACES TO WS-PROF-PREC.
           PERFORM VARYING WS-IND-PC FROM 1 BY 1
                   UNTIL (WS-IND-PC > WS-NB-PC)
              IF (WS-PC-CLASSE(WS-IND-PC) > 0)
                 AND (WS-CLASSE-VUE(WS-PC-CLASSE(WS-IND-PC)) = 'O')
                 PERFORM 7020-CONTROLE-COURS-START
                    THRU 7030-CONTROLE-COURS-END
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
           MOVE WS-NB-MANQUANTES TO WS-NB-ED.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING
                 WS-LIG-COLONNE
                 'NOTES MANQUANTES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-COURS-VIDES TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   COURS SANS AUCUNE NOTE :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
           IF WS-NB-HORS-PROG > 0
              MOVE WS-NB-HORS-PROG TO WS-NB-ED
              MOVE ALL SPACE TO REC-F-MANQUANT
              STRING
                    WS-LIG-COLONNE
                    'NOTES SUR COURS HORS PROGRAMME DE LA CLASSE :'
                    SPACE WS-NB-ED
              DELIMITED BY SIZE
              INTO REC-F-MANQUANT
              WRITE REC-F-MANQUANT
           END-IF.
           CLOSE F-MANQUANT.
       7010-WRITE-RELANCE-END.
           EXIT.

       7020-CONTROLE-COURS-START.
      *    Un cours attendu d'une classe présente : aucune note du
      *    tout = une ligne pour le cours ; sinon une ligne par
      *    élève inscrit de la classe sans note
           IF WS-PC-PROF(WS-IND-PC) NOT = WS-PROF-PREC
              MOVE WS-PC-PROF(WS-IND-PC) TO WS-PROF-PREC
              MOVE ALL SPACE TO REC-F-MANQUANT
              STRING
                    WS-LIG-COLONNE
                    'PROFESSEUR' SPACE WS-PC-PROF(WS-IND-PC)
              DELIMITED BY SIZE
              INTO REC-F-MANQUANT
              WRITE REC-F-MANQUANT
           END-IF.
           IF WS-PC-NB-NOTES(WS-IND-PC) = 0
              ADD 1 TO WS-NB-COURS-VIDES
              MOVE ALL SPACE TO REC-F-MANQUANT
              STRING
                    WS-LIG-COLONNE
                    '   COURS' SPACE WS-PC-LIB(WS-IND-PC)
                    SPACE 'CLASSE' SPACE WS-PC-CLASSE(WS-IND-PC)
                    SPACE 'COEF' SPACE WS-PC-COEF(WS-IND-PC)
                    SPACE ': AUCUNE NOTE RECUE'
              DELIMITED BY SIZE
              INTO REC-F-MANQUANT
              WRITE REC-F-MANQUANT
              GO TO 7030-CONTROLE-COURS-END
           END-IF.
           MOVE 0 TO WS-NB-ELEVES-COURS.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-REG)
              IF WS-REG-CLASSE(WS-IND-RG) = WS-PC-CLASSE(WS-IND-PC)
                 PERFORM 7040-CHERCHE-NOTE-START
                    THRU 7050-CHERCHE-NOTE-END
                 IF NOT WS-NOTE-EST-TROUVEE
                    PERFORM 7060-WRITE-ELEVE-START
                       THRU 7070-WRITE-ELEVE-END
                 END-IF
              END-IF
           END-PERFORM.
       7030-CONTROLE-COURS-END.
           EXIT.

       7040-CHERCHE-NOTE-START.
      *    le couple est relevé avant le tri du programme : on
      *    compare donc la classe et le libellé, pas le cran
           MOVE 'N' TO WS-NOTE-TROUVEE.
           PERFORM VARYING IDX-NV FROM 1 BY 1
                   UNTIL (IDX-NV > WS-NB-NV)
                   OR WS-NOTE-EST-TROUVEE
              IF WS-NV-MATR(IDX-NV) = WS-REG-MATR(WS-IND-RG)
                 AND (WS-NV-CLASSE(IDX-NV) = WS-PC-CLASSE(WS-IND-PC))
                 AND (WS-NV-LIB(IDX-NV) = WS-PC-LIB(WS-IND-PC))
                 SET WS-NOTE-EST-TROUVEE TO TRUE
              END-IF
           END-PERFORM.
       7050-CHERCHE-NOTE-END.
           EXIT.

       7060-WRITE-ELEVE-START.
           ADD 1 TO WS-NB-MANQUANTES.
           IF WS-NB-ELEVES-COURS = 0
              MOVE ALL SPACE TO REC-F-MANQUANT
              STRING
                    WS-LIG-COLONNE
                    '   COURS' SPACE WS-PC-LIB(WS-IND-PC)
                    SPACE 'CLASSE' SPACE WS-PC-CLASSE(WS-IND-PC)
                    SPACE 'COEF' SPACE WS-PC-COEF(WS-IND-PC)
              DELIMITED BY SIZE
              INTO REC-F-MANQUANT
              WRITE REC-F-MANQUANT
           END-IF.
           ADD 1 TO WS-NB-ELEVES-COURS.
           MOVE ALL SPACE TO REC-F-MANQUANT.
           STRING
                 WS-LIG-COLONNE
                 '      ELEVE' SPACE WS-REG-MATR(WS-IND-RG)
                 SPACE WS-REG-NOM(WS-IND-RG)
                 SPACE ': NOTE MANQUANTE'
           DELIMITED BY SIZE
           INTO REC-F-MANQUANT.
           WRITE REC-F-MANQUANT.
       7070-WRITE-ELEVE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'ctrlnote' TO JR-PROGRAMME.
           MOVE WS-NB-LUS TO JR-NB-LUS.
           MOVE WS-NB-MANQUANTES TO JR-NB-ECRITS.
           MOVE WS-NB-COURS-VIDES TO JR-NB-REJETS.
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
           MOVE 'ctrlnote' TO MSG-PROGRAMME.
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

      *=============================================================*
      *    Bascule de fin d'année : passage des élèves dans les     *
      *    classes de l'année suivante.                             *
      *    Après promoan et rattrap, la décision finale de chaque   *
      *    élève est dans bulletin-annuel.dat (avis PASSAGE ou      *
      *    REDOUBLEMENT) et, pour les inscrits à la session de      *
      *    septembre, dans rattrapage-decisions.dat qui l'emporte.  *
      *    Le programme :                                           *
      *      - refuse de tourner (code retour 16) tant qu'une       *
      *        inscription de rattrapage-inscriptions.dat n'a pas   *
      *        de décision, ou si la bascule de l'année demandée    *
      *        a déjà été passée (bascule-annees.dat) ;             *
      *      - affecte chaque élève inscrit de eleves-registre.dat  *
      *        à sa classe de l'année suivante d'après la table de  *
      *        progression classes-progression.dat (PASSAGE =       *
      *        classe suivante, REDOUBLEMENT = même classe) ;       *
      *      - sort du registre les élèves qui quittent            *
      *        l'établissement (classe suivante 00) et les verse    *
      *        dans la section des anciens élèves                   *
      *        (eleves-anciens.dat, statut ANCIEN) ;                *
      *      - écrit le squelette du input.dat de la rentrée        *
      *        (input-rentree.dat : entêtes type 00 et élèves type  *
      *        01, sans notes) et le compte rendu                   *
      *        bascule-rapport.txt.                                 *
      *    bascule-param.txt ligne 1 : année scolaire qui commence  *
      *    (ex 2026-2027) ; absent = année civile du jour et la     *
      *    suivante.                                                *
      *    Le registre est verrouillé (verrou) pendant sa           *
      *    réécriture.                                              *
      *    Pour le lancer, les variables OPERATEUR et               *
      *    OPERATEUR_SECRET doivent donner un profil de             *
      *    operateurs.txt avec le droit M sur ce programme          *
      *    (cf autoris).                                            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 07/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bascule.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-CTL
               ASSIGN TO 'bascule-param.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-CTL-STATUS.

      *    années déjà basculées, une par ligne
           SELECT F-ANNEES
               ASSIGN TO 'bascule-annees.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNEES-STATUS.

      *    table de progression : classe, classe suivante (00 =
      *    sortie de l'établissement), libellé de la classe
           SELECT F-PROGRESSION
               ASSIGN TO 'classes-progression.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROGRESSION-STATUS.

           SELECT F-ANNUEL
               ASSIGN TO 'bulletin-annuel.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUEL-STATUS.

           SELECT F-INSCRIPTION
               ASSIGN TO 'rattrapage-inscriptions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INSCRIPTION-STATUS.

           SELECT F-DECISION
               ASSIGN TO 'rattrapage-decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECISION-STATUS.

           SELECT F-REGISTRE
               ASSIGN TO 'eleves-registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      *    section des anciens élèves (même dessin que le registre)
           SELECT F-ANCIENS
               ASSIGN TO 'eleves-anciens.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANCIENS-STATUS.

      *    input.dat de l'année qui se termine : noms découpés et
      *    âges des élèves pour le squelette de la rentrée
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-RENTREE
               ASSIGN TO 'input-rentree.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RENTREE-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'bascule-rapport.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM-CTL        PIC X(20).

       FD  F-ANNEES
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNEES         PIC X(9).

      * classe (1-2), classe suivante (3-4), libellé de la classe
      * (5-19, repris dans l'entête type 00 de la rentrée)
       FD  F-PROGRESSION
           RECORD CONTAINS 4 TO 19 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-PROGRESSION.
           03 CP-CLASSE         PIC 99.
           03 CP-SUIVANTE       PIC 99.
           03 CP-LIB            PIC X(15).

       FD  F-ANNUEL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUEL         PIC X(120).

       FD  F-INSCRIPTION
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-INSCRIPTION    PIC X(60).

       FD  F-DECISION
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DECISION       PIC X(120).

       FD  F-REGISTRE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGISTRE.
           03 RG-MATRICULE      PIC 9(5).
           03 RG-NOM-COMPLET    PIC X(30).
           03 RG-CLASSE         PIC 99.
           03 RG-STATUT         PIC X(10).

       FD  F-ANCIENS
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANCIENS        PIC X(47).

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

       FD  F-RENTREE
           RECORD CONTAINS 2 TO 22 CHARACTERS
           RECORDING MODE IS V.

       01  REC-RENTREE-HEADER.
           03 RH-KEY            PIC 9(02).
           03 RH-NUM            PIC 9(02).
           03 RH-LIB            PIC X(15).

       01  REC-RENTREE-STUDENT.
           03 RS-KEY            PIC 9(02).
           03 RS-LASTNAME       PIC X(07).
           03 RS-FIRSTNAME      PIC X(06).
           03 RS-AGE            PIC 9(02).
           03 RS-MATRICULE      PIC 9(05).

       FD  F-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT        PIC X(120).

       WORKING-STORAGE SECTION.
       01  PARAM-CTL-STATUS     PIC X(02)   VALUE SPACE .
           88 PARAM-CTL-STATUS-OK           VALUE '00'.
           88 PARAM-CTL-STATUS-NOFILE       VALUE '35'.

       01  F-ANNEES-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNEES-STATUS-OK            VALUE '00'.
           88 F-ANNEES-STATUS-EOF           VALUE '10'.
           88 F-ANNEES-STATUS-NOFILE        VALUE '35'.

       01  F-PROGRESSION-STATUS PIC X(02)   VALUE SPACE .
           88 F-PROGRESSION-STATUS-OK       VALUE '00'.
           88 F-PROGRESSION-STATUS-EOF      VALUE '10'.
           88 F-PROGRESSION-STATUS-NOFILE   VALUE '35'.

       01  F-ANNUEL-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNUEL-STATUS-OK            VALUE '00'.
           88 F-ANNUEL-STATUS-EOF           VALUE '10'.
           88 F-ANNUEL-STATUS-NOFILE        VALUE '35'.

       01  F-INSCRIPTION-STATUS PIC X(02)   VALUE SPACE .
           88 F-INSCRIPTION-STATUS-OK       VALUE '00'.
           88 F-INSCRIPTION-STATUS-EOF      VALUE '10'.
           88 F-INSCRIPTION-STATUS-NOFILE   VALUE '35'.

       01  F-DECISION-STATUS    PIC X(02)   VALUE SPACE .
           88 F-DECISION-STATUS-OK          VALUE '00'.
           88 F-DECISION-STATUS-EOF         VALUE '10'.
           88 F-DECISION-STATUS-NOFILE      VALUE '35'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK          VALUE '00'.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE      VALUE '35'.

       01  F-ANCIENS-STATUS     PIC X(02)   VALUE SPACE .
           88 F-ANCIENS-STATUS-OK           VALUE '00'.
           88 F-ANCIENS-STATUS-NOFILE       VALUE '35'.

       01  F-INPUT-STATUS       PIC X(02)   VALUE SPACE .
           88 F-INPUT-STATUS-OK             VALUE '00'.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  F-RENTREE-STATUS     PIC X(02)   VALUE SPACE .
           88 F-RENTREE-STATUS-OK           VALUE '00'.

       01  F-RAPPORT-STATUS     PIC X(02)   VALUE SPACE .
           88 F-RAPPORT-STATUS-OK           VALUE '00'.

      *    année scolaire qui commence
       01  WS-ANNEE             PIC X(9)    VALUE SPACES.
       01  WS-CUR-DATE          PIC X(21)   VALUE SPACES.
       01  WS-AN-DEBUT          PIC 9(4)    VALUE 0     .
       01  WS-AN-FIN            PIC 9(4)    VALUE 0     .

      *  Table de progression des classes
       01  WS-PROGRESSION.
           03  WS-NB-CP             PIC 99      VALUE 0 .
           03  WS-CP-TAB  OCCURS 1 TO 99
                          DEPENDING WS-NB-CP
                          INDEXED BY IDX-CP.
              05 WS-CP-CLASSE      PIC 99.
              05 WS-CP-SUIVANTE    PIC 99.
              05 WS-CP-LIB         PIC X(15).

      *  Décisions finales par élève : avis du bulletin annuel,
      *  remplacé par la décision de rattrapage quand elle existe
       01  WS-DECISIONS.
           03  WS-NB-DEC            PIC 999     VALUE 0 .
           03  WS-DEC-TAB  OCCURS 1 TO 500
                           DEPENDING WS-NB-DEC
                           INDEXED BY IDX-DEC.
              05 WS-DEC-MATR       PIC 9(5).
              05 WS-DEC-NOM        PIC X(13).
              05 WS-DEC-AVIS       PIC X(12).

      *  Inscriptions à la session de rattrapage
       01  WS-IND-INS           PIC 99      VALUE 0     .
       01  WS-INSCRIPTIONS.
           03  WS-NB-INS            PIC 99      VALUE 0 .
           03  WS-INS-TAB  OCCURS 1 TO 99
                           DEPENDING WS-NB-INS
                           INDEXED BY IDX-INS.
              05 WS-INS-MATR       PIC 9(5).
              05 WS-INS-NOM        PIC X(13).
              05 WS-INS-DECIDE     PIC X.
       01  WS-NB-NON-DECIDES    PIC 99      VALUE 0     .

      *  Registre complet, avec la classe de l'année suivante
       01  WS-IND-RG            PIC 999     VALUE 0     .
       01  WS-REGISTRE.
           03  WS-NB-REG            PIC 999     VALUE 0 .
           03  WS-REG-TAB  OCCURS 1 TO 500
                           DEPENDING WS-NB-REG
                           INDEXED BY IDX-REG.
              05 WS-REG-CLASSE     PIC 99.
              05 WS-REG-NOM        PIC X(30).
              05 WS-REG-MATR       PIC 9(5).
              05 WS-REG-STATUT     PIC X(10).
      *       O = élève qui quitte l'établissement
              05 WS-REG-SORTANT    PIC X.

      *  Elèves type 01 de l'année qui se termine
       01  WS-ELEVES-INPUT.
           03  WS-NB-EI             PIC 999     VALUE 0 .
           03  WS-EI-TAB  OCCURS 1 TO 500
                          DEPENDING WS-NB-EI
                          INDEXED BY IDX-EI.
              05 WS-EI-MATR        PIC 9(5).
              05 WS-EI-LASTNAME    PIC X(7).
              05 WS-EI-FIRSTNAME   PIC X(6).
              05 WS-EI-AGE         PIC 99.

      *  Découpage du bulletin annuel et des décisions (cf promoan
      *  et rattrap)
       01  WS-AN-CHAMP1         PIC X(20)   VALUE SPACES.
       01  WS-AN-CHAMP2         PIC X(20)   VALUE SPACES.
       01  WS-AN-RESTE          PIC X(120)  VALUE SPACES.
       01  WS-AN-AVIS           PIC X(12)   VALUE SPACES.
       01  WS-AN-MATR           PIC 9(5)    VALUE 0     .
       01  WS-AN-NOM            PIC X(13)   VALUE SPACES.
       01  WS-AN-ELEVE-VU       PIC X       VALUE 'N'   .
           88 WS-AN-ELEVE-EST-VU            VALUE 'Y'   .
       01  WS-INS-CHAMP1        PIC X(5)    VALUE SPACES.
       01  WS-INS-CHAMP2        PIC X(13)   VALUE SPACES.

       01  WS-AVIS              PIC X(12)   VALUE SPACES.
       01  WS-CLASSE-SUIV       PIC 99      VALUE 0     .
       01  WS-CLASSE-PREC       PIC 99      VALUE 0     .
       01  WS-TROUVE            PIC X       VALUE 'N'   .
           88 WS-EST-TROUVE                 VALUE 'O'   .
       01  WS-MOTIF             PIC X(40)   VALUE SPACES.

       01  WS-NB-PASSAGES       PIC 9(5)    VALUE 0     .
       01  WS-NB-REDOUBLES      PIC 9(5)    VALUE 0     .
       01  WS-NB-SORTANTS       PIC 9(5)    VALUE 0     .
       01  WS-NB-INCHANGES      PIC 9(5)    VALUE 0     .
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

      * zone d'échange du gestionnaire de verrous (verrou)
           COPY VERROU.
      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.


       PROCEDURE DIVISION.
      *0000-Main-start
           INITIALIZE JR-ZONE VR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.

           MOVE 'P' TO VR-ACTION.
           MOVE 'eleves-registre.dat' TO VR-DATASET.
           MOVE 'bascule' TO VR-PROGRAMME.
           CALL 'verrou' USING BY REFERENCE VR-ZONE
              ON EXCEPTION
      *          gestionnaire absent du load : pas de contrôle
                 MOVE 0 TO VR-RC
           END-CALL.
           IF VR-RC NOT = 0
              INITIALIZE MSG-ZONE
              MOVE 0414 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              MOVE VR-TENU-PAR TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE SPACE TO VR-ACTION
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.

      *    opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) : il faut le droit de mise à jour sur
      *    bascule ; un refus est émis et tracé par autoris
           INITIALIZE AU-ZONE.
           MOVE 'bascule' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.

           PERFORM 1000-CHARGE-PARAM-START
              THRU 1010-CHARGE-PARAM-END.
           PERFORM 1100-CHARGE-PROGRESSION-START
              THRU 1110-CHARGE-PROGRESSION-END.
           PERFORM 1200-CHARGE-ANNUEL-START
              THRU 1210-CHARGE-ANNUEL-END.
           PERFORM 1300-CONTROLE-RATTRAPAGE-START
              THRU 1310-CONTROLE-RATTRAPAGE-END.
           PERFORM 1400-CHARGE-REGISTRE-START
              THRU 1410-CHARGE-REGISTRE-END.
           PERFORM 1500-CHARGE-INPUT-START
              THRU 1510-CHARGE-INPUT-END.

           OPEN OUTPUT F-RAPPORT.
           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE ALL SPACE TO REC-F-RAPPORT.
           STRING
                 WS-LIG-COLONNE
                 'BASCULE DE FIN D''ANNEE - RENTREE' SPACE WS-ANNEE
           DELIMITED BY SIZE
           INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-REG)
              PERFORM 2000-AFFECTE-ELEVE-START
                 THRU 2010-AFFECTE-ELEVE-END
           END-PERFORM.

           PERFORM 3000-REECRIT-REGISTRE-START
              THRU 3010-REECRIT-REGISTRE-END.
           PERFORM 4000-WRITE-RENTREE-START
              THRU 4010-WRITE-RENTREE-END.
           PERFORM 7000-FIN-RAPPORT-START
              THRU 7010-FIN-RAPPORT-END.

      *    l'année est marquée basculée : une relance par erreur
      *    ferait passer les élèves deux fois
           OPEN EXTEND F-ANNEES.
           IF F-ANNEES-STATUS-NOFILE
              OPEN OUTPUT F-ANNEES
           END-IF.
           MOVE WS-ANNEE TO REC-F-ANNEES.
           WRITE REC-F-ANNEES.
           CLOSE F-ANNEES.

           DISPLAY 'PASSAGES   :' SPACE WS-NB-PASSAGES.
           DISPLAY 'REDOUBLES  :' SPACE WS-NB-REDOUBLES.
           DISPLAY 'SORTANTS   :' SPACE WS-NB-SORTANTS.
           DISPLAY 'INCHANGES  :' SPACE WS-NB-INCHANGES.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           IF VR-ACTION = 'P'
              MOVE 'L' TO VR-ACTION
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'verrou' USING BY REFERENCE VR-ZONE
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-PARAM-START.
      *    année scolaire qui commence (ligne 1 du paramètre) ; sans
      *    paramètre, l'année civile du jour et la suivante
           OPEN INPUT PARAM-CTL.
           IF PARAM-CTL-STATUS-OK
              READ PARAM-CTL
              IF PARAM-CTL-STATUS-OK
                 MOVE REC-PARAM-CTL(1:9) TO WS-ANNEE
              END-IF
              CLOSE PARAM-CTL
           ELSE
              IF NOT PARAM-CTL-STATUS-NOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    PARAM-CTL-STATUS
              END-IF
           END-IF.
           IF WS-ANNEE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
              MOVE WS-CUR-DATE(1:4) TO WS-AN-DEBUT
              COMPUTE WS-AN-FIN = WS-AN-DEBUT + 1
              STRING WS-AN-DEBUT '-' WS-AN-FIN
              DELIMITED BY SIZE
              INTO WS-ANNEE
           END-IF.
      *    bascule déjà passée pour cette rentrée : refus
           OPEN INPUT F-ANNEES.
           IF F-ANNEES-STATUS-OK
              READ F-ANNEES
              PERFORM UNTIL F-ANNEES-STATUS-EOF
                 IF REC-F-ANNEES = WS-ANNEE
                    CLOSE F-ANNEES
                    INITIALIZE MSG-ZONE
                    MOVE 0203 TO MSG-NUMERO
                    MOVE WS-ANNEE TO MSG-SUBST1
                    PERFORM 9950-EMET-MESSAGE-START
                       THRU 9960-EMET-MESSAGE-END
                    MOVE 16 TO RETURN-CODE
                    GO TO 0010-STOP-PRG
                 END-IF
                 READ F-ANNEES
              END-PERFORM
              CLOSE F-ANNEES
           END-IF.
       1010-CHARGE-PARAM-END.
           EXIT.

       1100-CHARGE-PROGRESSION-START.
           OPEN INPUT F-PROGRESSION.
           IF F-PROGRESSION-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'classes-progression.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-PROGRESSION-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'classes-progression.dat' TO MSG-SUBST1
              MOVE F-PROGRESSION-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE SPACES TO CP-LIB.
           READ F-PROGRESSION.
           PERFORM UNTIL F-PROGRESSION-STATUS-EOF
                      OR (WS-NB-CP >= 99)
              IF (CP-CLASSE NUMERIC) AND (CP-SUIVANTE NUMERIC)
                 SET WS-NB-CP UP BY 1
                 MOVE CP-CLASSE   TO WS-CP-CLASSE(WS-NB-CP)
                 MOVE CP-SUIVANTE TO WS-CP-SUIVANTE(WS-NB-CP)
                 MOVE CP-LIB      TO WS-CP-LIB(WS-NB-CP)
              ELSE
                 DISPLAY 'LIGNE DE PROGRESSION ILLISIBLE :' SPACE
                    REC-F-PROGRESSION
              END-IF
              MOVE SPACES TO CP-LIB
              READ F-PROGRESSION
           END-PERFORM.
           CLOSE F-PROGRESSION.
       1110-CHARGE-PROGRESSION-END.
           EXIT.

       1200-CHARGE-ANNUEL-START.
      *    Avis de fin d'année de chaque élève du bulletin annuel
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
           MOVE 'N' TO WS-AN-ELEVE-VU.
           READ F-ANNUEL.
           PERFORM UNTIL F-ANNUEL-STATUS-EOF
              PERFORM 1220-CHARGE-AN-LIGNE-START
                 THRU 1230-CHARGE-AN-LIGNE-END
              READ F-ANNUEL
           END-PERFORM.
           CLOSE F-ANNUEL.
       1210-CHARGE-ANNUEL-END.
           EXIT.

       1220-CHARGE-AN-LIGNE-START.
           EVALUATE TRUE
              WHEN REC-F-ANNUEL(1:9) = ' | ELEVE '
                 MOVE SPACES TO WS-AN-CHAMP1 WS-AN-CHAMP2
                 UNSTRING REC-F-ANNUEL(10:30)
                    DELIMITED BY ALL SPACE
                    INTO WS-AN-CHAMP1 WS-AN-CHAMP2
                 IF WS-AN-CHAMP1(1:5) NUMERIC
                    MOVE WS-AN-CHAMP1(1:5) TO WS-AN-MATR
                    MOVE WS-AN-CHAMP2      TO WS-AN-NOM
                 ELSE
                    MOVE 0            TO WS-AN-MATR
                    MOVE WS-AN-CHAMP1 TO WS-AN-NOM
                 END-IF
                 SET WS-AN-ELEVE-EST-VU TO TRUE
              WHEN (REC-F-ANNUEL(1:29)
                       = ' | MOYENNE ANNUELLE GENERALE')
                 AND WS-AN-ELEVE-EST-VU
                 MOVE SPACES TO WS-AN-RESTE WS-AN-AVIS
                 UNSTRING REC-F-ANNUEL DELIMITED BY 'AVIS : '
                    INTO WS-AN-RESTE WS-AN-AVIS
                 IF WS-NB-DEC >= 500
                    DISPLAY 'TABLE DES DECISIONS PLEINE - ELEVE '
                       'IGNORE'
                 ELSE
                    SET WS-NB-DEC UP BY 1
                    MOVE WS-AN-MATR TO WS-DEC-MATR(WS-NB-DEC)
                    MOVE WS-AN-NOM  TO WS-DEC-NOM(WS-NB-DEC)
                    MOVE WS-AN-AVIS TO WS-DEC-AVIS(WS-NB-DEC)
                 END-IF
                 MOVE 'N' TO WS-AN-ELEVE-VU
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       1230-CHARGE-AN-LIGNE-END.
           EXIT.

       1300-CONTROLE-RATTRAPAGE-START.
      *    Chaque inscrit à la session de rattrapage doit avoir sa
      *    décision dans rattrapage-decisions.dat ; la décision
      *    remplace l'avis du bulletin annuel. Pas d'inscription =
      *    pas de session, l'avis annuel fait foi.
           OPEN INPUT F-INSCRIPTION.
           IF F-INSCRIPTION-STATUS-NOFILE
              GO TO 1310-CONTROLE-RATTRAPAGE-END
           END-IF.
           IF NOT F-INSCRIPTION-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'rattrapage-inscriptions.dat' TO MSG-SUBST1
              MOVE F-INSCRIPTION-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-INSCRIPTION.
           PERFORM UNTIL F-INSCRIPTION-STATUS-EOF
                      OR (WS-NB-INS >= 99)
              MOVE SPACES TO WS-INS-CHAMP1 WS-INS-CHAMP2
              UNSTRING REC-F-INSCRIPTION DELIMITED BY ';'
                 INTO WS-INS-CHAMP1 WS-INS-CHAMP2
              IF WS-INS-CHAMP1 NOT = SPACES
                 SET WS-NB-INS UP BY 1
                 IF WS-INS-CHAMP1 NUMERIC
                    MOVE WS-INS-CHAMP1 TO WS-INS-MATR(WS-NB-INS)
                 ELSE
                    MOVE 0 TO WS-INS-MATR(WS-NB-INS)
                 END-IF
                 MOVE WS-INS-CHAMP2 TO WS-INS-NOM(WS-NB-INS)
                 MOVE 'N' TO WS-INS-DECIDE(WS-NB-INS)
              END-IF
              READ F-INSCRIPTION
           END-PERFORM.
           CLOSE F-INSCRIPTION.
           IF WS-NB-INS = 0
              GO TO 1310-CONTROLE-RATTRAPAGE-END
           END-IF.

           OPEN INPUT F-DECISION.
           IF F-DECISION-STATUS-OK
              READ F-DECISION
              PERFORM UNTIL F-DECISION-STATUS-EOF
                 IF REC-F-DECISION(1:9) = ' | ELEVE '
                    PERFORM 1320-APPLIQUE-DECISION-START
                       THRU 1330-APPLIQUE-DECISION-END
                 END-IF
                 READ F-DECISION
              END-PERFORM
              CLOSE F-DECISION
           END-IF.

           MOVE 0 TO WS-NB-NON-DECIDES.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL (WS-IND-INS > WS-NB-INS)
              IF WS-INS-DECIDE(WS-IND-INS) NOT = 'O'
                 ADD 1 TO WS-NB-NON-DECIDES
                 DISPLAY 'INSCRIT SANS DECISION :' SPACE
                    WS-INS-MATR(WS-IND-INS) SPACE
                    WS-INS-NOM(WS-IND-INS)
              END-IF
           END-PERFORM.
           IF WS-NB-NON-DECIDES > 0
              INITIALIZE MSG-ZONE
              MOVE 0202 TO MSG-NUMERO
              MOVE WS-NB-NON-DECIDES TO WS-NB-ED
              MOVE WS-NB-ED TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
      *       code retour 16 : contrôle d'intégrité, rien n'est
      *       écrit
              MOVE 16 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
       1310-CONTROLE-RATTRAPAGE-END.
           EXIT.

       1320-APPLIQUE-DECISION-START.
      *    ' | ELEVE mmmmm NOM ... DECISION : xxx' (cf rattrap)
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
              GO TO 1330-APPLIQUE-DECISION-END
           END-IF.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL (WS-IND-INS > WS-NB-INS)
              IF ((WS-AN-MATR > 0)
                    AND (WS-INS-MATR(WS-IND-INS) = WS-AN-MATR))
                 OR ((WS-AN-MATR = 0)
                    AND (WS-INS-NOM(WS-IND-INS) = WS-AN-NOM))
                 MOVE 'O' TO WS-INS-DECIDE(WS-IND-INS)
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX-DEC FROM 1 BY 1
                   UNTIL (IDX-DEC > WS-NB-DEC)
              IF ((WS-AN-MATR > 0)
                    AND (WS-DEC-MATR(IDX-DEC) = WS-AN-MATR))
                 OR ((WS-AN-MATR = 0)
                    AND (WS-DEC-NOM(IDX-DEC) = WS-AN-NOM))
                 MOVE WS-AN-AVIS TO WS-DEC-AVIS(IDX-DEC)
              END-IF
           END-PERFORM.
       1330-APPLIQUE-DECISION-END.
           EXIT.

       1400-CHARGE-REGISTRE-START.
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
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
           READ F-REGISTRE.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
              IF WS-NB-REG >= 500
      *          un registre chargé en partie ne peut pas être
      *          réécrit : code retour 16, capacité dépassée
                 DISPLAY 'ELEVES-REGISTRE DEPASSE 500 ELEVES - '
                    'BASCULE NON FAITE'
                 CLOSE F-REGISTRE
                 MOVE 16 TO RETURN-CODE
                 GO TO 0010-STOP-PRG
              END-IF
              SET WS-NB-REG UP BY 1
              MOVE RG-MATRICULE   TO WS-REG-MATR(WS-NB-REG)
              MOVE RG-NOM-COMPLET TO WS-REG-NOM(WS-NB-REG)
              MOVE RG-CLASSE      TO WS-REG-CLASSE(WS-NB-REG)
              MOVE RG-STATUT      TO WS-REG-STATUT(WS-NB-REG)
              MOVE 'N'            TO WS-REG-SORTANT(WS-NB-REG)
              READ F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       1410-CHARGE-REGISTRE-END.
           EXIT.

       1500-CHARGE-INPUT-START.
      *    Nom découpé et âge des élèves immatriculés (type 01) ;
      *    input.dat absent = noms repris du registre, âge à zéro
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
              DISPLAY 'INPUT.DAT ILLISIBLE - NOMS REPRIS DU REGISTRE'
              GO TO 1510-CHARGE-INPUT-END
           END-IF.
           MOVE SPACES TO R-MATRICULE.
           READ F-INPUT.
           PERFORM UNTIL F-INPUT-STATUS-EOF
                      OR (WS-NB-EI >= 500)
              IF (REC-F-INPUT-2 = 01)
                 AND (R-MATRICULE NUMERIC)
                 AND (R-MATRICULE NOT = '00000')
                 SET WS-NB-EI UP BY 1
                 MOVE R-MATRICULE TO WS-EI-MATR(WS-NB-EI)
                 MOVE R-LASTNAME  TO WS-EI-LASTNAME(WS-NB-EI)
                 MOVE R-FIRSTNAME TO WS-EI-FIRSTNAME(WS-NB-EI)
                 IF R-AGE NUMERIC
                    MOVE R-AGE TO WS-EI-AGE(WS-NB-EI)
                 ELSE
                    MOVE 0 TO WS-EI-AGE(WS-NB-EI)
                 END-IF
              END-IF
              MOVE SPACES TO R-MATRICULE
              READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.
       1510-CHARGE-INPUT-END.
           EXIT.

       2000-AFFECTE-ELEVE-START.
      *    Classe de l'année suivante d'un élève inscrit ; les
      *    autres statuts du registre ne sont pas touchés
           IF (WS-REG-STATUT(WS-IND-RG) NOT = SPACES)
              AND (WS-REG-STATUT(WS-IND-RG) NOT = 'INSCRIT')
              GO TO 2010-AFFECTE-ELEVE-END
           END-IF.
           MOVE SPACES TO WS-AVIS WS-MOTIF.
           SET IDX-DEC TO 1.
           SEARCH WS-DEC-TAB
              AT END
                 CONTINUE
              WHEN WS-DEC-MATR(IDX-DEC) = WS-REG-MATR(WS-IND-RG)
                 MOVE WS-DEC-AVIS(IDX-DEC) TO WS-AVIS
           END-SEARCH.
           MOVE WS-REG-CLASSE(WS-IND-RG) TO WS-CLASSE-PREC.
           EVALUATE WS-AVIS
              WHEN 'PASSAGE'
                 MOVE 'N' TO WS-TROUVE
                 PERFORM VARYING IDX-CP FROM 1 BY 1
                         UNTIL (IDX-CP > WS-NB-CP) OR WS-EST-TROUVE
                    IF WS-CP-CLASSE(IDX-CP) = WS-CLASSE-PREC
                       MOVE WS-CP-SUIVANTE(IDX-CP) TO WS-CLASSE-SUIV
                       SET WS-EST-TROUVE TO TRUE
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN NOT WS-EST-TROUVE
                       ADD 1 TO WS-NB-INCHANGES
                       MOVE 'CLASSE ABSENTE DE LA PROGRESSION'
                          TO WS-MOTIF
                    WHEN WS-CLASSE-SUIV = 0
                       ADD 1 TO WS-NB-SORTANTS
                       MOVE 'O' TO WS-REG-SORTANT(WS-IND-RG)
                       MOVE 'SORT DE L''ETABLISSEMENT' TO WS-MOTIF
                    WHEN OTHER
                       ADD 1 TO WS-NB-PASSAGES
                       MOVE WS-CLASSE-SUIV TO WS-REG-CLASSE(WS-IND-RG)
                 END-EVALUATE
              WHEN 'REDOUBLEMENT'
                 ADD 1 TO WS-NB-REDOUBLES
              WHEN OTHER
                 ADD 1 TO WS-NB-INCHANGES
                 MOVE 'SANS DECISION DE FIN D''ANNEE' TO WS-MOTIF
           END-EVALUATE.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING
                 WS-LIG-COLONNE
                 'ELEVE' SPACE WS-REG-MATR(WS-IND-RG)
                 SPACE WS-REG-NOM(WS-IND-RG)
                 SPACE 'CLASSE' SPACE WS-CLASSE-PREC
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-REG-SORTANT(WS-IND-RG) = 'O'
              STRING
                    FUNCTION TRIM(WS-LIG-RAP TRAILING)
                    SPACE '->' SPACE 'ANCIEN ELEVE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING
                    FUNCTION TRIM(WS-LIG-RAP TRAILING)
                    SPACE '->' SPACE WS-REG-CLASSE(WS-IND-RG)
                    SPACE FUNCTION TRIM(WS-AVIS)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           IF WS-MOTIF NOT = SPACES
              STRING
                    FUNCTION TRIM(WS-LIG-RAP TRAILING)
                    SPACE '(' FUNCTION TRIM(WS-MOTIF) ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
       2010-AFFECTE-ELEVE-END.
           EXIT.

       3000-REECRIT-REGISTRE-START.
      *    Le registre garde les élèves restants (dans l'ordre
      *    d'origine) ; les sortants partent dans la section des
      *    anciens élèves
           OPEN OUTPUT F-REGISTRE.
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
           OPEN EXTEND F-ANCIENS.
           IF F-ANCIENS-STATUS-NOFILE
              OPEN OUTPUT F-ANCIENS
           END-IF.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-REG)
              MOVE WS-REG-MATR(WS-IND-RG)   TO RG-MATRICULE
              MOVE WS-REG-NOM(WS-IND-RG)    TO RG-NOM-COMPLET
              MOVE WS-REG-CLASSE(WS-IND-RG) TO RG-CLASSE
              MOVE WS-REG-STATUT(WS-IND-RG) TO RG-STATUT
              IF WS-REG-SORTANT(WS-IND-RG) = 'O'
                 MOVE 'ANCIEN' TO RG-STATUT
                 MOVE REC-F-REGISTRE TO REC-F-ANCIENS
                 WRITE REC-F-ANCIENS
              ELSE
                 WRITE REC-F-REGISTRE
              END-IF
           END-PERFORM.
           CLOSE F-REGISTRE F-ANCIENS.
       3010-REECRIT-REGISTRE-END.
           EXIT.

       4000-WRITE-RENTREE-START.
      *    Squelette du input.dat de la rentrée : par classe, un
      *    entête type 00 puis un type 01 par élève inscrit (âge
      *    augmenté d'un an), sans notes ni absences
           SORT WS-REG-TAB ASCENDING KEY WS-REG-CLASSE WS-REG-NOM.
           OPEN OUTPUT F-RENTREE.
           MOVE 99 TO WS-CLASSE-PREC.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-REG)
              IF (WS-REG-SORTANT(WS-IND-RG) NOT = 'O')
                 AND ((WS-REG-STATUT(WS-IND-RG) = SPACES)
                   OR (WS-REG-STATUT(WS-IND-RG) = 'INSCRIT'))
                 PERFORM 4020-WRITE-RENTREE-ELEVE-START
                    THRU 4030-WRITE-RENTREE-ELEVE-END
              END-IF
           END-PERFORM.
           CLOSE F-RENTREE.
       4010-WRITE-RENTREE-END.
           EXIT.

       4020-WRITE-RENTREE-ELEVE-START.
           IF WS-REG-CLASSE(WS-IND-RG) NOT = WS-CLASSE-PREC
              MOVE WS-REG-CLASSE(WS-IND-RG) TO WS-CLASSE-PREC
              MOVE SPACES TO REC-RENTREE-HEADER
              MOVE 00 TO RH-KEY
              MOVE WS-CLASSE-PREC TO RH-NUM
              PERFORM VARYING IDX-CP FROM 1 BY 1
                      UNTIL (IDX-CP > WS-NB-CP)
                 IF WS-CP-CLASSE(IDX-CP) = WS-CLASSE-PREC
                    MOVE WS-CP-LIB(IDX-CP) TO RH-LIB
                 END-IF
              END-PERFORM
              WRITE REC-RENTREE-HEADER
           END-IF.
           MOVE SPACES TO REC-RENTREE-STUDENT.
           MOVE 01 TO RS-KEY.
           MOVE WS-REG-MATR(WS-IND-RG) TO RS-MATRICULE.
           MOVE 0 TO RS-AGE.
           MOVE 'N' TO WS-TROUVE.
           PERFORM VARYING IDX-EI FROM 1 BY 1
                   UNTIL (IDX-EI > WS-NB-EI) OR WS-EST-TROUVE
              IF WS-EI-MATR(IDX-EI) = WS-REG-MATR(WS-IND-RG)
                 MOVE WS-EI-LASTNAME(IDX-EI)  TO RS-LASTNAME
                 MOVE WS-EI-FIRSTNAME(IDX-EI) TO RS-FIRSTNAME
                 IF WS-EI-AGE(IDX-EI) > 0
                    COMPUTE RS-AGE = WS-EI-AGE(IDX-EI) + 1
                 END-IF
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
      *    élève absent de input.dat : nom complet du registre
      *    découpé au premier blanc (nom puis prénom)
           IF NOT WS-EST-TROUVE
              UNSTRING WS-REG-NOM(WS-IND-RG)
                 DELIMITED BY ALL SPACE
                 INTO RS-LASTNAME RS-FIRSTNAME
           END-IF.
           WRITE REC-RENTREE-STUDENT.
       4030-WRITE-RENTREE-ELEVE-END.
           EXIT.

       7000-FIN-RAPPORT-START.
           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE ALL SPACE TO WS-LIG-RAP.
           MOVE WS-NB-PASSAGES TO WS-NB-ED.
           STRING
                 WS-LIG-COLONNE
                 'PASSAGES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-REDOUBLES TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   REDOUBLEMENTS :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-SORTANTS TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   SORTANTS :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-INCHANGES TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   INCHANGES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           CLOSE F-RAPPORT.
       7010-FIN-RAPPORT-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'bascule' TO JR-PROGRAMME.
           MOVE WS-NB-REG TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-PASSAGES + WS-NB-REDOUBLES
                                + WS-NB-SORTANTS.
           MOVE WS-NB-INCHANGES TO JR-NB-REJETS.
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
           MOVE 'bascule' TO MSG-PROGRAMME.
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

      *=============================================================*
      *    Analyse d'impact des copybooks de l'atelier.             *
      *    Avant de toucher FCLIENT.cpy, TRAIN1.cpy ou un copybook  *
      *    généré, il fallait chercher à la main quels programmes   *
      *    allaient casser. Le fichier xrefcpy-param.txt liste,     *
      *    une ligne par source (colonnes 1-80), les .cbl et .cpy   *
      *    de l'atelier ; le programme en tire le rapport           *
      *    xrefcpy-rapport.txt :                                    *
      *      - pour chaque copybook, les sources qui le copient     *
      *        (ligne du COPY et valeurs de REPLACING, :CLIENT:,    *
      *        :FNAME: ...),                                        *
      *      - pour chaque zone du copybook, les sources et         *
      *        paragraphes qui la référencent en PROCEDURE          *
      *        DIVISION, après application du REPLACING du COPY,    *
      *      - les COPY dont le copybook n'est pas dans la liste,   *
      *      - pour chaque source, les fichiers assignés (SELECT    *
      *        et cible de l'ASSIGN).                               *
      *    Un copybook présent dans plusieurs répertoires est       *
      *    d'abord cherché dans le répertoire du source qui le      *
      *    copie.                                                   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xrefcpy.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM
           ASSIGN TO 'xrefcpy-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

      *    source en cours d'analyse, nom servi par la liste
           SELECT F-SOURCE
           ASSIGN TO WS-SOURCE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSRC.

           SELECT F-RAPPORT
           ASSIGN TO 'xrefcpy-rapport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-CHEMIN       PIC X(80).

       FD  F-SOURCE
           RECORD CONTAINS 1 TO 256 CHARACTERS
           RECORDING MODE IS V.
       01  REC-SOURCE          PIC X(256).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMFIN               VALUE '10'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .
       01  WS-STAT-FSRC       PIC XX                    .
       88  WS-STAT-FSRCOK                  VALUE '00'   .
       88  WS-STAT-FSRCFIN                 VALUE '10'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .

       01  WS-SOURCE-NOM      PIC X(80)     VALUE SPACES .
       01  WS-DATE-JOUR       PIC X(8)      VALUE SPACES .
       01  WS-LIG-RAP         PIC X(132)    VALUE SPACES .

      *    sources de la liste ; pour un copybook, ses zones sont
      *    WS-ZONE(WS-SRC-ZONE-DEB) à la suite, WS-SRC-NB-ZONE fois
       01  WS-NB-SRC          PIC 9(3)      VALUE 0      .
       01  WS-TAB-SRC.
           05 WS-SRC OCCURS 300 TIMES.
              10 WS-SRC-CHEMIN    PIC X(80).
              10 WS-SRC-REP       PIC X(80).
              10 WS-SRC-NOM       PIC X(30).
              10 WS-SRC-TYPE      PIC X.
                 88 WS-SRC-COPYBOOK          VALUE 'Y'.
              10 WS-SRC-LU        PIC X.
              10 WS-SRC-ZONE-DEB  PIC 9(4).
              10 WS-SRC-NB-ZONE   PIC 9(4).

      *    zones déclarées dans les copybooks
       01  WS-NB-ZONE         PIC 9(4)      VALUE 0      .
       01  WS-TAB-ZONE.
           05 WS-ZONE OCCURS 3000 TIMES.
              10 WS-ZN-NOM        PIC X(30).
              10 WS-ZN-SRC        PIC 9(3).

      *    COPY rencontrés : copybook (0 s'il n'est pas dans la
      *    liste), source qui copie, ligne et REPLACING
       01  WS-NB-USE          PIC 9(4)      VALUE 0      .
       01  WS-TAB-USE.
           05 WS-USE OCCURS 1000 TIMES.
              10 WS-US-CPY        PIC 9(3).
              10 WS-US-NOM        PIC X(30).
              10 WS-US-SRC        PIC 9(3).
              10 WS-US-LIGNE      PIC 9(5).
              10 WS-US-REMPL      PIC X(70).

      *    zones visibles du source en cours, nom après REPLACING
       01  WS-NB-ACT          PIC 9(4)      VALUE 0      .
       01  WS-TAB-ACT.
           05 WS-ACT OCCURS 1500 TIMES.
              10 WS-AC-NOM        PIC X(30).
              10 WS-AC-ZONE       PIC 9(4).

      *    références : zone, source, paragraphe (sans doublon)
       01  WS-NB-REF          PIC 9(5)      VALUE 0      .
       01  WS-REF-DEB         PIC 9(5)      VALUE 0      .
       01  WS-TAB-REF.
           05 WS-REF OCCURS 10000 TIMES.
              10 WS-RF-ZONE       PIC 9(4).
              10 WS-RF-SRC        PIC 9(3).
              10 WS-RF-PARA       PIC X(30).

      *    fichiers assignés : source, SELECT, cible de l'ASSIGN
       01  WS-NB-ASG          PIC 9(4)      VALUE 0      .
       01  WS-TAB-ASG.
           05 WS-ASG OCCURS 1500 TIMES.
              10 WS-AS-SRC        PIC 9(3).
              10 WS-AS-SELECT     PIC X(30).
              10 WS-AS-CIBLE      PIC X(60).

      *    paires du REPLACING en cours : ancien texte, nouveau
       01  WS-NB-RP           PIC 9         VALUE 0      .
       01  WS-TAB-RP.
           05 WS-RP OCCURS 4 TIMES.
              10 WS-RP-ANCIEN     PIC X(30).
              10 WS-RP-NOUVEAU    PIC X(30).
       01  WS-TAB-MOT.
           05 WS-MOT OCCURS 12 TIMES PIC X(30).

      *    ligne en cours
       01  WS-NUM-LIGNE       PIC 9(5)      VALUE 0      .
       01  WS-CODE            PIC X(65)     VALUE SPACES .
       01  WS-TRAV            PIC X(65)     VALUE SPACES .
       01  WS-MOT-LU          PIC X(30)     VALUE SPACES .
       01  WS-MOT-2           PIC X(30)     VALUE SPACES .
       01  WS-CIBLE-1         PIC X(60)     VALUE SPACES .
       01  WS-CIBLE-2         PIC X(60)     VALUE SPACES .
       01  WS-PTR             PIC 9(3)      VALUE 0      .
       01  WS-POS             PIC 9(3)      VALUE 0      .
       01  WS-POS2            PIC 9(3)      VALUE 0      .
       01  WS-NB-QUOTE        PIC 9(3)      VALUE 0      .
       01  WS-EN-LITTERAL     PIC X         VALUE 'N'    .
       01  WS-DELIM-LIT       PIC X         VALUE SPACE  .
       01  WS-PROC            PIC X         VALUE 'N'    .
           88 WS-EN-PROCEDURE              VALUE 'O'    .
       01  WS-PARA            PIC X(30)     VALUE SPACES .
       01  WS-SELECT          PIC X(30)     VALUE SPACES .
       01  WS-ASSIGN-ATTENTE  PIC X         VALUE 'N'    .
       01  WS-COPY-ATTENTE    PIC X         VALUE 'N'    .
       01  WS-COPY-TEXTE      PIC X(200)    VALUE SPACES .
       01  WS-COPY-LONG       PIC 9(3)      VALUE 0      .
       01  WS-COPY-LIGNE      PIC 9(5)      VALUE 0      .
       01  WS-REMPL           PIC X(70)     VALUE SPACES .
       01  WS-CPY-NOM         PIC X(30)     VALUE SPACES .
       01  WS-CPY-TROUVE      PIC 9(3)      VALUE 0      .
       01  WS-NOM-EFF         PIC X(30)     VALUE SPACES .
       01  WS-NOM-TMP         PIC X(30)     VALUE SPACES .
       01  WS-LG-ANCIEN       PIC 99        VALUE 0      .
       01  WS-LG-NOUVEAU      PIC 99        VALUE 0      .
       01  WS-NB-TOUR         PIC 9         VALUE 0      .

       01  IND-SRC            PIC 9(3)      VALUE 0      .
       01  IND-SRC2           PIC 9(3)      VALUE 0      .
       01  IND-ZONE           PIC 9(4)      VALUE 0      .
       01  IND-USE            PIC 9(4)      VALUE 0      .
       01  IND-ACT            PIC 9(4)      VALUE 0      .
       01  IND-REF            PIC 9(5)      VALUE 0      .
       01  IND-RP             PIC 9         VALUE 0      .
       01  IND-MOT            PIC 99        VALUE 0      .
       01  IND-CAR            PIC 99        VALUE 0      .
       01  WS-NB-REF-ZONE     PIC 9(5)      VALUE 0      .
       01  WS-NB-USE-CPY      PIC 9(4)      VALUE 0      .
       01  WS-TROP-PLEIN      PIC X         VALUE 'N'    .
       01  WS-ED-NB           PIC ZZZ9                   .
       01  WS-ED-LIGNE        PIC ZZZZ9                  .

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMNOFILE
              DISPLAY 'XREFCPY-PARAM.TXT INTROUVABLE - RIEN A ANALYSER'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-STAT-FPARAMOK
              DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                 WS-STAT-FPARAM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-PARAM.
           PERFORM UNTIL WS-STAT-FPARAMFIN
              IF PAR-CHEMIN NOT = SPACES
                 AND PAR-CHEMIN(1:1) NOT = '*'
                 PERFORM AJOUTE-SOURCE THRU AJOUTE-SOURCE-FIN
              END-IF
              READ F-PARAM
           END-PERFORM.
           CLOSE F-PARAM.

      *    premier passage : les zones de chaque copybook
           PERFORM VARYING IND-SRC FROM 1 BY 1
                   UNTIL IND-SRC > WS-NB-SRC
              IF WS-SRC-COPYBOOK(IND-SRC)
                 PERFORM CHARGE-ZONES THRU CHARGE-ZONES-FIN
              END-IF
           END-PERFORM.

      *    second passage : COPY, ASSIGN et références, source par
      *    source
           PERFORM VARYING IND-SRC FROM 1 BY 1
                   UNTIL IND-SRC > WS-NB-SRC
              PERFORM ANALYSE-SOURCE THRU ANALYSE-SOURCE-FIN
           END-PERFORM.

           OPEN OUTPUT F-RAPPORT.
           PERFORM ECRIT-RAPPORT THRU ECRIT-RAPPORT-FIN.
           CLOSE F-RAPPORT.
           IF WS-TROP-PLEIN = 'O'
              DISPLAY 'ATTENTION : TABLE PLEINE, ANALYSE INCOMPLETE'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'ANALYSE TERMINEE,' SPACE WS-NB-SRC SPACE
              'SOURCE(S) - CF XREFCPY-RAPPORT.TXT'.
      * 0000-MAIN-END
           STOP RUN.

      *    Enregistre un chemin de la liste : répertoire, nom sans
      *    extension en majuscules, type (Y copybook, C programme)
       AJOUTE-SOURCE.
           IF WS-NB-SRC >= 300
              MOVE 'O' TO WS-TROP-PLEIN
              GO TO AJOUTE-SOURCE-FIN
           END-IF.
           ADD 1 TO WS-NB-SRC.
           MOVE PAR-CHEMIN TO WS-SRC-CHEMIN(WS-NB-SRC).
           MOVE SPACES TO WS-SRC-REP(WS-NB-SRC)
                          WS-SRC-NOM(WS-NB-SRC).
           MOVE 'C' TO WS-SRC-TYPE(WS-NB-SRC).
           MOVE 'N' TO WS-SRC-LU(WS-NB-SRC).
           MOVE 0 TO WS-SRC-ZONE-DEB(WS-NB-SRC)
                     WS-SRC-NB-ZONE(WS-NB-SRC).
      *    position du dernier '/' : fin du répertoire
           MOVE 0 TO WS-POS.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 80
              IF PAR-CHEMIN(IND-CAR:1) = '/'
                 MOVE IND-CAR TO WS-POS
              END-IF
           END-PERFORM.
           IF WS-POS > 0
              MOVE PAR-CHEMIN(1:WS-POS) TO WS-SRC-REP(WS-NB-SRC)
           END-IF.
           ADD 1 TO WS-POS.
           MOVE FUNCTION UPPER-CASE(PAR-CHEMIN(WS-POS:)) TO WS-TRAV.
           UNSTRING WS-TRAV DELIMITED BY '.'
              INTO WS-SRC-NOM(WS-NB-SRC) WS-MOT-LU.
           IF WS-MOT-LU(1:3) = 'CPY'
              MOVE 'Y' TO WS-SRC-TYPE(WS-NB-SRC)
           END-IF.
       AJOUTE-SOURCE-FIN.
           EXIT.

      ***************************************************************
      *    Premier passage : une entrée de donnée (niveau 01 à 49,
      *    66, 77 ou 88) suivie d'un nom autre que FILLER donne une
      *    zone du copybook IND-SRC
      ***************************************************************
       CHARGE-ZONES.
           MOVE WS-SRC-CHEMIN(IND-SRC) TO WS-SOURCE-NOM.
           OPEN INPUT F-SOURCE.
           IF NOT WS-STAT-FSRCOK
              GO TO CHARGE-ZONES-FIN
           END-IF.
           COMPUTE WS-SRC-ZONE-DEB(IND-SRC) = WS-NB-ZONE + 1.
           READ F-SOURCE.
           PERFORM UNTIL NOT WS-STAT-FSRCOK
              PERFORM PREPARE-LIGNE
              IF WS-CODE NOT = SPACES
                 MOVE SPACES TO WS-MOT-LU WS-MOT-2
                 UNSTRING FUNCTION TRIM(WS-CODE) DELIMITED BY ALL SPACE
                    INTO WS-MOT-LU WS-MOT-2
                 PERFORM AJOUTE-ZONE THRU AJOUTE-ZONE-FIN
              END-IF
              READ F-SOURCE
           END-PERFORM.
           CLOSE F-SOURCE.
       CHARGE-ZONES-FIN.
           EXIT.

       AJOUTE-ZONE.
           IF WS-MOT-LU(3:1) NOT = SPACE
              OR WS-MOT-LU(1:2) IS NOT NUMERIC
              GO TO AJOUTE-ZONE-FIN
           END-IF.
           IF NOT ((WS-MOT-LU(1:2) >= '01' AND WS-MOT-LU(1:2) <= '49')
                   OR WS-MOT-LU(1:2) = '66' OR '77' OR '88')
              GO TO AJOUTE-ZONE-FIN
           END-IF.
           INSPECT WS-MOT-2 REPLACING ALL '.' BY SPACE.
      *    entrée anonyme d'écran ou de donnée (05 PIC ..., 05 BLANK
      *    SCREEN, 05 VALUE ...)
           IF WS-MOT-2 = SPACES OR 'FILLER' OR 'PIC' OR 'PICTURE'
              OR 'BLANK' OR 'VALUE' OR 'VALUES' OR 'LINE' OR 'COL'
              OR 'COLUMN' OR 'REDEFINES' OR 'OCCURS' OR 'USAGE'
              OR 'FOREGROUND-COLOR' OR 'BACKGROUND-COLOR'
              GO TO AJOUTE-ZONE-FIN
           END-IF.
           IF WS-NB-ZONE >= 3000
              MOVE 'O' TO WS-TROP-PLEIN
              GO TO AJOUTE-ZONE-FIN
           END-IF.
           ADD 1 TO WS-NB-ZONE.
           MOVE WS-MOT-2 TO WS-ZN-NOM(WS-NB-ZONE).
           MOVE IND-SRC  TO WS-ZN-SRC(WS-NB-ZONE).
           ADD 1 TO WS-SRC-NB-ZONE(IND-SRC).
       AJOUTE-ZONE-FIN.
           EXIT.

      *    Zone de code (colonnes 8 à 72) en majuscules dans
      *    WS-CODE ; commentaire (colonne 7 '*' ou '/') et fin de
      *    ligne '*>' mis à blanc
       PREPARE-LIGNE.
           MOVE SPACES TO WS-CODE.
           IF REC-SOURCE(7:1) NOT = '*' AND NOT = '/'
              MOVE FUNCTION UPPER-CASE(REC-SOURCE(8:65)) TO WS-CODE
              MOVE 0 TO WS-POS
              INSPECT WS-CODE TALLYING WS-POS
                 FOR CHARACTERS BEFORE INITIAL '*>'
              IF WS-POS < 65
                 MOVE SPACES TO WS-CODE(WS-POS + 1:)
              END-IF
           END-IF.

      ***************************************************************
      *    Second passage sur le source IND-SRC
      ***************************************************************
       ANALYSE-SOURCE.
           MOVE WS-SRC-CHEMIN(IND-SRC) TO WS-SOURCE-NOM.
           OPEN INPUT F-SOURCE.
           IF NOT WS-STAT-FSRCOK
              GO TO ANALYSE-SOURCE-FIN
           END-IF.
           MOVE 'O' TO WS-SRC-LU(IND-SRC).
           MOVE 0 TO WS-NB-ACT WS-NUM-LIGNE.
           COMPUTE WS-REF-DEB = WS-NB-REF + 1.
           MOVE 'N' TO WS-PROC WS-ASSIGN-ATTENTE WS-COPY-ATTENTE.
           MOVE '(ENTREE)' TO WS-PARA.
           MOVE SPACES TO WS-SELECT.
           READ F-SOURCE.
           PERFORM UNTIL NOT WS-STAT-FSRCOK
              ADD 1 TO WS-NUM-LIGNE
              PERFORM PREPARE-LIGNE
              IF WS-CODE NOT = SPACES
                 PERFORM ANALYSE-LIGNE THRU ANALYSE-LIGNE-FIN
              END-IF
              READ F-SOURCE
           END-PERFORM.
           CLOSE F-SOURCE.
       ANALYSE-SOURCE-FIN.
           EXIT.

       ANALYSE-LIGNE.
      *    suite d'un COPY commencé sur une ligne précédente
           IF WS-COPY-ATTENTE = 'O'
              PERFORM SUITE-COPY THRU SUITE-COPY-FIN
              GO TO ANALYSE-LIGNE-FIN
           END-IF.
      *    cible d'un ASSIGN TO renvoyée à la ligne
           IF WS-ASSIGN-ATTENTE = 'O'
              MOVE 1 TO WS-POS2
              PERFORM AJOUTE-ASSIGN THRU AJOUTE-ASSIGN-FIN
           END-IF.
           MOVE 0 TO WS-POS.
           INSPECT WS-CODE TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL 'PROCEDURE DIVISION'.
           IF WS-POS < 65
              MOVE 'O' TO WS-PROC
              GO TO ANALYSE-LIGNE-FIN
           END-IF.
           PERFORM CHERCHE-COPY THRU CHERCHE-COPY-FIN.
           IF NOT WS-EN-PROCEDURE
              PERFORM CHERCHE-ASSIGN THRU CHERCHE-ASSIGN-FIN
              GO TO ANALYSE-LIGNE-FIN
           END-IF.
      *    en-tête de paragraphe ou de section : marge A
           IF REC-SOURCE(8:1) NOT = SPACE
              MOVE SPACES TO WS-MOT-LU WS-MOT-2
              UNSTRING WS-CODE DELIMITED BY ALL SPACE
                 INTO WS-MOT-LU WS-MOT-2
              MOVE 0 TO WS-POS
              INSPECT WS-MOT-LU TALLYING WS-POS
                 FOR CHARACTERS BEFORE INITIAL '.'
              IF WS-POS < 30
                 MOVE WS-MOT-LU(1:WS-POS) TO WS-PARA
              ELSE
                 IF WS-MOT-2(1:7) = 'SECTION'
                    MOVE WS-MOT-LU TO WS-PARA
                 END-IF
              END-IF
           END-IF.
           IF WS-NB-ACT > 0
              PERFORM CHERCHE-REFERENCES THRU CHERCHE-REFERENCES-FIN
           END-IF.
       ANALYSE-LIGNE-FIN.
           EXIT.

      *    COPY hors littéral (les générateurs écrivent des COPY
      *    entre quotes, qui ne sont pas des COPY du programme)
       CHERCHE-COPY.
           MOVE 0 TO WS-POS.
           INSPECT WS-CODE TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL 'COPY '.
           IF WS-POS >= 61
              GO TO CHERCHE-COPY-FIN
           END-IF.
           IF WS-POS > 0
              IF WS-CODE(WS-POS:1) NOT = SPACE
                 GO TO CHERCHE-COPY-FIN
              END-IF
              MOVE 0 TO WS-NB-QUOTE
              INSPECT WS-CODE(1:WS-POS) TALLYING WS-NB-QUOTE
                 FOR ALL '''' ALL '"'
              IF WS-NB-QUOTE > 0
                 GO TO CHERCHE-COPY-FIN
              END-IF
           END-IF.
           MOVE SPACES TO WS-COPY-TEXTE.
           MOVE WS-CODE(WS-POS + 6:) TO WS-COPY-TEXTE.
           MOVE WS-NUM-LIGNE TO WS-COPY-LIGNE.
           PERFORM FIN-COPY THRU FIN-COPY-FIN.
       CHERCHE-COPY-FIN.
           EXIT.

       SUITE-COPY.
           MOVE 0 TO WS-COPY-LONG.
           INSPECT WS-COPY-TEXTE TALLYING WS-COPY-LONG
              FOR CHARACTERS BEFORE INITIAL '   '.
           IF WS-COPY-LONG > 130
              MOVE 'N' TO WS-COPY-ATTENTE
              GO TO SUITE-COPY-FIN
           END-IF.
           MOVE FUNCTION TRIM(WS-CODE)
              TO WS-COPY-TEXTE(WS-COPY-LONG + 2:).
           PERFORM FIN-COPY THRU FIN-COPY-FIN.
       SUITE-COPY-FIN.
           EXIT.

      *    COPY complet quand le texte porte son point final ; on
      *    enregistre alors l'usage et les zones visibles
       FIN-COPY.
           MOVE 0 TO WS-POS.
           INSPECT WS-COPY-TEXTE TALLYING WS-POS FOR ALL '.'.
           IF WS-POS = 0
              MOVE 'O' TO WS-COPY-ATTENTE
              GO TO FIN-COPY-FIN
           END-IF.
           MOVE 'N' TO WS-COPY-ATTENTE.
           MOVE SPACES TO WS-CPY-NOM WS-REMPL.
           UNSTRING FUNCTION TRIM(WS-COPY-TEXTE) DELIMITED BY ALL SPACE
              INTO WS-CPY-NOM.
           INSPECT WS-CPY-NOM REPLACING ALL '''' BY SPACE
                                        ALL '"'  BY SPACE.
           MOVE FUNCTION TRIM(WS-CPY-NOM) TO WS-CPY-NOM.
      *    COPY './copy/screen-file.cpy' : on ne garde que le nom
           MOVE 0 TO WS-POS.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 30
              IF WS-CPY-NOM(IND-CAR:1) = '/'
                 MOVE IND-CAR TO WS-POS
              END-IF
           END-PERFORM.
           IF WS-POS > 0 AND WS-POS < 30
              MOVE WS-CPY-NOM(WS-POS + 1:) TO WS-MOT-2
              MOVE WS-MOT-2 TO WS-CPY-NOM
           END-IF.
           UNSTRING WS-CPY-NOM DELIMITED BY '.' INTO WS-CPY-NOM.
           MOVE 0 TO WS-POS.
           INSPECT WS-COPY-TEXTE TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL 'REPLACING'.
           IF WS-POS < 190
              UNSTRING WS-COPY-TEXTE(WS-POS + 11:) DELIMITED BY '. '
                 INTO WS-REMPL
              MOVE FUNCTION TRIM(WS-REMPL) TO WS-REMPL
           END-IF.
           PERFORM RESOUT-COPY THRU RESOUT-COPY-FIN.
           IF WS-NB-USE >= 1000
              MOVE 'O' TO WS-TROP-PLEIN
              GO TO FIN-COPY-FIN
           END-IF.
           ADD 1 TO WS-NB-USE.
           MOVE WS-CPY-TROUVE TO WS-US-CPY(WS-NB-USE).
           MOVE WS-CPY-NOM    TO WS-US-NOM(WS-NB-USE).
           MOVE IND-SRC       TO WS-US-SRC(WS-NB-USE).
           MOVE WS-COPY-LIGNE TO WS-US-LIGNE(WS-NB-USE).
           MOVE WS-REMPL      TO WS-US-REMPL(WS-NB-USE).
           IF WS-CPY-TROUVE > 0
              PERFORM ACTIVE-ZONES THRU ACTIVE-ZONES-FIN
           END-IF.
       FIN-COPY-FIN.
           EXIT.

      *    copybook de ce nom, pris dans le répertoire du source s'il
      *    y en a un, sinon le premier de la liste
       RESOUT-COPY.
           MOVE 0 TO WS-CPY-TROUVE.
           PERFORM VARYING IND-SRC2 FROM 1 BY 1
                   UNTIL IND-SRC2 > WS-NB-SRC
              IF WS-SRC-COPYBOOK(IND-SRC2)
                 AND WS-SRC-NOM(IND-SRC2) = WS-CPY-NOM
                 IF WS-CPY-TROUVE = 0
                    OR WS-SRC-REP(IND-SRC2) = WS-SRC-REP(IND-SRC)
                    MOVE IND-SRC2 TO WS-CPY-TROUVE
                 END-IF
              END-IF
           END-PERFORM.
       RESOUT-COPY-FIN.
           EXIT.

      *    Zones du copybook rendues visibles dans le source, sous
      *    leur nom après REPLACING (==ancien== BY ==nouveau==)
       ACTIVE-ZONES.
           PERFORM DECOUPE-REMPL THRU DECOUPE-REMPL-FIN.
           PERFORM VARYING IND-ZONE FROM WS-SRC-ZONE-DEB(WS-CPY-TROUVE)
                   BY 1
                   UNTIL IND-ZONE >= WS-SRC-ZONE-DEB(WS-CPY-TROUVE)
                                   + WS-SRC-NB-ZONE(WS-CPY-TROUVE)
              IF WS-NB-ACT >= 1500
                 MOVE 'O' TO WS-TROP-PLEIN
              ELSE
                 MOVE WS-ZN-NOM(IND-ZONE) TO WS-NOM-EFF
                 PERFORM VARYING IND-RP FROM 1 BY 1
                         UNTIL IND-RP > WS-NB-RP
                    PERFORM REMPLACE-NOM THRU REMPLACE-NOM-FIN
                 END-PERFORM
                 ADD 1 TO WS-NB-ACT
                 MOVE WS-NOM-EFF TO WS-AC-NOM(WS-NB-ACT)
                 MOVE IND-ZONE   TO WS-AC-ZONE(WS-NB-ACT)
              END-IF
           END-PERFORM.
       ACTIVE-ZONES-FIN.
           EXIT.

      *    paires 'ancien BY nouveau' du REPLACING en cours
       DECOUPE-REMPL.
           MOVE 0 TO WS-NB-RP.
           IF WS-REMPL = SPACES
              GO TO DECOUPE-REMPL-FIN
           END-IF.
           MOVE WS-REMPL TO WS-COPY-TEXTE.
           INSPECT WS-COPY-TEXTE REPLACING ALL '==' BY '  '.
           MOVE SPACES TO WS-TAB-MOT.
           UNSTRING FUNCTION TRIM(WS-COPY-TEXTE) DELIMITED BY ALL SPACE
              INTO WS-MOT(1) WS-MOT(2) WS-MOT(3) WS-MOT(4)
                   WS-MOT(5) WS-MOT(6) WS-MOT(7) WS-MOT(8)
                   WS-MOT(9) WS-MOT(10) WS-MOT(11) WS-MOT(12).
           MOVE 1 TO IND-MOT.
           PERFORM UNTIL IND-MOT > 10 OR WS-NB-RP >= 4
              IF WS-MOT(IND-MOT + 1) = 'BY'
                 AND WS-MOT(IND-MOT) NOT = SPACES
                 ADD 1 TO WS-NB-RP
                 MOVE WS-MOT(IND-MOT)     TO WS-RP-ANCIEN(WS-NB-RP)
                 MOVE WS-MOT(IND-MOT + 2) TO WS-RP-NOUVEAU(WS-NB-RP)
                 ADD 3 TO IND-MOT
              ELSE
                 ADD 1 TO IND-MOT
              END-IF
           END-PERFORM.
       DECOUPE-REMPL-FIN.
           EXIT.

      *    remplacement de WS-RP-ANCIEN(IND-RP) dans WS-NOM-EFF,
      *    trois occurrences au plus
       REMPLACE-NOM.
           MOVE 0 TO WS-LG-ANCIEN WS-LG-NOUVEAU.
           INSPECT WS-RP-ANCIEN(IND-RP) TALLYING WS-LG-ANCIEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-RP-NOUVEAU(IND-RP) TALLYING WS-LG-NOUVEAU
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LG-ANCIEN = 0
              GO TO REMPLACE-NOM-FIN
           END-IF.
           PERFORM VARYING WS-NB-TOUR FROM 1 BY 1 UNTIL WS-NB-TOUR > 3
              MOVE 0 TO WS-POS
              INSPECT WS-NOM-EFF TALLYING WS-POS FOR CHARACTERS
                 BEFORE INITIAL WS-RP-ANCIEN(IND-RP)(1:WS-LG-ANCIEN)
              IF WS-POS + WS-LG-ANCIEN < 30
                 MOVE SPACES TO WS-NOM-TMP
                 MOVE 1 TO WS-PTR
                 IF WS-POS > 0
                    STRING WS-NOM-EFF(1:WS-POS) DELIMITED BY SIZE
                       INTO WS-NOM-TMP WITH POINTER WS-PTR
                 END-IF
                 IF WS-LG-NOUVEAU > 0
                    STRING WS-RP-NOUVEAU(IND-RP)(1:WS-LG-NOUVEAU)
                       DELIMITED BY SIZE
                       INTO WS-NOM-TMP WITH POINTER WS-PTR
                 END-IF
                 STRING WS-NOM-EFF(WS-POS + WS-LG-ANCIEN + 1:)
                    DELIMITED BY SPACE
                    INTO WS-NOM-TMP WITH POINTER WS-PTR
                 MOVE WS-NOM-TMP TO WS-NOM-EFF
              END-IF
           END-PERFORM.
       REMPLACE-NOM-FIN.
           EXIT.

      *    SELECT mémorisé pour l'ASSIGN qui suit (même ligne ou
      *    lignes suivantes)
       CHERCHE-ASSIGN.
           MOVE SPACES TO WS-MOT-LU WS-MOT-2.
           UNSTRING FUNCTION TRIM(WS-CODE) DELIMITED BY ALL SPACE
              INTO WS-MOT-LU WS-MOT-2.
           IF WS-MOT-LU = 'SELECT'
              INSPECT WS-MOT-2 REPLACING ALL '.' BY SPACE
              MOVE WS-MOT-2 TO WS-SELECT
           END-IF.
           MOVE 0 TO WS-POS.
           INSPECT WS-CODE TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL 'ASSIGN '.
           IF WS-POS >= 58
              GO TO CHERCHE-ASSIGN-FIN
           END-IF.
           IF WS-POS > 0
              IF WS-CODE(WS-POS:1) NOT = SPACE
                 GO TO CHERCHE-ASSIGN-FIN
              END-IF
           END-IF.
           COMPUTE WS-POS2 = WS-POS + 8.
           PERFORM AJOUTE-ASSIGN THRU AJOUTE-ASSIGN-FIN.
       CHERCHE-ASSIGN-FIN.
           EXIT.

      *    la cible est reprise telle qu'écrite dans la ligne brute
      *    à partir de la position WS-POS2 de la zone de code
      *    (littéral entre quotes ou nom de donnée) ; renvoyée à la
      *    ligne suivante si l'ASSIGN finit la ligne
       AJOUTE-ASSIGN.
           MOVE 'N' TO WS-ASSIGN-ATTENTE.
           MOVE SPACES TO WS-CIBLE-1 WS-CIBLE-2.
           IF WS-POS2 <= 65
              UNSTRING FUNCTION TRIM(REC-SOURCE(7 + WS-POS2:
                                                66 - WS-POS2))
                 DELIMITED BY ALL SPACE
                 INTO WS-CIBLE-1 WS-CIBLE-2
           END-IF.
           IF FUNCTION UPPER-CASE(WS-CIBLE-1) = 'TO'
              MOVE WS-CIBLE-2 TO WS-CIBLE-1
           END-IF.
           IF WS-CIBLE-1 = SPACES
              MOVE 'O' TO WS-ASSIGN-ATTENTE
              GO TO AJOUTE-ASSIGN-FIN
           END-IF.
           MOVE 0 TO WS-POS.
           INSPECT WS-CIBLE-1 TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CIBLE-1(WS-POS:1) = '.'
              MOVE SPACE TO WS-CIBLE-1(WS-POS:1)
           END-IF.
           IF WS-NB-ASG >= 1500
              MOVE 'O' TO WS-TROP-PLEIN
              GO TO AJOUTE-ASSIGN-FIN
           END-IF.
           ADD 1 TO WS-NB-ASG.
           MOVE IND-SRC    TO WS-AS-SRC(WS-NB-ASG).
           MOVE WS-SELECT  TO WS-AS-SELECT(WS-NB-ASG).
           MOVE WS-CIBLE-1 TO WS-AS-CIBLE(WS-NB-ASG).
       AJOUTE-ASSIGN-FIN.
           EXIT.

      *    Mots de la ligne (littéraux mis à blanc) comparés aux
      *    zones visibles ; une référence par zone, source et
      *    paragraphe
       CHERCHE-REFERENCES.
           MOVE WS-CODE TO WS-TRAV.
           MOVE 'N' TO WS-EN-LITTERAL.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 65
              IF WS-EN-LITTERAL = 'O'
                 IF WS-TRAV(IND-CAR:1) = WS-DELIM-LIT
                    MOVE 'N' TO WS-EN-LITTERAL
                 END-IF
                 MOVE SPACE TO WS-TRAV(IND-CAR:1)
              ELSE
                 IF WS-TRAV(IND-CAR:1) = '''' OR '"'
                    MOVE 'O' TO WS-EN-LITTERAL
                    MOVE WS-TRAV(IND-CAR:1) TO WS-DELIM-LIT
                    MOVE SPACE TO WS-TRAV(IND-CAR:1)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-DELIM-LIT.
           INSPECT WS-TRAV CONVERTING '().,;=+*/<>&' TO SPACES.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 65
              MOVE SPACES TO WS-MOT-LU
              UNSTRING WS-TRAV DELIMITED BY ALL SPACE
                 INTO WS-MOT-LU WITH POINTER WS-PTR
              IF WS-MOT-LU NOT = SPACES
                 PERFORM CHERCHE-MOT THRU CHERCHE-MOT-FIN
              END-IF
           END-PERFORM.
       CHERCHE-REFERENCES-FIN.
           EXIT.

       CHERCHE-MOT.
           PERFORM VARYING IND-ACT FROM 1 BY 1
                   UNTIL IND-ACT > WS-NB-ACT
              IF WS-AC-NOM(IND-ACT) = WS-MOT-LU
                 PERFORM AJOUTE-REF THRU AJOUTE-REF-FIN
              END-IF
           END-PERFORM.
       CHERCHE-MOT-FIN.
           EXIT.

       AJOUTE-REF.
           PERFORM VARYING IND-REF FROM WS-REF-DEB BY 1
                   UNTIL IND-REF > WS-NB-REF
              IF WS-RF-ZONE(IND-REF) = WS-AC-ZONE(IND-ACT)
                 AND WS-RF-PARA(IND-REF) = WS-PARA
                 GO TO AJOUTE-REF-FIN
              END-IF
           END-PERFORM.
           IF WS-NB-REF >= 10000
              MOVE 'O' TO WS-TROP-PLEIN
              GO TO AJOUTE-REF-FIN
           END-IF.
           ADD 1 TO WS-NB-REF.
           MOVE WS-AC-ZONE(IND-ACT) TO WS-RF-ZONE(WS-NB-REF).
           MOVE IND-SRC             TO WS-RF-SRC(WS-NB-REF).
           MOVE WS-PARA             TO WS-RF-PARA(WS-NB-REF).
       AJOUTE-REF-FIN.
           EXIT.

      ***************************************************************
      *    Rapport : copybooks (usages, zones et références), COPY
      *    non résolus, fichiers assignés par source
      ***************************************************************
       ECRIT-RAPPORT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'ANALYSE D''IMPACT DES COPYBOOKS DU '
                  WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                  WS-DATE-JOUR(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE ALL '=' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           PERFORM VARYING IND-SRC FROM 1 BY 1
                   UNTIL IND-SRC > WS-NB-SRC
              IF WS-SRC-COPYBOOK(IND-SRC)
                 PERFORM RAPPORT-COPYBOOK THRU RAPPORT-COPYBOOK-FIN
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE 'COPY DONT LE COPYBOOK N''EST PAS DANS LA LISTE'
              TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE ALL '-' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           PERFORM VARYING IND-USE FROM 1 BY 1
                   UNTIL IND-USE > WS-NB-USE
              IF WS-US-CPY(IND-USE) = 0
                 MOVE WS-US-LIGNE(IND-USE) TO WS-ED-LIGNE
                 MOVE SPACES TO WS-LIG-RAP
                 STRING '  ' WS-US-NOM(IND-USE) SPACE
                    WS-SRC-CHEMIN(WS-US-SRC(IND-USE))(1:50)
                    ' LIGNE ' WS-ED-LIGNE
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 PERFORM ECRIT-LIGNE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE 'FICHIERS ASSIGNES PAR SOURCE' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE ALL '-' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           PERFORM VARYING IND-USE FROM 1 BY 1
                   UNTIL IND-USE > WS-NB-ASG
              MOVE SPACES TO WS-LIG-RAP
              STRING WS-SRC-CHEMIN(WS-AS-SRC(IND-USE))(1:40) SPACE
                 WS-AS-SELECT(IND-USE) SPACE
                 WS-AS-CIBLE(IND-USE)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE
           END-PERFORM.

      *    sources de la liste restés illisibles
           PERFORM VARYING IND-SRC FROM 1 BY 1
                   UNTIL IND-SRC > WS-NB-SRC
              IF WS-SRC-LU(IND-SRC) = 'N'
                 MOVE SPACES TO WS-LIG-RAP
                 STRING 'SOURCE ILLISIBLE : '
                    WS-SRC-CHEMIN(IND-SRC)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 PERFORM ECRIT-LIGNE
              END-IF
           END-PERFORM.
       ECRIT-RAPPORT-FIN.
           EXIT.

       RAPPORT-COPYBOOK.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE WS-SRC-NB-ZONE(IND-SRC) TO WS-ED-NB.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'COPYBOOK ' WS-SRC-NOM(IND-SRC) SPACE
                  WS-SRC-CHEMIN(IND-SRC)(1:60) ' ZONES : ' WS-ED-NB
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE 0 TO WS-NB-USE-CPY.
           PERFORM VARYING IND-USE FROM 1 BY 1
                   UNTIL IND-USE > WS-NB-USE
              IF WS-US-CPY(IND-USE) = IND-SRC
                 ADD 1 TO WS-NB-USE-CPY
                 MOVE WS-US-LIGNE(IND-USE) TO WS-ED-LIGNE
                 MOVE SPACES TO WS-LIG-RAP
                 STRING '  COPIE PAR '
                    WS-SRC-CHEMIN(WS-US-SRC(IND-USE))(1:40)
                    ' LIGNE ' WS-ED-LIGNE SPACE
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 IF WS-US-REMPL(IND-USE) NOT = SPACES
                    STRING 'REPLACING ' WS-US-REMPL(IND-USE)(1:57)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP(66:)
                 END-IF
                 PERFORM ECRIT-LIGNE
              END-IF
           END-PERFORM.
           IF WS-NB-USE-CPY = 0
              MOVE '  JAMAIS COPIE' TO WS-LIG-RAP
              PERFORM ECRIT-LIGNE
           END-IF.
           PERFORM VARYING IND-ZONE FROM WS-SRC-ZONE-DEB(IND-SRC) BY 1
                   UNTIL IND-ZONE >= WS-SRC-ZONE-DEB(IND-SRC)
                                   + WS-SRC-NB-ZONE(IND-SRC)
              MOVE 0 TO WS-NB-REF-ZONE
              MOVE SPACES TO WS-LIG-RAP
              STRING '  ZONE ' WS-ZN-NOM(IND-ZONE)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE
              PERFORM VARYING IND-REF FROM 1 BY 1
                      UNTIL IND-REF > WS-NB-REF
                 IF WS-RF-ZONE(IND-REF) = IND-ZONE
                    ADD 1 TO WS-NB-REF-ZONE
                    MOVE SPACES TO WS-LIG-RAP
                    STRING '      '
                       WS-SRC-CHEMIN(WS-RF-SRC(IND-REF))(1:50)
                       ' PARAGRAPHE ' WS-RF-PARA(IND-REF)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                    PERFORM ECRIT-LIGNE
                 END-IF
              END-PERFORM
              IF WS-NB-REF-ZONE = 0
                 MOVE '      AUCUNE REFERENCE EN PROCEDURE DIVISION'
                    TO WS-LIG-RAP
                 PERFORM ECRIT-LIGNE
              END-IF
           END-PERFORM.
       RAPPORT-COPYBOOK-FIN.
           EXIT.

       ECRIT-LIGNE.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIG-RAP.

      *=============================================================*
      *    Profil d'un fichier de données d'après son dessin.       *
      *    Avant d'écrire une conversion ou un contrôle, on ouvrait *
      *    FichierClient.txt, train.dat ou clients.dat à l'éditeur  *
      *    pour voir ce qu'ils contenaient vraiment. Le fichier     *
      *    profcpy-param.txt liste, une ligne par fichier, séparée  *
      *    par des ';' :                                            *
      *      dessin (copybook ou programme) ; nom de l'enregistre-  *
      *      ment 01 (à blanc : le premier) ; fichier de données ;  *
      *      séparateur (à blanc : positions fixes) ; mots désignant*
      *      les dates AAAAMMJJ en plus de DATE, séparés par ','.   *
      *    Une ligne commençant par '*' est un commentaire. Le      *
      *    rapport profcpy-rapport.txt donne pour chaque fichier :  *
      *      - les enregistrements de longueur (ou de nombre de     *
      *        champs) non conforme au dessin,                      *
      *      - pour chaque zone : taux de remplissage, valeurs non  *
      *        numériques dans une zone numérique, dates invalides, *
      *        champs délimités trop longs, valeurs distinctes,     *
      *        minimum, maximum, valeurs les plus fréquentes et     *
      *        exemples de valeurs rejetées.                        *
      *    Les zones binaires ou packées ne sont pas profilées.     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. profcpy.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM
           ASSIGN TO 'profcpy-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

      *    copybook ou programme portant le dessin, nom servi par la
      *    ligne de paramètre
           SELECT F-DESSIN
           ASSIGN TO WS-DESSIN-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDES.

      *    fichier de données profilé, nom servi par la ligne de
      *    paramètre ; la longueur lue de chaque ligne est rendue
      *    dans WS-LG-ENR
           SELECT F-DONNEES
           ASSIGN TO WS-DONNEES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDON.

           SELECT F-RAPPORT
           ASSIGN TO 'profcpy-rapport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAM
           RECORD CONTAINS 1 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PARAM          PIC X(200).

       FD  F-DESSIN
           RECORD CONTAINS 1 TO 256 CHARACTERS
           RECORDING MODE IS V.
       01  REC-DESSIN         PIC X(256).

       FD  F-DONNEES
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
           DEPENDING ON WS-LG-ENR
           RECORDING MODE IS V.
       01  REC-DONNEES        PIC X(1000).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMFIN               VALUE '10'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .
       01  WS-STAT-FDES       PIC XX                    .
       88  WS-STAT-FDESOK                  VALUE '00'   .
       01  WS-STAT-FDON       PIC XX                    .
       88  WS-STAT-FDONOK                  VALUE '00'   .
       88  WS-STAT-FDONFIN                 VALUE '10'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .

      *    ligne de paramètre : dessin ; enregistrement 01 (à blanc
      *    le premier du dessin) ; fichier de données ; séparateur
      *    (à blanc = positions fixes) ; mots désignant les dates
      *    AAAAMMJJ en plus de DATE, séparés par des virgules
       01  WS-DESSIN-NOM      PIC X(80)     VALUE SPACES .
       01  WS-ENR-NOM         PIC X(30)     VALUE SPACES .
       01  WS-DONNEES-NOM     PIC X(80)     VALUE SPACES .
       01  WS-SEP             PIC X         VALUE SPACE  .
       01  WS-MOTS-DATE       PIC X(80)     VALUE SPACES .
       01  WS-NB-MOT-DATE     PIC 9         VALUE 0      .
       01  WS-TAB-MOT-DATE.
           05 WS-MOT-DATE OCCURS 6 TIMES PIC X(30).

       01  WS-DATE-JOUR       PIC X(8)      VALUE SPACES .
       01  WS-LIG-RAP         PIC X(132)    VALUE SPACES .
       01  WS-NB-TRAVAUX      PIC 9(3)      VALUE 0      .
       01  WS-NB-ECARTES      PIC 9(3)      VALUE 0      .
       01  WS-ETAT            PIC X         VALUE 'O'    .
           88 WS-ETAT-OK                   VALUE 'O'    .
       01  WS-MOTIF           PIC X(70)     VALUE SPACES .

      *    zones élémentaires du dessin, dans l'ordre de
      *    l'enregistrement ; type A alphanumérique, N numérique
      *    non signé, S numérique signé, E numérique d'édition,
      *    B binaire ou packé (non profilé) ; échelle = chiffres
      *    après la virgule virtuelle V
       01  WS-NB-CH           PIC 99        VALUE 0      .
       01  WS-LG-DESSIN       PIC 9(4)      VALUE 0      .
       01  WS-TAB-CH.
           05 WS-CH OCCURS 60 TIMES.
              10 WS-CH-NOM        PIC X(30).
              10 WS-CH-PIC        PIC X(20).
              10 WS-CH-POS        PIC 9(4).
              10 WS-CH-LG         PIC 9(3).
              10 WS-CH-TYPE       PIC X.
                 88 WS-CH-ALPHA              VALUE 'A'.
                 88 WS-CH-BINAIRE            VALUE 'B'.
                 88 WS-CH-NUMERIQUE          VALUE 'N' 'S' 'E'.
              10 WS-CH-ECHELLE    PIC 9.
              10 WS-CH-DATE       PIC X.
                 88 WS-CH-EST-DATE           VALUE 'O'.
              10 WS-CH-REMPLIS    PIC 9(7).
              10 WS-CH-NONNUM     PIC 9(7).
              10 WS-CH-DATINV     PIC 9(7).
              10 WS-CH-DEBORD     PIC 9(7).
              10 WS-CH-A-BORNE    PIC X.
              10 WS-CH-MIN        PIC X(30).
              10 WS-CH-MAX        PIC X(30).
              10 WS-CH-MIN-N      PIC S9(13)V9(5).
              10 WS-CH-MAX-N      PIC S9(13)V9(5).
              10 WS-CH-NB-EX      PIC 9.
              10 WS-CH-EX OCCURS 3 TIMES.
                 15 WS-CH-EX-ENR  PIC 9(7).
                 15 WS-CH-EX-VAL  PIC X(30).
                 15 WS-CH-EX-MOT  PIC X.
              10 WS-CH-NB-VAL     PIC 9(3).
              10 WS-CH-SATURE     PIC X.
              10 WS-CH-VAL OCCURS 100 TIMES.
                 15 WS-CH-VAL-TXT PIC X(30).
                 15 WS-CH-VAL-NB  PIC 9(7).

      *    lecture du dessin : entrée de donnée reconstituée jusqu'au
      *    point final, découpée en mots
       01  WS-CODE            PIC X(65)     VALUE SPACES .
       01  WS-ENTREE          PIC X(400)    VALUE SPACES .
       01  WS-ENTREE-PTR      PIC 9(3)      VALUE 1      .
       01  WS-TAB-MOT.
           05 WS-MOT OCCURS 16 TIMES PIC X(30).
       01  WS-DANS-ENR        PIC X         VALUE 'N'    .
           88 WS-AVANT-ENR                 VALUE 'N'    .
           88 WS-EN-ENR                    VALUE 'O'    .
           88 WS-APRES-ENR                 VALUE 'F'    .
       01  WS-NIVEAU          PIC 99        VALUE 0      .
       01  WS-NIV-SAUT        PIC 99        VALUE 0      .
       01  WS-NOM-ZONE        PIC X(30)     VALUE SPACES .
       01  WS-NOM-TMP         PIC X(30)     VALUE SPACES .
       01  WS-PIC             PIC X(20)     VALUE SPACES .
       01  WS-USAGE           PIC X(15)     VALUE SPACES .
       01  WS-OCCURS          PIC 9(3)      VALUE 0      .
       01  WS-REDEF           PIC X         VALUE 'N'    .
       01  WS-FD-VU           PIC X         VALUE 'N'    .
       01  WS-FD-MIN          PIC 9(4)      VALUE 0      .
       01  WS-FD-MAX          PIC 9(4)      VALUE 0      .
       01  WS-LG-MIN          PIC 9(4)      VALUE 0      .
       01  WS-LG-MAX          PIC 9(4)      VALUE 0      .
       01  WS-LGPIC           PIC 9(3)      VALUE 0      .
       01  WS-NB-CHIFFRES     PIC 99        VALUE 0      .
       01  WS-ECHELLE         PIC 99        VALUE 0      .
       01  WS-APRES-V         PIC X         VALUE 'N'    .
       01  WS-REP             PIC 9(3)      VALUE 0      .
       01  WS-SYMB            PIC X         VALUE SPACE  .
       01  WS-CHIFFRE         PIC 9         VALUE 0      .
       01  WS-TYPE            PIC X         VALUE SPACE  .

      *    lecture des données
       01  WS-LG-ENR          PIC 9(4)      VALUE 0      .
       01  WS-NB-LUS          PIC 9(7)      VALUE 0      .
       01  WS-NB-VIDES        PIC 9(7)      VALUE 0      .
       01  WS-NB-COURTS       PIC 9(7)      VALUE 0      .
       01  WS-NB-LONGS        PIC 9(7)      VALUE 0      .
       01  WS-NB-EX-LG        PIC 99        VALUE 0      .
       01  WS-TAB-EX-LG.
           05 WS-EX-LG OCCURS 10 TIMES.
              10 WS-EX-LG-ENR     PIC 9(7).
              10 WS-EX-LG-LONG    PIC 9(4).
       01  WS-NB-TOK          PIC 9(3)      VALUE 0      .
       01  WS-TAB-TOK.
           05 WS-TOK OCCURS 60 TIMES PIC X(250).
       01  WS-VAL             PIC X(250)    VALUE SPACES .
       01  WS-VAL-LG          PIC 9(3)      VALUE 0      .
       01  WS-VAL-CLE         PIC X(30)     VALUE SPACES .
       01  WS-VAL-OK          PIC X         VALUE 'O'    .
       01  WS-NUM-TXT         PIC X(40)     VALUE SPACES .
       01  WS-NUM             PIC S9(13)V9(5) VALUE 0    .
       01  WS-NUM-OK          PIC X         VALUE 'N'    .
       01  WS-SIGNE           PIC S9        VALUE 1      .
       01  WS-SURFRAPPE       PIC X(30)
           VALUE '{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'.
       01  WS-POS-SIGNE       PIC 99        VALUE 0      .

      *    calcul des valeurs les plus fréquentes
       01  WS-PRIS.
           05 WS-PRIS-VAL OCCURS 100 TIMES PIC X.
       01  WS-MEILLEUR        PIC 9(3)      VALUE 0      .
       01  WS-RANG            PIC 9         VALUE 0      .

       01  IND-CH             PIC 99        VALUE 0      .
       01  IND-MOT            PIC 99        VALUE 0      .
       01  IND-MOT2           PIC 99        VALUE 0      .
       01  IND-CAR            PIC 9(4)      VALUE 0      .
       01  IND-VAL            PIC 9(3)      VALUE 0      .
       01  IND-OCC            PIC 9(3)      VALUE 0      .
       01  WS-POS             PIC 9(4)      VALUE 0      .
       01  WS-MARQUEUR        PIC X         VALUE 'N'    .

      *    éditions du rapport
       01  WS-ED-NB           PIC Z(6)9                  .
       01  WS-ED-NB2          PIC Z(6)9                  .
       01  WS-ED-LG           PIC ZZZ9                   .
       01  WS-ED-LG2          PIC ZZZ9                   .
       01  WS-ED-NUM          PIC -(13)9.9(5)            .
       01  WS-ED-TAUX         PIC ZZ9.9                  .
       01  WS-TAUX            PIC 999V9     VALUE 0      .
       01  WS-LIG-CHAMP.
           05 LC-NOM          PIC X(30).
           05 FILLER          PIC X.
           05 LC-POS          PIC ZZZ9.
           05 FILLER          PIC X.
           05 LC-LG           PIC ZZ9.
           05 FILLER          PIC X.
           05 LC-TYPE         PIC X.
           05 FILLER          PIC X.
           05 LC-DATE         PIC X.
           05 FILLER          PIC X.
           05 LC-REMPLIS      PIC Z(6)9.
           05 FILLER          PIC X.
           05 LC-TAUX         PIC ZZ9.9.
           05 FILLER          PIC X.
           05 LC-NONNUM       PIC Z(6)9.
           05 FILLER          PIC X.
           05 LC-DATINV       PIC Z(6)9.
           05 FILLER          PIC X.
           05 LC-DEBORD       PIC Z(6)9.
           05 FILLER          PIC X(3).
           05 LC-DISTINCT     PIC X(4).
           05 FILLER          PIC X(2).
           05 LC-PIC          PIC X(20).
           05 FILLER          PIC X(12).

           COPY DATECALC.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMNOFILE
              DISPLAY 'PROFCPY-PARAM.TXT INTROUVABLE - RIEN A PROFILER'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-STAT-FPARAMOK
              DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                 WS-STAT-FPARAM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT F-RAPPORT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'PROFIL DES FICHIERS DE DONNEES - ' WS-DATE-JOUR(7:2)
                  '/' WS-DATE-JOUR(5:2) '/' WS-DATE-JOUR(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-PARAM.
           READ F-PARAM.
           PERFORM UNTIL WS-STAT-FPARAMFIN
              IF REC-PARAM NOT = SPACES
                 AND REC-PARAM(1:1) NOT = '*'
                 PERFORM TRAITE-FICHIER THRU TRAITE-FICHIER-FIN
              END-IF
              MOVE SPACES TO REC-PARAM
              READ F-PARAM
           END-PERFORM.
           CLOSE F-PARAM.
           CLOSE F-RAPPORT.
           IF WS-NB-ECARTES > 0
              DISPLAY 'ATTENTION :' SPACE WS-NB-ECARTES SPACE
                 'FICHIER(S) NON PROFILE(S)'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'PROFIL TERMINE,' SPACE WS-NB-TRAVAUX SPACE
              'FICHIER(S) - CF PROFCPY-RAPPORT.TXT'.
      * 0000-MAIN-END
           STOP RUN.

      ***************************************************************
      *    Un fichier de la liste : dessin, lecture des données,
      *    rapport
      ***************************************************************
       TRAITE-FICHIER.
           ADD 1 TO WS-NB-TRAVAUX.
           MOVE SPACES TO WS-DESSIN-NOM WS-ENR-NOM WS-DONNEES-NOM
                          WS-SEP WS-MOTS-DATE WS-MOTIF.
           UNSTRING REC-PARAM DELIMITED BY ';'
              INTO WS-DESSIN-NOM WS-ENR-NOM WS-DONNEES-NOM
                   WS-SEP WS-MOTS-DATE.
           MOVE FUNCTION UPPER-CASE(WS-ENR-NOM) TO WS-ENR-NOM.
           MOVE FUNCTION UPPER-CASE(WS-MOTS-DATE) TO WS-MOTS-DATE.
           MOVE SPACES TO WS-TAB-MOT-DATE.
           MOVE 'DATE' TO WS-MOT-DATE(1).
           UNSTRING WS-MOTS-DATE DELIMITED BY ','
              INTO WS-MOT-DATE(2) WS-MOT-DATE(3) WS-MOT-DATE(4)
                   WS-MOT-DATE(5) WS-MOT-DATE(6).
           MOVE 'O' TO WS-ETAT.

           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE ALL '=' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'FICHIER       : ' FUNCTION TRIM(WS-DONNEES-NOM)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'DESSIN        : ' FUNCTION TRIM(WS-DESSIN-NOM)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-ENR-NOM = SPACES
              MOVE 'ENREGISTREMENT: (PREMIER 01 DU DESSIN)'
                 TO WS-LIG-RAP
           ELSE
              STRING 'ENREGISTREMENT: ' WS-ENR-NOM
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           PERFORM ECRIT-LIGNE.

           PERFORM CHARGE-DESSIN THRU CHARGE-DESSIN-FIN.
           IF WS-ETAT-OK
              PERFORM LIT-DONNEES THRU LIT-DONNEES-FIN
           END-IF.
           IF NOT WS-ETAT-OK
              ADD 1 TO WS-NB-ECARTES
              MOVE SPACES TO WS-LIG-RAP
              STRING 'FICHIER NON PROFILE : ' WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE
              DISPLAY FUNCTION TRIM(WS-DONNEES-NOM) ' NON PROFILE : '
                 FUNCTION TRIM(WS-MOTIF)
              GO TO TRAITE-FICHIER-FIN
           END-IF.
           PERFORM ECRIT-PROFIL THRU ECRIT-PROFIL-FIN.
           DISPLAY FUNCTION TRIM(WS-DONNEES-NOM) ' :' SPACE
              WS-NB-LUS ' ENREGISTREMENT(S), ' WS-NB-CH ' ZONE(S)'.
       TRAITE-FICHIER-FIN.
           EXIT.

      ***************************************************************
      *    Lecture du dessin : les entrées de donnée (reconstituées
      *    jusqu'au point final) de l'enregistrement 01 demandé
      *    donnent les zones élémentaires, avec leur position ; la
      *    clause RECORD du FD qui le précède donne la longueur
      *    attendue. Une zone REDEFINES (hors niveau 01) est ignorée
      *    avec ses subordonnées, une zone élémentaire répétée
      *    (OCCURS) compte une zone par occurrence.
      ***************************************************************
       CHARGE-DESSIN.
           MOVE 0 TO WS-NB-CH WS-LG-DESSIN WS-NIV-SAUT
                     WS-FD-MIN WS-FD-MAX.
           MOVE 'N' TO WS-DANS-ENR WS-FD-VU.
           MOVE SPACES TO WS-ENTREE.
           MOVE 1 TO WS-ENTREE-PTR.
           OPEN INPUT F-DESSIN.
           IF NOT WS-STAT-FDESOK
              MOVE 'N' TO WS-ETAT
              STRING 'DESSIN ILLISIBLE, STATUT ' WS-STAT-FDES
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO CHARGE-DESSIN-FIN
           END-IF.
           MOVE SPACES TO REC-DESSIN.
           READ F-DESSIN.
           PERFORM UNTIL NOT WS-STAT-FDESOK OR WS-APRES-ENR
                      OR NOT WS-ETAT-OK
              PERFORM PREPARE-LIGNE
              IF WS-CODE NOT = SPACES
                 PERFORM AJOUTE-CODE THRU AJOUTE-CODE-FIN
              END-IF
              MOVE SPACES TO REC-DESSIN
              READ F-DESSIN
           END-PERFORM.
           CLOSE F-DESSIN.
           IF NOT WS-ETAT-OK
              GO TO CHARGE-DESSIN-FIN
           END-IF.
           IF WS-AVANT-ENR
              MOVE 'N' TO WS-ETAT
              MOVE 'ENREGISTREMENT 01 ABSENT DU DESSIN' TO WS-MOTIF
              GO TO CHARGE-DESSIN-FIN
           END-IF.
           IF WS-NB-CH = 0
              MOVE 'N' TO WS-ETAT
              MOVE 'AUCUNE ZONE ELEMENTAIRE DANS L''ENREGISTREMENT'
                 TO WS-MOTIF
              GO TO CHARGE-DESSIN-FIN
           END-IF.
      *    longueur attendue : celle du FD, à défaut celle du dessin
           IF WS-FD-VU = 'O'
              MOVE WS-FD-MIN TO WS-LG-MIN
              MOVE WS-FD-MAX TO WS-LG-MAX
           ELSE
              MOVE WS-LG-DESSIN TO WS-LG-MIN WS-LG-MAX
           END-IF.
       CHARGE-DESSIN-FIN.
           EXIT.

      *    Zone de code (colonnes 8 à 72) en majuscules dans
      *    WS-CODE ; commentaire (colonne 7 '*' ou '/') et fin de
      *    ligne '*>' mis à blanc
       PREPARE-LIGNE.
           MOVE SPACES TO WS-CODE.
           IF REC-DESSIN(7:1) NOT = '*' AND NOT = '/'
              MOVE FUNCTION UPPER-CASE(REC-DESSIN(8:65)) TO WS-CODE
              MOVE 0 TO WS-POS
              INSPECT WS-CODE TALLYING WS-POS
                 FOR CHARACTERS BEFORE INITIAL '*>'
              IF WS-POS < 65
                 MOVE SPACES TO WS-CODE(WS-POS + 1:)
              END-IF
           END-IF.

      *    Ligne de code ajoutée à l'entrée en cours ; le point final
      *    la termine
       AJOUTE-CODE.
           IF WS-ENTREE-PTR > 330
              MOVE SPACES TO WS-ENTREE
              MOVE 1 TO WS-ENTREE-PTR
           END-IF.
           STRING FUNCTION TRIM(WS-CODE) SPACE
           DELIMITED BY SIZE
           INTO WS-ENTREE
           WITH POINTER WS-ENTREE-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CODE)) TO WS-POS.
           IF WS-CODE(1:WS-POS) NOT = SPACES
              AND FUNCTION TRIM(WS-CODE)(WS-POS:1) = '.'
              PERFORM ANALYSE-ENTREE THRU ANALYSE-ENTREE-FIN
              MOVE SPACES TO WS-ENTREE
              MOVE 1 TO WS-ENTREE-PTR
           END-IF.
       AJOUTE-CODE-FIN.
           EXIT.

       ANALYSE-ENTREE.
           MOVE SPACES TO WS-TAB-MOT.
           UNSTRING WS-ENTREE DELIMITED BY ALL SPACE
              INTO WS-MOT(1) WS-MOT(2) WS-MOT(3) WS-MOT(4)
                   WS-MOT(5) WS-MOT(6) WS-MOT(7) WS-MOT(8)
                   WS-MOT(9) WS-MOT(10) WS-MOT(11) WS-MOT(12)
                   WS-MOT(13) WS-MOT(14) WS-MOT(15) WS-MOT(16).
      *    point final retiré de chaque mot
           PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 16
              IF WS-MOT(IND-MOT) NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MOT(IND-MOT)))
                    TO WS-POS
                 IF WS-MOT(IND-MOT)(WS-POS:1) = '.'
                    MOVE SPACE TO WS-MOT(IND-MOT)(WS-POS:1)
                 END-IF
              END-IF
           END-PERFORM.
      *    FD : clause RECORD CONTAINS n [TO m] ou VARYING FROM n
      *    TO m ; un FD ou une section après l'enregistrement le
      *    termine
           IF WS-MOT(1) = 'FD' OR 'SD'
              IF WS-EN-ENR
                 MOVE 'F' TO WS-DANS-ENR
              ELSE
                 PERFORM LIT-CLAUSE-RECORD THRU LIT-CLAUSE-RECORD-FIN
              END-IF
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-MOT(2) = 'SECTION' OR 'DIVISION'
              OR WS-MOT(1) = 'PROCEDURE'
              MOVE 'N' TO WS-FD-VU
              IF WS-EN-ENR
                 MOVE 'F' TO WS-DANS-ENR
              END-IF
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-MOT(1)(3:1) NOT = SPACE
              OR WS-MOT(1)(1:1) IS NOT NUMERIC
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-MOT(1)(2:1) = SPACE
              MOVE WS-MOT(1)(1:1) TO WS-NIVEAU
           ELSE
              IF WS-MOT(1)(2:1) IS NOT NUMERIC
                 GO TO ANALYSE-ENTREE-FIN
              END-IF
              MOVE WS-MOT(1)(1:2) TO WS-NIVEAU
           END-IF.
           IF WS-NIVEAU = 88 OR 66
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-NIVEAU = 77
              IF WS-EN-ENR
                 MOVE 'F' TO WS-DANS-ENR
              END-IF
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           PERFORM LIT-CLAUSES THRU LIT-CLAUSES-FIN.

           IF WS-NIVEAU = 1
              IF WS-EN-ENR
                 MOVE 'F' TO WS-DANS-ENR
                 GO TO ANALYSE-ENTREE-FIN
              END-IF
              IF WS-ENR-NOM = SPACES OR WS-NOM-ZONE = WS-ENR-NOM
                 MOVE 'O' TO WS-DANS-ENR
      *          enregistrement sans subdivision : une seule zone
                 IF WS-PIC NOT = SPACES
                    PERFORM AJOUTE-ZONE THRU AJOUTE-ZONE-FIN
                 END-IF
              END-IF
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF NOT WS-EN-ENR
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-NIV-SAUT > 0
              IF WS-NIVEAU > WS-NIV-SAUT
                 GO TO ANALYSE-ENTREE-FIN
              END-IF
              MOVE 0 TO WS-NIV-SAUT
           END-IF.
      *    vue alternative : la zone redéfinie est déjà comptée
           IF WS-REDEF = 'O'
              MOVE WS-NIVEAU TO WS-NIV-SAUT
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           IF WS-PIC = SPACES
              IF WS-OCCURS > 0
                 MOVE 'N' TO WS-ETAT
                 STRING 'OCCURS SUR LE GROUPE '
                        FUNCTION TRIM(WS-NOM-ZONE)
                        ' NON GERE'
                 DELIMITED BY SIZE
                 INTO WS-MOTIF
              END-IF
              GO TO ANALYSE-ENTREE-FIN
           END-IF.
           PERFORM AJOUTE-ZONE THRU AJOUTE-ZONE-FIN.
       ANALYSE-ENTREE-FIN.
           EXIT.

       LIT-CLAUSE-RECORD.
           MOVE 'N' TO WS-FD-VU.
           PERFORM VARYING IND-MOT FROM 2 BY 1 UNTIL IND-MOT > 14
              IF (WS-MOT(IND-MOT) = 'CONTAINS' OR 'FROM')
                 AND (WS-FD-VU = 'N')
                 AND (FUNCTION TEST-NUMVAL(WS-MOT(IND-MOT + 1)) = 0)
                 MOVE 'O' TO WS-FD-VU
                 COMPUTE WS-FD-MIN =
                    FUNCTION NUMVAL(WS-MOT(IND-MOT + 1))
                 MOVE WS-FD-MIN TO WS-FD-MAX
                 IF (WS-MOT(IND-MOT + 2) = 'TO')
                    AND (FUNCTION TEST-NUMVAL(WS-MOT(IND-MOT + 3)) = 0)
                    COMPUTE WS-FD-MAX =
                       FUNCTION NUMVAL(WS-MOT(IND-MOT + 3))
                 END-IF
              END-IF
           END-PERFORM.
       LIT-CLAUSE-RECORD-FIN.
           EXIT.

      *    Nom (marqueurs :XXX: retirés, FILLER si absent), PICTURE,
      *    USAGE, OCCURS et REDEFINES de l'entrée
       LIT-CLAUSES.
           MOVE SPACES TO WS-NOM-ZONE WS-PIC WS-USAGE.
           MOVE 0 TO WS-OCCURS.
           MOVE 'N' TO WS-REDEF.
           MOVE 2 TO IND-MOT2.
           IF WS-MOT(2) = SPACES OR 'PIC' OR 'PICTURE' OR 'OCCURS'
              OR 'REDEFINES' OR 'VALUE' OR 'USAGE' OR 'COMP'
              OR 'COMP-3' OR 'BINARY' OR 'PACKED-DECIMAL'
              MOVE 'FILLER' TO WS-NOM-ZONE
           ELSE
              MOVE SPACES TO WS-NOM-TMP
              MOVE 'N' TO WS-MARQUEUR
              MOVE 1 TO WS-POS
              PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 30
                 IF WS-MOT(2)(IND-CAR:1) = ':'
                    IF WS-MARQUEUR = 'N'
                       MOVE 'O' TO WS-MARQUEUR
                    ELSE
                       MOVE 'N' TO WS-MARQUEUR
                    END-IF
                 ELSE
                    IF WS-MARQUEUR = 'N'
                       MOVE WS-MOT(2)(IND-CAR:1)
                          TO WS-NOM-TMP(WS-POS:1)
                       ADD 1 TO WS-POS
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-NOM-TMP TO WS-NOM-ZONE
              MOVE 3 TO IND-MOT2
           END-IF.
           PERFORM VARYING IND-MOT FROM IND-MOT2 BY 1
                   UNTIL IND-MOT > 15
              EVALUATE WS-MOT(IND-MOT)
                 WHEN 'PIC'
                 WHEN 'PICTURE'
                    IF WS-MOT(IND-MOT + 1) = 'IS'
                       ADD 1 TO IND-MOT
                    END-IF
                    MOVE WS-MOT(IND-MOT + 1) TO WS-PIC
                 WHEN 'OCCURS'
                    IF FUNCTION TEST-NUMVAL(WS-MOT(IND-MOT + 1)) = 0
                       COMPUTE WS-OCCURS =
                          FUNCTION NUMVAL(WS-MOT(IND-MOT + 1))
                    END-IF
                 WHEN 'REDEFINES'
                    MOVE 'O' TO WS-REDEF
                 WHEN 'COMP'
                 WHEN 'COMP-1'
                 WHEN 'COMP-2'
                 WHEN 'COMP-3'
                 WHEN 'COMP-4'
                 WHEN 'COMP-5'
                 WHEN 'COMPUTATIONAL'
                 WHEN 'COMPUTATIONAL-3'
                 WHEN 'BINARY'
                 WHEN 'PACKED-DECIMAL'
                    MOVE WS-MOT(IND-MOT) TO WS-USAGE
              END-EVALUATE
           END-PERFORM.
      *    FILLER de genercpy écrit PIC (nn) : repris en X(nn)
           IF WS-PIC(1:1) = '('
              MOVE WS-PIC TO WS-NOM-TMP
              MOVE SPACES TO WS-PIC
              STRING 'X' WS-NOM-TMP DELIMITED BY SPACE INTO WS-PIC
           END-IF.
       LIT-CLAUSES-FIN.
           EXIT.

      *    Zone élémentaire : type, longueur et échelle d'après la
      *    PICTURE et l'USAGE, une entrée par occurrence
       AJOUTE-ZONE.
           PERFORM CALCULE-PIC THRU CALCULE-PIC-FIN.
           IF WS-OCCURS = 0
              MOVE 1 TO WS-OCCURS
           END-IF.
           PERFORM VARYING IND-OCC FROM 1 BY 1
                   UNTIL IND-OCC > WS-OCCURS OR NOT WS-ETAT-OK
              IF WS-NB-CH >= 60
                 MOVE 'N' TO WS-ETAT
                 MOVE 'DESSIN DE PLUS DE 60 ZONES ELEMENTAIRES'
                    TO WS-MOTIF
              ELSE
                 ADD 1 TO WS-NB-CH
                 INITIALIZE WS-CH(WS-NB-CH)
                 MOVE WS-NOM-ZONE TO WS-CH-NOM(WS-NB-CH)
                 IF WS-OCCURS > 1
                    MOVE IND-OCC TO WS-ED-LG
                    MOVE SPACES TO WS-CH-NOM(WS-NB-CH)
                    STRING FUNCTION TRIM(WS-NOM-ZONE) '('
                           FUNCTION TRIM(WS-ED-LG) ')'
                    DELIMITED BY SIZE
                    INTO WS-CH-NOM(WS-NB-CH)
                 END-IF
                 MOVE WS-PIC TO WS-CH-PIC(WS-NB-CH)
                 COMPUTE WS-CH-POS(WS-NB-CH) = WS-LG-DESSIN + 1
                 MOVE WS-LGPIC TO WS-CH-LG(WS-NB-CH)
                 MOVE WS-TYPE TO WS-CH-TYPE(WS-NB-CH)
                 MOVE WS-ECHELLE TO WS-CH-ECHELLE(WS-NB-CH)
                 MOVE 'N' TO WS-CH-DATE(WS-NB-CH) WS-CH-SATURE(WS-NB-CH)
                             WS-CH-A-BORNE(WS-NB-CH)
                 PERFORM REPERE-DATE THRU REPERE-DATE-FIN
                 ADD WS-LGPIC TO WS-LG-DESSIN
              END-IF
           END-PERFORM.
           IF WS-LG-DESSIN > 1000
              MOVE 'N' TO WS-ETAT
              MOVE 'ENREGISTREMENT DE PLUS DE 1000 CARACTERES'
                 TO WS-MOTIF
           END-IF.
       AJOUTE-ZONE-FIN.
           EXIT.

      *    Date AAAAMMJJ : 8 positions en clair, nom portant DATE ou
      *    un des mots de la ligne de paramètre
       REPERE-DATE.
           IF WS-CH-LG(WS-NB-CH) NOT = 8
              OR (WS-CH-TYPE(WS-NB-CH) NOT = 'A' AND NOT = 'N')
              OR WS-CH-NOM(WS-NB-CH) = 'FILLER'
              GO TO REPERE-DATE-FIN
           END-IF.
           PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 6
              IF WS-MOT-DATE(IND-MOT) NOT = SPACES
                 MOVE 0 TO WS-POS
                 INSPECT WS-CH-NOM(WS-NB-CH) TALLYING WS-POS
                    FOR ALL FUNCTION TRIM(WS-MOT-DATE(IND-MOT))
                 IF WS-POS > 0
                    MOVE 'O' TO WS-CH-DATE(WS-NB-CH)
                 END-IF
              END-IF
           END-PERFORM.
       REPERE-DATE-FIN.
           EXIT.

      *    Longueur en octets de la PICTURE (symbole répété (n), S V
      *    et P sans position), nombre de chiffres, échelle, type ;
      *    l'USAGE binaire ou packé fixe la longueur réelle
       CALCULE-PIC.
           MOVE 0 TO WS-LGPIC WS-NB-CHIFFRES WS-ECHELLE.
           MOVE 'N' TO WS-APRES-V.
           MOVE SPACE TO WS-SYMB.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 20
              EVALUATE WS-PIC(IND-CAR:1)
                 WHEN SPACE
                    CONTINUE
                 WHEN 'S'
                 WHEN 'P'
                    CONTINUE
                 WHEN 'V'
                    MOVE 'O' TO WS-APRES-V
                 WHEN '('
                    MOVE 0 TO WS-REP
                    ADD 1 TO IND-CAR
                    PERFORM UNTIL IND-CAR > 20
                            OR WS-PIC(IND-CAR:1) = ')'
                       IF WS-PIC(IND-CAR:1) IS NUMERIC
                          MOVE WS-PIC(IND-CAR:1) TO WS-CHIFFRE
                          COMPUTE WS-REP = (WS-REP * 10) + WS-CHIFFRE
                       END-IF
                       ADD 1 TO IND-CAR
                    END-PERFORM
      *             le symbole devant la parenthèse compte déjà 1
                    IF WS-REP > 0
                       COMPUTE WS-LGPIC = WS-LGPIC + WS-REP - 1
                       IF WS-SYMB = '9'
                          COMPUTE WS-NB-CHIFFRES =
                             WS-NB-CHIFFRES + WS-REP - 1
                          IF WS-APRES-V = 'O'
                             COMPUTE WS-ECHELLE =
                                WS-ECHELLE + WS-REP - 1
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE WS-PIC(IND-CAR:1) TO WS-SYMB
                    ADD 1 TO WS-LGPIC
                    IF WS-SYMB = '9'
                       ADD 1 TO WS-NB-CHIFFRES
                       IF WS-APRES-V = 'O'
                          ADD 1 TO WS-ECHELLE
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE 0 TO WS-POS.
           INSPECT WS-PIC TALLYING WS-POS FOR ALL 'X' ALL 'A' ALL 'N'.
           IF WS-POS > 0
              MOVE 'A' TO WS-TYPE
           ELSE
              INSPECT WS-PIC TALLYING WS-POS
                 FOR ALL 'Z' ALL '*' ALL ',' ALL '.' ALL '+' ALL '-'
                     ALL 'B' ALL '/' ALL 'C' ALL 'D' ALL '$' ALL '0'
              IF WS-POS > 0
                 MOVE 'E' TO WS-TYPE
              ELSE
                 IF WS-PIC(1:1) = 'S'
                    MOVE 'S' TO WS-TYPE
                 ELSE
                    MOVE 'N' TO WS-TYPE
                 END-IF
              END-IF
           END-IF.
           IF WS-ECHELLE > 9
              MOVE 9 TO WS-ECHELLE
           END-IF.
           EVALUATE WS-USAGE
              WHEN SPACES
                 CONTINUE
              WHEN 'COMP-3'
              WHEN 'COMPUTATIONAL-3'
              WHEN 'PACKED-DECIMAL'
                 COMPUTE WS-LGPIC = (WS-NB-CHIFFRES / 2) + 1
                 MOVE 'B' TO WS-TYPE
              WHEN 'COMP-1'
                 MOVE 4 TO WS-LGPIC
                 MOVE 'B' TO WS-TYPE
              WHEN 'COMP-2'
                 MOVE 8 TO WS-LGPIC
                 MOVE 'B' TO WS-TYPE
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN WS-NB-CHIFFRES < 5
                       MOVE 2 TO WS-LGPIC
                    WHEN WS-NB-CHIFFRES < 10
                       MOVE 4 TO WS-LGPIC
                    WHEN OTHER
                       MOVE 8 TO WS-LGPIC
                 END-EVALUATE
                 MOVE 'B' TO WS-TYPE
           END-EVALUATE.
       CALCULE-PIC-FIN.
           EXIT.

      ***************************************************************
      *    Lecture du fichier de données : contrôle de longueur (ou
      *    du nombre de champs pour un fichier délimité) et profil
      *    de chaque zone
      ***************************************************************
       LIT-DONNEES.
           MOVE 0 TO WS-NB-LUS WS-NB-VIDES WS-NB-COURTS WS-NB-LONGS
                     WS-NB-EX-LG.
           OPEN INPUT F-DONNEES.
           IF NOT WS-STAT-FDONOK
              MOVE 'N' TO WS-ETAT
              STRING 'FICHIER ILLISIBLE, STATUT ' WS-STAT-FDON
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO LIT-DONNEES-FIN
           END-IF.
           PERFORM LIT-ENREG.
           PERFORM UNTIL NOT WS-STAT-FDONOK
              IF WS-LG-ENR = 0 OR REC-DONNEES(1:WS-LG-ENR) = SPACES
                 ADD 1 TO WS-NB-VIDES
              ELSE
                 ADD 1 TO WS-NB-LUS
                 PERFORM PROFILE-ENREG THRU PROFILE-ENREG-FIN
              END-IF
              PERFORM LIT-ENREG
           END-PERFORM.
           CLOSE F-DONNEES.
       LIT-DONNEES-FIN.
           EXIT.

      *    la zone d'enregistrement garde la fin de la ligne
      *    précédente : complétée à blanc après la longueur lue
       LIT-ENREG.
           READ F-DONNEES.
           IF WS-STAT-FDONOK AND WS-LG-ENR < 1000
              MOVE SPACES TO REC-DONNEES(WS-LG-ENR + 1:)
           END-IF.

       PROFILE-ENREG.
           IF WS-SEP = SPACE
              IF WS-LG-ENR < WS-LG-MIN
                 ADD 1 TO WS-NB-COURTS
                 PERFORM NOTE-LONGUEUR
              END-IF
              IF WS-LG-ENR > WS-LG-MAX
                 ADD 1 TO WS-NB-LONGS
                 PERFORM NOTE-LONGUEUR
              END-IF
           ELSE
              PERFORM DECOUPE-ENREG
              IF WS-NB-TOK < WS-NB-CH
                 ADD 1 TO WS-NB-COURTS
                 PERFORM NOTE-LONGUEUR
              END-IF
              IF WS-NB-TOK > WS-NB-CH
                 ADD 1 TO WS-NB-LONGS
                 PERFORM NOTE-LONGUEUR
              END-IF
           END-IF.
           PERFORM VARYING IND-CH FROM 1 BY 1 UNTIL IND-CH > WS-NB-CH
              PERFORM PROFILE-ZONE THRU PROFILE-ZONE-FIN
           END-PERFORM.
       PROFILE-ENREG-FIN.
           EXIT.

      *    dix premiers enregistrements de longueur (ou de nombre de
      *    champs) non conforme
       NOTE-LONGUEUR.
           IF WS-NB-EX-LG < 10
              ADD 1 TO WS-NB-EX-LG
              MOVE WS-NB-LUS TO WS-EX-LG-ENR(WS-NB-EX-LG)
              IF WS-SEP = SPACE
                 MOVE WS-LG-ENR TO WS-EX-LG-LONG(WS-NB-EX-LG)
              ELSE
                 MOVE WS-NB-TOK TO WS-EX-LG-LONG(WS-NB-EX-LG)
              END-IF
           END-IF.

      *    champs de la ligne délimitée, dans l'ordre du dessin
       DECOUPE-ENREG.
           MOVE SPACES TO WS-TAB-TOK.
           MOVE 1 TO WS-NB-TOK WS-POS.
           PERFORM VARYING IND-CAR FROM 1 BY 1
                   UNTIL IND-CAR > WS-LG-ENR
              IF REC-DONNEES(IND-CAR:1) = WS-SEP
                 ADD 1 TO WS-NB-TOK
                 MOVE 1 TO WS-POS
              ELSE
                 IF WS-NB-TOK <= 60 AND WS-POS <= 250
                    MOVE REC-DONNEES(IND-CAR:1)
                       TO WS-TOK(WS-NB-TOK)(WS-POS:1)
                 END-IF
                 ADD 1 TO WS-POS
              END-IF
           END-PERFORM.

      *    Profil de la zone IND-CH pour l'enregistrement courant :
      *    remplissage, classe numérique, date, valeurs et bornes
       PROFILE-ZONE.
           MOVE SPACES TO WS-VAL.
           IF WS-SEP = SPACE
              MOVE REC-DONNEES(WS-CH-POS(IND-CH):WS-CH-LG(IND-CH))
                 TO WS-VAL
              MOVE WS-CH-LG(IND-CH) TO WS-VAL-LG
           ELSE
              IF IND-CH <= WS-NB-TOK
                 MOVE FUNCTION TRIM(WS-TOK(IND-CH)) TO WS-VAL
              END-IF
              MOVE 0 TO WS-VAL-LG
              IF WS-VAL NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VAL))
                    TO WS-VAL-LG
              END-IF
              IF WS-VAL-LG > WS-CH-LG(IND-CH)
                 ADD 1 TO WS-CH-DEBORD(IND-CH)
              END-IF
           END-IF.
           IF WS-VAL = SPACES OR WS-CH-BINAIRE(IND-CH)
              GO TO PROFILE-ZONE-FIN
           END-IF.
           ADD 1 TO WS-CH-REMPLIS(IND-CH).
           MOVE WS-VAL TO WS-VAL-CLE.
           MOVE 'O' TO WS-VAL-OK.
           IF WS-CH-NUMERIQUE(IND-CH)
              PERFORM CONTROLE-NUMERIQUE THRU CONTROLE-NUMERIQUE-FIN
           END-IF.
           IF WS-VAL-OK = 'O' AND WS-CH-EST-DATE(IND-CH)
              PERFORM CONTROLE-DATE THRU CONTROLE-DATE-FIN
           END-IF.
           PERFORM COMPTE-VALEUR THRU COMPTE-VALEUR-FIN.
           IF WS-VAL-OK = 'O'
              PERFORM MAJ-BORNES THRU MAJ-BORNES-FIN
           END-IF.
       PROFILE-ZONE-FIN.
           EXIT.

      *    Classe numérique et valeur (WS-NUM, échelle appliquée) :
      *    9(n) en chiffres seuls, signé avec signe en surfrappe sur
      *    le dernier chiffre, édité ou délimité par NUMVAL
       CONTROLE-NUMERIQUE.
           MOVE 'N' TO WS-NUM-OK.
           MOVE 0 TO WS-NUM.
           EVALUATE TRUE
              WHEN WS-CH-TYPE(IND-CH) = 'N'
                 IF WS-VAL(1:WS-VAL-LG) IS NUMERIC
                    MOVE 'O' TO WS-NUM-OK
                    IF WS-VAL-LG < 19
                       COMPUTE WS-NUM =
                          FUNCTION NUMVAL(WS-VAL(1:WS-VAL-LG))
                          / (10 ** WS-CH-ECHELLE(IND-CH))
                    END-IF
                 END-IF
              WHEN WS-CH-TYPE(IND-CH) = 'S' AND WS-SEP = SPACE
                 PERFORM CONTROLE-SIGNE THRU CONTROLE-SIGNE-FIN
              WHEN OTHER
                 MOVE WS-VAL TO WS-NUM-TXT
                 INSPECT WS-NUM-TXT REPLACING ALL ',' BY '.'
                 IF FUNCTION TEST-NUMVAL(WS-NUM-TXT) = 0
                    MOVE 'O' TO WS-NUM-OK
                    COMPUTE WS-NUM = FUNCTION NUMVAL(WS-NUM-TXT)
                    MOVE 0 TO WS-POS
                    INSPECT WS-NUM-TXT TALLYING WS-POS FOR ALL '.'
      *             sans séparateur, la virgule reste virtuelle
                    IF WS-POS = 0 AND WS-CH-TYPE(IND-CH) NOT = 'E'
                       COMPUTE WS-NUM =
                          WS-NUM / (10 ** WS-CH-ECHELLE(IND-CH))
                    END-IF
                 END-IF
           END-EVALUATE.
           IF WS-NUM-OK = 'N'
              MOVE 'N' TO WS-VAL-OK
              ADD 1 TO WS-CH-NONNUM(IND-CH)
              MOVE 'N' TO WS-CH-EX-MOT(IND-CH, 1)
              PERFORM NOTE-EXEMPLE
           END-IF.
       CONTROLE-NUMERIQUE-FIN.
           EXIT.

       CONTROLE-SIGNE.
           MOVE 1 TO WS-SIGNE.
           MOVE SPACES TO WS-NUM-TXT.
           MOVE WS-VAL(1:WS-VAL-LG) TO WS-NUM-TXT.
           IF WS-VAL-LG > 1
              IF WS-VAL(1:WS-VAL-LG - 1) IS NOT NUMERIC
                 GO TO CONTROLE-SIGNE-FIN
              END-IF
           END-IF.
           IF WS-VAL(WS-VAL-LG:1) IS NOT NUMERIC
              MOVE 0 TO WS-POS-SIGNE
              INSPECT WS-SURFRAPPE TALLYING WS-POS-SIGNE
                 FOR CHARACTERS BEFORE INITIAL WS-VAL(WS-VAL-LG:1)
              IF WS-POS-SIGNE >= 30
                 GO TO CONTROLE-SIGNE-FIN
              END-IF
              IF WS-POS-SIGNE > 9
                 MOVE -1 TO WS-SIGNE
              END-IF
              MOVE FUNCTION MOD(WS-POS-SIGNE, 10) TO WS-CHIFFRE
              MOVE WS-CHIFFRE TO WS-NUM-TXT(WS-VAL-LG:1)
           END-IF.
           MOVE 'O' TO WS-NUM-OK.
           IF WS-VAL-LG < 19
              COMPUTE WS-NUM = WS-SIGNE
                 * FUNCTION NUMVAL(WS-NUM-TXT(1:WS-VAL-LG))
                 / (10 ** WS-CH-ECHELLE(IND-CH))
           END-IF.
       CONTROLE-SIGNE-FIN.
           EXIT.

      *    Date AAAAMMJJ par le calculateur commun ; une date à zéro
      *    n'est pas une date invalide
       CONTROLE-DATE.
           IF WS-VAL-LG = 8 AND WS-VAL(1:8) = '00000000'
              GO TO CONTROLE-DATE-FIN
           END-IF.
           MOVE 'V' TO DC-ACTION.
           MOVE SPACES TO DC-DATE1 DC-DATE2.
           MOVE 0 TO DC-NB-JOURS DC-RC.
           IF WS-VAL-LG = 8
              MOVE WS-VAL(1:8) TO DC-DATE1
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
              END-CALL
           ELSE
              MOVE 1 TO DC-RC
           END-IF.
           IF DC-RC NOT = 0
              MOVE 'N' TO WS-VAL-OK
              ADD 1 TO WS-CH-DATINV(IND-CH)
              MOVE 'D' TO WS-CH-EX-MOT(IND-CH, 1)
              PERFORM NOTE-EXEMPLE
           END-IF.
       CONTROLE-DATE-FIN.
           EXIT.

      *    trois premiers exemples de valeur rejetée, motif N (non
      *    numérique) ou D (date invalide) préparé dans l'entrée 1
       NOTE-EXEMPLE.
           IF WS-CH-NB-EX(IND-CH) < 3
              ADD 1 TO WS-CH-NB-EX(IND-CH)
              MOVE WS-CH-EX-MOT(IND-CH, 1)
                 TO WS-CH-EX-MOT(IND-CH, WS-CH-NB-EX(IND-CH))
              MOVE WS-NB-LUS
                 TO WS-CH-EX-ENR(IND-CH, WS-CH-NB-EX(IND-CH))
              MOVE WS-VAL-CLE
                 TO WS-CH-EX-VAL(IND-CH, WS-CH-NB-EX(IND-CH))
           END-IF.

      *    Valeurs distinctes (non blanches) : 100 suivies par zone,
      *    les suivantes ne sont plus comptées
       COMPTE-VALEUR.
           PERFORM VARYING IND-VAL FROM 1 BY 1
                   UNTIL IND-VAL > WS-CH-NB-VAL(IND-CH)
                   OR WS-CH-VAL-TXT(IND-CH, IND-VAL) = WS-VAL-CLE
              CONTINUE
           END-PERFORM.
           IF IND-VAL <= WS-CH-NB-VAL(IND-CH)
              ADD 1 TO WS-CH-VAL-NB(IND-CH, IND-VAL)
              GO TO COMPTE-VALEUR-FIN
           END-IF.
           IF WS-CH-NB-VAL(IND-CH) >= 100
              MOVE 'O' TO WS-CH-SATURE(IND-CH)
              GO TO COMPTE-VALEUR-FIN
           END-IF.
           ADD 1 TO WS-CH-NB-VAL(IND-CH).
           MOVE WS-VAL-CLE
              TO WS-CH-VAL-TXT(IND-CH, WS-CH-NB-VAL(IND-CH)).
           MOVE 1 TO WS-CH-VAL-NB(IND-CH, WS-CH-NB-VAL(IND-CH)).
       COMPTE-VALEUR-FIN.
           EXIT.

      *    Minimum et maximum des valeurs valides : en valeur pour
      *    une zone numérique, dans l'ordre alphabétique sinon
       MAJ-BORNES.
           IF WS-CH-A-BORNE(IND-CH) = 'N'
              MOVE 'O' TO WS-CH-A-BORNE(IND-CH)
              MOVE WS-VAL-CLE TO WS-CH-MIN(IND-CH) WS-CH-MAX(IND-CH)
              MOVE WS-NUM TO WS-CH-MIN-N(IND-CH) WS-CH-MAX-N(IND-CH)
              GO TO MAJ-BORNES-FIN
           END-IF.
           IF WS-CH-NUMERIQUE(IND-CH)
              IF WS-NUM < WS-CH-MIN-N(IND-CH)
                 MOVE WS-NUM TO WS-CH-MIN-N(IND-CH)
                 MOVE WS-VAL-CLE TO WS-CH-MIN(IND-CH)
              END-IF
              IF WS-NUM > WS-CH-MAX-N(IND-CH)
                 MOVE WS-NUM TO WS-CH-MAX-N(IND-CH)
                 MOVE WS-VAL-CLE TO WS-CH-MAX(IND-CH)
              END-IF
           ELSE
              IF WS-VAL-CLE < WS-CH-MIN(IND-CH)
                 MOVE WS-VAL-CLE TO WS-CH-MIN(IND-CH)
              END-IF
              IF WS-VAL-CLE > WS-CH-MAX(IND-CH)
                 MOVE WS-VAL-CLE TO WS-CH-MAX(IND-CH)
              END-IF
           END-IF.
       MAJ-BORNES-FIN.
           EXIT.

      ***************************************************************
      *    Rapport du fichier : longueurs, tableau des zones, puis
      *    pour chaque zone hors FILLER bornes, valeurs fréquentes
      *    et exemples de valeurs rejetées
      ***************************************************************
       ECRIT-PROFIL.
           MOVE WS-LG-DESSIN TO WS-ED-LG.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-SEP = SPACE
              MOVE WS-LG-MIN TO WS-ED-LG2
              MOVE 1 TO WS-POS
              STRING 'FORMAT        : POSITIONS FIXES, LONGUEUR DU '
                     'DESSIN ' FUNCTION TRIM(WS-ED-LG)
                     ', ATTENDUE ' FUNCTION TRIM(WS-ED-LG2)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-POS
              IF WS-LG-MAX NOT = WS-LG-MIN
                 MOVE WS-LG-MAX TO WS-ED-LG2
                 STRING ' A ' FUNCTION TRIM(WS-ED-LG2)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 WITH POINTER WS-POS
              END-IF
           ELSE
              MOVE WS-NB-CH TO WS-ED-LG2
              STRING 'FORMAT        : CHAMPS SEPARES PAR ''' WS-SEP
                     ''', ' FUNCTION TRIM(WS-ED-LG2)
                     ' CHAMPS ATTENDUS'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           PERFORM ECRIT-LIGNE.
           MOVE WS-NB-LUS TO WS-ED-NB.
           MOVE WS-NB-VIDES TO WS-ED-NB2.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'ENREGISTREMENTS LUS : ' FUNCTION TRIM(WS-ED-NB)
                  '   LIGNES VIDES IGNOREES : ' FUNCTION TRIM(WS-ED-NB2)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE WS-NB-COURTS TO WS-ED-NB.
           MOVE WS-NB-LONGS TO WS-ED-NB2.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-SEP = SPACE
              STRING 'LONGUEUR NON CONFORME : ' FUNCTION TRIM(WS-ED-NB)
                     ' TROP COURT(S) (BLANCS DE FIN DE LIGNE POSSIBLES)'
                     ', ' FUNCTION TRIM(WS-ED-NB2) ' TROP LONG(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING 'NOMBRE DE CHAMPS NON CONFORME : '
                     FUNCTION TRIM(WS-ED-NB) ' EN MOINS, '
                     FUNCTION TRIM(WS-ED-NB2) ' EN TROP'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           PERFORM ECRIT-LIGNE.
           PERFORM VARYING IND-VAL FROM 1 BY 1
                   UNTIL IND-VAL > WS-NB-EX-LG
              MOVE WS-EX-LG-ENR(IND-VAL) TO WS-ED-NB
              MOVE WS-EX-LG-LONG(IND-VAL) TO WS-ED-LG
              MOVE SPACES TO WS-LIG-RAP
              IF WS-SEP = SPACE
                 STRING '   ENREGISTREMENT ' WS-ED-NB
                        ' : LONGUEUR ' WS-ED-LG
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 STRING '   ENREGISTREMENT ' WS-ED-NB
                        ' : ' WS-ED-LG ' CHAMP(S)'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              PERFORM ECRIT-LIGNE
           END-PERFORM.

           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'ZONE                            POS LNG T D '
                  'REMPLIS  TAUX NON NUM DAT INV  DEBORD  DIST  '
                  'PICTURE'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE ALL '-' TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           PERFORM VARYING IND-CH FROM 1 BY 1 UNTIL IND-CH > WS-NB-CH
              PERFORM ECRIT-LIGNE-ZONE
           END-PERFORM.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'T : A ALPHANUMERIQUE, N NUMERIQUE, S SIGNE, '
                  'E EDITE, B BINAIRE/PACKE (NON PROFILE)  '
                  'D : O = DATE AAAAMMJJ CONTROLEE'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.

           PERFORM VARYING IND-CH FROM 1 BY 1 UNTIL IND-CH > WS-NB-CH
              IF WS-CH-NOM(IND-CH) NOT = 'FILLER'
                 AND NOT WS-CH-BINAIRE(IND-CH)
                 PERFORM ECRIT-DETAIL-ZONE THRU ECRIT-DETAIL-ZONE-FIN
              END-IF
           END-PERFORM.
       ECRIT-PROFIL-FIN.
           EXIT.

       ECRIT-LIGNE-ZONE.
           MOVE SPACES TO WS-LIG-CHAMP.
           MOVE WS-CH-NOM(IND-CH) TO LC-NOM.
           MOVE WS-CH-POS(IND-CH) TO LC-POS.
           MOVE WS-CH-LG(IND-CH) TO LC-LG.
           MOVE WS-CH-TYPE(IND-CH) TO LC-TYPE.
           IF WS-CH-EST-DATE(IND-CH)
              MOVE 'O' TO LC-DATE
           END-IF.
           MOVE WS-CH-REMPLIS(IND-CH) TO LC-REMPLIS.
           MOVE 0 TO WS-TAUX.
           IF WS-NB-LUS > 0
              COMPUTE WS-TAUX ROUNDED =
                 WS-CH-REMPLIS(IND-CH) * 100 / WS-NB-LUS
           END-IF.
           MOVE WS-TAUX TO LC-TAUX.
           MOVE WS-CH-NONNUM(IND-CH) TO LC-NONNUM.
           MOVE WS-CH-DATINV(IND-CH) TO LC-DATINV.
           MOVE WS-CH-DEBORD(IND-CH) TO LC-DEBORD.
           MOVE WS-CH-NB-VAL(IND-CH) TO WS-ED-LG.
           MOVE WS-ED-LG TO LC-DISTINCT.
           IF WS-CH-SATURE(IND-CH) = 'O'
              MOVE '>100' TO LC-DISTINCT
           END-IF.
           MOVE WS-CH-PIC(IND-CH) TO LC-PIC.
           MOVE WS-LIG-CHAMP TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.

       ECRIT-DETAIL-ZONE.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.
           MOVE WS-CH-REMPLIS(IND-CH) TO WS-ED-NB.
           MOVE SPACES TO WS-LIG-RAP.
           IF WS-CH-REMPLIS(IND-CH) = 0
              STRING FUNCTION TRIM(WS-CH-NOM(IND-CH))
                     ' : TOUJOURS A BLANC'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING FUNCTION TRIM(WS-CH-NOM(IND-CH)) ' : '
                     FUNCTION TRIM(WS-ED-NB) ' VALEUR(S) RENSEIGNEE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           PERFORM ECRIT-LIGNE.
           IF WS-CH-A-BORNE(IND-CH) = 'O'
              MOVE SPACES TO WS-LIG-RAP
              IF WS-CH-NUMERIQUE(IND-CH)
                 MOVE WS-CH-MIN-N(IND-CH) TO WS-ED-NUM
                 STRING '   MIN : ' FUNCTION TRIM(WS-ED-NUM)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-CH-MAX-N(IND-CH) TO WS-ED-NUM
                 STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                        '   MAX : ' FUNCTION TRIM(WS-ED-NUM)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 STRING '   MIN : [' FUNCTION TRIM(WS-CH-MIN(IND-CH))
                        ']   MAX : [' FUNCTION TRIM(WS-CH-MAX(IND-CH))
                        ']'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              PERFORM ECRIT-LIGNE
           END-IF.
           IF WS-CH-NB-VAL(IND-CH) > 0
              MOVE SPACES TO WS-LIG-RAP
              IF WS-CH-SATURE(IND-CH) = 'O'
                 MOVE '   VALEURS LES PLUS FREQUENTES (SUR LES 100 PREMI
      -              'ERES VALEURS DISTINCTES) :' TO WS-LIG-RAP
              ELSE
                 MOVE '   VALEURS LES PLUS FREQUENTES :' TO WS-LIG-RAP
              END-IF
              PERFORM ECRIT-LIGNE
              MOVE SPACES TO WS-PRIS
              PERFORM VARYING WS-RANG FROM 1 BY 1
                      UNTIL WS-RANG > 5
                      OR WS-RANG > WS-CH-NB-VAL(IND-CH)
                 PERFORM ECRIT-FREQUENTE
              END-PERFORM
           END-IF.
           PERFORM VARYING IND-VAL FROM 1 BY 1
                   UNTIL IND-VAL > WS-CH-NB-EX(IND-CH)
              MOVE WS-CH-EX-ENR(IND-CH, IND-VAL) TO WS-ED-NB
              MOVE SPACES TO WS-LIG-RAP
              IF WS-CH-EX-MOT(IND-CH, IND-VAL) = 'D'
                 STRING '   ENREGISTREMENT ' FUNCTION TRIM(WS-ED-NB)
                        ' DATE INVALIDE : ['
                        FUNCTION TRIM(WS-CH-EX-VAL(IND-CH, IND-VAL))
                        ']'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 STRING '   ENREGISTREMENT ' FUNCTION TRIM(WS-ED-NB)
                        ' NON NUMERIQUE : ['
                        FUNCTION TRIM(WS-CH-EX-VAL(IND-CH, IND-VAL)
                                      TRAILING)
                        ']'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              PERFORM ECRIT-LIGNE
           END-PERFORM.
       ECRIT-DETAIL-ZONE-FIN.
           EXIT.

      *    valeur la plus fréquente parmi celles non encore écrites
       ECRIT-FREQUENTE.
           MOVE 0 TO WS-MEILLEUR.
           PERFORM VARYING IND-VAL FROM 1 BY 1
                   UNTIL IND-VAL > WS-CH-NB-VAL(IND-CH)
              IF WS-PRIS-VAL(IND-VAL) = SPACE
                 IF WS-MEILLEUR = 0
                    MOVE IND-VAL TO WS-MEILLEUR
                 ELSE
                    IF WS-CH-VAL-NB(IND-CH, IND-VAL)
                       > WS-CH-VAL-NB(IND-CH, WS-MEILLEUR)
                       MOVE IND-VAL TO WS-MEILLEUR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'O' TO WS-PRIS-VAL(WS-MEILLEUR).
           MOVE WS-CH-VAL-NB(IND-CH, WS-MEILLEUR) TO WS-ED-NB.
           MOVE SPACES TO WS-LIG-RAP.
           STRING '      ' WS-ED-NB ' x ['
                  FUNCTION TRIM(WS-CH-VAL-TXT(IND-CH, WS-MEILLEUR)
                                TRAILING) ']'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM ECRIT-LIGNE.

       ECRIT-LIGNE.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

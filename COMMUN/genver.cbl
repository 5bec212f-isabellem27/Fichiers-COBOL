      *=============================================================*
      *    Versionnement des fichiers de sortie, appelé comme       *
      *    manifst. FichierClient-maj.txt, contrats-master.dat,     *
      *    train-planning.dat, bulletin-annuel.dat... étaient       *
      *    écrasés par chaque passage : qu'une mauvaise entrée      *
      *    passe au travers, et la bonne version de la veille était *
      *    perdue, faute de copie prise à la main. purgfic ne fait  *
      *    qu'élaguer les journaux qui grossissent.                 *
      *    Action G : avant de réécrire un fichier catalogué dans   *
      *    genver-catalogue.txt, le producteur fait garder la       *
      *    version courante comme génération <fichier>.Gnnnn,       *
      *    accompagnée de son manifeste <fichier>.Gnnnn.manifest ;  *
      *    chaque génération est recensée dans                      *
      *    genver-inventaire.txt et, au-delà de la limite du        *
      *    fichier, les plus anciennes sont supprimées.             *
      *    Action R : retour arrière du fichier sur la génération   *
      *    GV-GENERATION (demandé par genrest) ; la version         *
      *    courante est d'abord gardée à son tour, si bien qu'un    *
      *    retour arrière malheureux se rattrape de la même façon.  *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genver.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    fichiers versionnés : nom (1-40), nombre de générations
      *    gardées (42-43)
           SELECT F-CATALOGUE
           ASSIGN TO 'genver-catalogue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCAT.

      *    une ligne par génération gardée, tous fichiers confondus
           SELECT F-INVENTAIRE
           ASSIGN TO 'genver-inventaire.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FINV.

      *    copie ligne à ligne d'un fichier vers un autre, noms
      *    servis par l'appelant
           SELECT F-SOURCE
           ASSIGN TO WS-SOURCE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSRC.

           SELECT F-CIBLE
           ASSIGN TO WS-CIBLE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCIBLE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CATALOGUE
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CATALOGUE.
           05 CAT-FICHIER      PIC X(40).
           05 FILLER           PIC X.
           05 CAT-LIMITE       PIC 99.

      *    fichier (1-40), génération (42-45), nom de la génération
      *    (47-98), horodatage AAAAMMJJHHMMSS (100-113), nombre de
      *    lignes (115-120), programme qui l'a fait garder (122-129)
       FD  F-INVENTAIRE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
       01  REC-INVENTAIRE.
           05 INV-FICHIER      PIC X(40).
           05 FILLER           PIC X.
           05 INV-GENERATION   PIC 9(4).
           05 FILLER           PIC X.
           05 INV-NOM          PIC X(52).
           05 FILLER           PIC X.
           05 INV-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 INV-NB-ENREG     PIC 9(6).
           05 FILLER           PIC X.
           05 INV-PROGRAMME    PIC X(8).

       FD  F-SOURCE
           RECORD CONTAINS 1 TO 2000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-SOURCE          PIC X(2000).

       FD  F-CIBLE
           RECORD CONTAINS 1 TO 2000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-CIBLE           PIC X(2000).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FCAT        PIC XX.
           88 WS-STAT-FCATOK               VALUE '00'.
           88 WS-STAT-FCATFIN              VALUE '10'.
       01  WS-STAT-FINV        PIC XX.
           88 WS-STAT-FINVOK               VALUE '00'.
           88 WS-STAT-FINVFIN              VALUE '10'.
           88 WS-STAT-FINVNOFILE           VALUE '35'.
       01  WS-STAT-FSRC        PIC XX.
           88 WS-STAT-FSRCOK               VALUE '00'.
           88 WS-STAT-FSRCFIN              VALUE '10'.
       01  WS-STAT-FCIBLE      PIC XX.
           88 WS-STAT-FCIBLEOK             VALUE '00'.

      *    limite du fichier demandé (5 si la ligne du catalogue
      *    n'en donne pas de lisible)
       01  WS-LIMITE           PIC 99     VALUE 0.
       01  WS-CATALOGUE        PIC X      VALUE 'N'.
           88 WS-EST-CATALOGUE             VALUE 'O'.

      *    inventaire complet, réécrit après chaque génération
       01  WS-IND-INV          PIC 999    VALUE 0.
       01  WS-INVENTAIRE.
           03 WS-NB-INV        PIC 999    VALUE 0.
           03 WS-INV-TAB  OCCURS 1 TO 300 TIMES
                           DEPENDING ON WS-NB-INV.
              05 WS-INV-LIGNE  PIC X(129).
       01  WS-INV-DET.
           05 WS-INVD-FICHIER  PIC X(40).
           05 FILLER           PIC X.
           05 WS-INVD-GEN      PIC 9(4).
           05 FILLER           PIC X.
           05 WS-INVD-NOM      PIC X(52).
           05 FILLER           PIC X(31).
       01  WS-NB-GEN-FICHIER   PIC 999    VALUE 0.
       01  WS-DERNIERE-GEN     PIC 9(4)   VALUE 0.
       01  WS-IND-PLUS-VIEILLE PIC 999    VALUE 0.

      *    copie : noms source et cible, lignes copiées
       01  WS-SOURCE-NOM       PIC X(60)  VALUE SPACES.
       01  WS-CIBLE-NOM        PIC X(60)  VALUE SPACES.
       01  WS-NB-COPIEES       PIC 9(6)   VALUE 0.
       01  WS-COPIE-RC         PIC 9      VALUE 0.
       01  WS-FIC-CTRL-NOM     PIC X(60)  VALUE SPACES.
       01  WS-FIC-INFO.
           05 WS-FI-TAILLE     PIC X(8)   COMP-X.
           05 WS-FI-DATE       PIC X(8)   COMP-X.

      *    génération gardée : nom du fichier, de la génération et
      *    des manifestes
       01  WS-GEN-NOM          PIC X(52)  VALUE SPACES.
       01  WS-GEN-MANIF        PIC X(60)  VALUE SPACES.
       01  WS-FIC-MANIF        PIC X(60)  VALUE SPACES.
       01  WS-GEN-NUM          PIC 9(4)   VALUE 0.

      *    retour arrière : génération visée mise de côté le temps
      *    de garder la version courante
       01  WS-TMP-NOM          PIC X(60)  VALUE 'genver.tmp'.
       01  WS-TMP-MANIF        PIC X(60)  VALUE 'genver-manifeste.tmp'.
       01  WS-RETOUR-GEN       PIC 9(4)   VALUE 0.
       01  WS-RETOUR-NOM       PIC X(52)  VALUE SPACES.
       01  WS-RETOUR-MANIF     PIC X      VALUE 'N'.
           88 WS-RETOUR-A-MANIF            VALUE 'O'.

       LINKAGE SECTION.
           COPY GENVER.

       PROCEDURE DIVISION USING GV-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO GV-RC.
           EVALUATE GV-ACTION
              WHEN 'G'
                 MOVE 0 TO GV-GENERATION GV-NB-ENREG
                 PERFORM 1000-GARDE-GENERATION-START
                      THRU 1090-GARDE-GENERATION-END
              WHEN 'R'
                 MOVE 0 TO GV-NB-ENREG
                 PERFORM 2000-RETOUR-ARRIERE-START
                      THRU 2090-RETOUR-ARRIERE-END
              WHEN OTHER
                 MOVE 2 TO GV-RC
           END-EVALUATE.
      * 0000-MAIN-END
           GOBACK.

      *    Garde la version courante de GV-FICHIER comme nouvelle
      *    génération, puis élague au-delà de la limite
       1000-GARDE-GENERATION-START.
           PERFORM 3000-CHARGE-CATALOGUE-START
                THRU 3010-CHARGE-CATALOGUE-END.
           IF NOT WS-EST-CATALOGUE
              MOVE 1 TO GV-RC
              GO TO 1090-GARDE-GENERATION-END
           END-IF.
           MOVE GV-FICHIER TO WS-FIC-CTRL-NOM.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-FIC-CTRL-NOM WS-FIC-INFO.
           IF RETURN-CODE NOT = 0
      *       premier passage : rien encore à garder
              MOVE 0 TO RETURN-CODE
              MOVE 1 TO GV-RC
              GO TO 1090-GARDE-GENERATION-END
           END-IF.
           PERFORM 4000-CHARGE-INVENTAIRE-START
                THRU 4010-CHARGE-INVENTAIRE-END.
           IF GV-RC NOT = 0
              GO TO 1090-GARDE-GENERATION-END
           END-IF.
           IF WS-DERNIERE-GEN >= 9999
              MOVE 1 TO WS-GEN-NUM
           ELSE
              COMPUTE WS-GEN-NUM = WS-DERNIERE-GEN + 1
           END-IF.
           MOVE SPACES TO WS-GEN-NOM WS-GEN-MANIF WS-FIC-MANIF.
           STRING FUNCTION TRIM(GV-FICHIER) '.G' WS-GEN-NUM
           DELIMITED BY SIZE
           INTO WS-GEN-NOM.
           STRING FUNCTION TRIM(WS-GEN-NOM) '.manifest'
           DELIMITED BY SIZE
           INTO WS-GEN-MANIF.
           STRING FUNCTION TRIM(GV-FICHIER) '.manifest'
           DELIMITED BY SIZE
           INTO WS-FIC-MANIF.
      *    la version courante et son manifeste
           MOVE GV-FICHIER TO WS-SOURCE-NOM.
           MOVE WS-GEN-NOM TO WS-CIBLE-NOM.
           PERFORM 5000-COPIE-FICHIER-START
                THRU 5010-COPIE-FICHIER-END.
           IF WS-COPIE-RC NOT = 0
              MOVE 2 TO GV-RC
              GO TO 1090-GARDE-GENERATION-END
           END-IF.
           MOVE WS-NB-COPIEES TO GV-NB-ENREG.
           MOVE WS-FIC-MANIF TO WS-FIC-CTRL-NOM.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-FIC-CTRL-NOM WS-FIC-INFO.
           IF RETURN-CODE = 0
              MOVE WS-FIC-MANIF TO WS-SOURCE-NOM
              MOVE WS-GEN-MANIF TO WS-CIBLE-NOM
              PERFORM 5000-COPIE-FICHIER-START
                   THRU 5010-COPIE-FICHIER-END
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *    recensement dans l'inventaire
           IF WS-NB-INV >= 300
              PERFORM 4100-RETIRE-PLUS-VIEILLE-START
                   THRU 4110-RETIRE-PLUS-VIEILLE-END
           END-IF.
           ADD 1 TO WS-NB-INV.
           MOVE SPACES TO REC-INVENTAIRE.
           MOVE GV-FICHIER TO INV-FICHIER.
           MOVE WS-GEN-NUM TO INV-GENERATION.
           MOVE WS-GEN-NOM TO INV-NOM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO INV-HORODATE.
           MOVE GV-NB-ENREG TO INV-NB-ENREG.
           MOVE GV-PROGRAMME TO INV-PROGRAMME.
           MOVE REC-INVENTAIRE TO WS-INV-LIGNE(WS-NB-INV).
           ADD 1 TO WS-NB-GEN-FICHIER.
           MOVE WS-GEN-NUM TO GV-GENERATION.
      *    au-delà de la limite, les plus anciennes tombent
           PERFORM UNTIL WS-NB-GEN-FICHIER <= WS-LIMITE
              PERFORM 4100-RETIRE-PLUS-VIEILLE-START
                   THRU 4110-RETIRE-PLUS-VIEILLE-END
           END-PERFORM.
           PERFORM 4200-ECRIT-INVENTAIRE-START
                THRU 4210-ECRIT-INVENTAIRE-END.
       1090-GARDE-GENERATION-END.
           EXIT.

      *    Ramène GV-FICHIER sur la génération GV-GENERATION ; la
      *    génération est mise de côté, la version courante gardée,
      *    puis la génération recopiée sur le fichier
       2000-RETOUR-ARRIERE-START.
           PERFORM 4000-CHARGE-INVENTAIRE-START
                THRU 4010-CHARGE-INVENTAIRE-END.
           IF GV-RC NOT = 0
              GO TO 2090-RETOUR-ARRIERE-END
           END-IF.
           MOVE GV-GENERATION TO WS-RETOUR-GEN.
           MOVE SPACES TO WS-RETOUR-NOM.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                 UNTIL WS-IND-INV > WS-NB-INV
              MOVE WS-INV-LIGNE(WS-IND-INV) TO WS-INV-DET
              IF (WS-INVD-FICHIER = GV-FICHIER)
                 AND (WS-INVD-GEN = WS-RETOUR-GEN)
                 MOVE WS-INVD-NOM TO WS-RETOUR-NOM
              END-IF
           END-PERFORM.
           IF WS-RETOUR-NOM = SPACES
              MOVE 3 TO GV-RC
              GO TO 2090-RETOUR-ARRIERE-END
           END-IF.
           MOVE WS-RETOUR-NOM TO WS-SOURCE-NOM.
           MOVE WS-TMP-NOM TO WS-CIBLE-NOM.
           PERFORM 5000-COPIE-FICHIER-START
                THRU 5010-COPIE-FICHIER-END.
           IF WS-COPIE-RC NOT = 0
              MOVE 2 TO GV-RC
              GO TO 2090-RETOUR-ARRIERE-END
           END-IF.
           MOVE 'N' TO WS-RETOUR-MANIF.
           MOVE SPACES TO WS-FIC-CTRL-NOM.
           STRING FUNCTION TRIM(WS-RETOUR-NOM) '.manifest'
           DELIMITED BY SIZE
           INTO WS-FIC-CTRL-NOM.
           MOVE WS-FIC-CTRL-NOM TO WS-SOURCE-NOM.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-FIC-CTRL-NOM WS-FIC-INFO.
           IF RETURN-CODE = 0
              MOVE WS-TMP-MANIF TO WS-CIBLE-NOM
              PERFORM 5000-COPIE-FICHIER-START
                   THRU 5010-COPIE-FICHIER-END
              IF WS-COPIE-RC = 0
                 SET WS-RETOUR-A-MANIF TO TRUE
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *    la version courante devient une génération à son tour
           PERFORM 1000-GARDE-GENERATION-START
                THRU 1090-GARDE-GENERATION-END.
           IF GV-RC = 2
              GO TO 2090-RETOUR-ARRIERE-END
           END-IF.
           MOVE 0 TO GV-RC.
           MOVE WS-TMP-NOM TO WS-SOURCE-NOM.
           MOVE GV-FICHIER TO WS-CIBLE-NOM.
           PERFORM 5000-COPIE-FICHIER-START
                THRU 5010-COPIE-FICHIER-END.
           IF WS-COPIE-RC NOT = 0
              MOVE 2 TO GV-RC
              GO TO 2090-RETOUR-ARRIERE-END
           END-IF.
           MOVE WS-NB-COPIEES TO GV-NB-ENREG.
      *    le manifeste suit la génération ; sans manifeste gardé,
      *    celui de la version écartée ne doit pas rester
           MOVE SPACES TO WS-FIC-MANIF.
           STRING FUNCTION TRIM(GV-FICHIER) '.manifest'
           DELIMITED BY SIZE
           INTO WS-FIC-MANIF.
           IF WS-RETOUR-A-MANIF
              MOVE WS-TMP-MANIF TO WS-SOURCE-NOM
              MOVE WS-FIC-MANIF TO WS-CIBLE-NOM
              PERFORM 5000-COPIE-FICHIER-START
                   THRU 5010-COPIE-FICHIER-END
              CALL 'CBL_DELETE_FILE' USING WS-TMP-MANIF
           ELSE
              CALL 'CBL_DELETE_FILE' USING WS-FIC-MANIF
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-TMP-NOM.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-RETOUR-GEN TO GV-GENERATION.
       2090-RETOUR-ARRIERE-END.
           EXIT.

      *    Limite du fichier demandé ; absent du catalogue, le
      *    fichier n'est pas versionné
       3000-CHARGE-CATALOGUE-START.
           MOVE 'N' TO WS-CATALOGUE.
           MOVE 0 TO WS-LIMITE.
           OPEN INPUT F-CATALOGUE.
           IF NOT WS-STAT-FCATOK
              CLOSE F-CATALOGUE
              GO TO 3010-CHARGE-CATALOGUE-END
           END-IF.
           READ F-CATALOGUE.
           PERFORM UNTIL WS-STAT-FCATFIN OR WS-EST-CATALOGUE
              IF (CAT-FICHIER NOT = SPACES)
                 AND (CAT-FICHIER = GV-FICHIER)
                 SET WS-EST-CATALOGUE TO TRUE
                 IF (CAT-LIMITE NUMERIC) AND (CAT-LIMITE > 0)
                    MOVE CAT-LIMITE TO WS-LIMITE
                 ELSE
                    MOVE 5 TO WS-LIMITE
                 END-IF
              END-IF
              READ F-CATALOGUE
           END-PERFORM.
           CLOSE F-CATALOGUE.
       3010-CHARGE-CATALOGUE-END.
           EXIT.

      *    Charge l'inventaire ; compte les générations du fichier
      *    et retient son dernier numéro
       4000-CHARGE-INVENTAIRE-START.
           MOVE 0 TO WS-NB-INV WS-NB-GEN-FICHIER WS-DERNIERE-GEN.
           OPEN INPUT F-INVENTAIRE.
           IF WS-STAT-FINVNOFILE
              CLOSE F-INVENTAIRE
              GO TO 4010-CHARGE-INVENTAIRE-END
           END-IF.
           IF NOT WS-STAT-FINVOK
              DISPLAY 'CODE RETOUR D''ERREUR INVENTAIRE GENVER' SPACE
                 WS-STAT-FINV
              MOVE 2 TO GV-RC
              CLOSE F-INVENTAIRE
              GO TO 4010-CHARGE-INVENTAIRE-END
           END-IF.
           READ F-INVENTAIRE.
           PERFORM UNTIL WS-STAT-FINVFIN OR (WS-NB-INV >= 300)
              IF INV-FICHIER NOT = SPACES
                 ADD 1 TO WS-NB-INV
                 MOVE REC-INVENTAIRE TO WS-INV-LIGNE(WS-NB-INV)
                 IF INV-FICHIER = GV-FICHIER
                    ADD 1 TO WS-NB-GEN-FICHIER
                    MOVE INV-GENERATION TO WS-DERNIERE-GEN
                 END-IF
              END-IF
              READ F-INVENTAIRE
           END-PERFORM.
           CLOSE F-INVENTAIRE.
       4010-CHARGE-INVENTAIRE-END.
           EXIT.

      *    Supprime la plus ancienne génération du fichier (la
      *    première de l'inventaire) avec son manifeste
       4100-RETIRE-PLUS-VIEILLE-START.
           MOVE 0 TO WS-IND-PLUS-VIEILLE.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                 UNTIL (WS-IND-INV > WS-NB-INV)
                 OR (WS-IND-PLUS-VIEILLE > 0)
              MOVE WS-INV-LIGNE(WS-IND-INV) TO WS-INV-DET
              IF WS-INVD-FICHIER = GV-FICHIER
                 MOVE WS-IND-INV TO WS-IND-PLUS-VIEILLE
              END-IF
           END-PERFORM.
      *    inventaire plein d'autres fichiers : la plus ancienne
      *    ligne tout court laisse la place
           IF WS-IND-PLUS-VIEILLE = 0
              MOVE 1 TO WS-IND-PLUS-VIEILLE
           END-IF.
           MOVE WS-INV-LIGNE(WS-IND-PLUS-VIEILLE) TO WS-INV-DET.
           CALL 'CBL_DELETE_FILE' USING WS-INVD-NOM.
           MOVE SPACES TO WS-FIC-CTRL-NOM.
           STRING FUNCTION TRIM(WS-INVD-NOM) '.manifest'
           DELIMITED BY SIZE
           INTO WS-FIC-CTRL-NOM.
           CALL 'CBL_DELETE_FILE' USING WS-FIC-CTRL-NOM.
           MOVE 0 TO RETURN-CODE.
           IF WS-INVD-FICHIER = GV-FICHIER
              SUBTRACT 1 FROM WS-NB-GEN-FICHIER
           END-IF.
           PERFORM VARYING WS-IND-INV FROM WS-IND-PLUS-VIEILLE BY 1
                 UNTIL WS-IND-INV >= WS-NB-INV
              MOVE WS-INV-LIGNE(WS-IND-INV + 1)
                 TO WS-INV-LIGNE(WS-IND-INV)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-INV.
       4110-RETIRE-PLUS-VIEILLE-END.
           EXIT.

       4200-ECRIT-INVENTAIRE-START.
           OPEN OUTPUT F-INVENTAIRE.
           IF NOT WS-STAT-FINVOK
              DISPLAY 'CODE RETOUR D''ERREUR INVENTAIRE GENVER' SPACE
                 WS-STAT-FINV
              MOVE 2 TO GV-RC
              GO TO 4210-ECRIT-INVENTAIRE-END
           END-IF.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                 UNTIL WS-IND-INV > WS-NB-INV
              MOVE WS-INV-LIGNE(WS-IND-INV) TO REC-INVENTAIRE
              WRITE REC-INVENTAIRE
           END-PERFORM.
           CLOSE F-INVENTAIRE.
       4210-ECRIT-INVENTAIRE-END.
           EXIT.

      *    Copie ligne à ligne WS-SOURCE-NOM vers WS-CIBLE-NOM ;
      *    WS-COPIE-RC à 1 si l'un des deux ne s'ouvre pas
       5000-COPIE-FICHIER-START.
           MOVE 0 TO WS-COPIE-RC WS-NB-COPIEES.
           OPEN INPUT F-SOURCE.
           IF NOT WS-STAT-FSRCOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FSRC
                 SPACE FUNCTION TRIM(WS-SOURCE-NOM)
              MOVE 1 TO WS-COPIE-RC
              CLOSE F-SOURCE
              GO TO 5010-COPIE-FICHIER-END
           END-IF.
           OPEN OUTPUT F-CIBLE.
           IF NOT WS-STAT-FCIBLEOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FCIBLE
                 SPACE FUNCTION TRIM(WS-CIBLE-NOM)
              MOVE 1 TO WS-COPIE-RC
              CLOSE F-SOURCE
              GO TO 5010-COPIE-FICHIER-END
           END-IF.
           READ F-SOURCE.
           PERFORM UNTIL WS-STAT-FSRC(1:1) NOT = '0'
              MOVE REC-SOURCE TO REC-CIBLE
              WRITE REC-CIBLE
              ADD 1 TO WS-NB-COPIEES
              READ F-SOURCE
           END-PERFORM.
           CLOSE F-SOURCE.
           CLOSE F-CIBLE.
       5010-COPIE-FICHIER-END.
           EXIT.

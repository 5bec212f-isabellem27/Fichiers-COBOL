      *=============================================================*
      *    Contrôle des fichiers paramètres, appelé comme genver.   *
      *    Une colonne décalée ou une lettre dans un taux passait   *
      *    jusqu'ici sans bruit : chaque programme prend sa valeur  *
      *    par défaut ou zéro, et l'erreur ne se voit qu'aux        *
      *    résultats. Le registre param-registre.txt décrit, pour   *
      *    chaque fichier paramètre, s'il doit exister, son         *
      *    séparateur de zones, le nombre de lignes lues par les    *
      *    programmes et les programmes qui le lisent (ligne 000),  *
      *    puis ses règles : ligne (numéro, ou *** pour toutes      *
      *    les lignes non vides), colonne (ou rang de zone quand    *
      *    le fichier a un séparateur), longueur, type (N           *
      *    numérique avec bornes min-max facultatives, D date       *
      *    AAAAMMJJ, M mois AAAAMM, L liste de valeurs séparées     *
      *    par /, A texte libre) et obligation (O valeur exigée,    *
      *    F blanc permis, valeur par défaut du programme).         *
      *    Chaque écart sort avec le fichier, la ligne et la        *
      *    colonne, à la console et dans rapport-parametres.txt     *
      *    si l'appelant le demande.                                *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paramchk.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    registre des fichiers paramètres, tenu à la main
           SELECT F-REGISTRE
           ASSIGN TO 'param-registre.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREG.

      *    fichier paramètre contrôlé, nom servi par le registre
           SELECT F-CONTROLE
           ASSIGN TO WS-CTRL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCTRL.

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-parametres.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.
      *    fichier (1-30), ligne (32-34) : 000 description du
      *    fichier, *** toutes les lignes non vides, nnn ligne nnn
       FD  F-REGISTRE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REGISTRE.
           05 REG-FICHIER      PIC X(30).
           05 FILLER           PIC X.
           05 REG-LIGNE        PIC X(3).
           05 FILLER           PIC X.
           05 REG-DETAIL       PIC X(85).
      *    ligne 000 : présence O/F (36), séparateur (38), nombre
      *    maxi de lignes lues (40-42), programmes lecteurs (48-119)
           05 REG-DESCRIPTION REDEFINES REG-DETAIL.
              10 REG-PRESENCE  PIC X.
              10 FILLER        PIC X.
              10 REG-SEPARATEUR PIC X.
              10 FILLER        PIC X.
              10 REG-MAXI      PIC X(3).
              10 FILLER        PIC X(5).
              10 REG-PGM-TAB   OCCURS 8 TIMES.
                 15 REG-PGM    PIC X(8).
                 15 FILLER     PIC X.
              10 FILLER        PIC X.
      *    règle : colonne ou rang de zone (36-38), longueur
      *    (40-42), type (44), obligation (46), valeurs (48-87)
           05 REG-REGLE REDEFINES REG-DETAIL.
              10 REG-COLONNE   PIC X(3).
              10 FILLER        PIC X.
              10 REG-LONGUEUR  PIC X(3).
              10 FILLER        PIC X.
              10 REG-TYPE      PIC X.
              10 FILLER        PIC X.
              10 REG-OBLIG     PIC X.
              10 FILLER        PIC X.
              10 REG-VALEURS   PIC X(40).
              10 FILLER        PIC X(33).

       FD  F-CONTROLE
           RECORD CONTAINS 1 TO 256 CHARACTERS
           RECORDING MODE IS V.
       01  REC-CONTROLE        PIC X(256).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FREG        PIC XX.
           88 WS-STAT-FREGOK               VALUE '00'.
           88 WS-STAT-FREGFIN              VALUE '10'.
           88 WS-STAT-FREGNOFILE           VALUE '35'.
       01  WS-STAT-FCTRL       PIC XX.
           88 WS-STAT-FCTRLOK              VALUE '00'.
           88 WS-STAT-FCTRLFIN             VALUE '10'.
           88 WS-STAT-FCTRLNOFILE          VALUE '35'.
       01  WS-STAT-FRAP        PIC XX.
           88 WS-STAT-FRAPOK               VALUE '00'.
           88 WS-STAT-FRAPNOFILE           VALUE '35'.

       01  WS-CTRL-NOM         PIC X(30)  VALUE SPACES.
       01  WS-REGISTRE-NOM     PIC X(30)  VALUE 'param-registre.txt'.
       01  WS-RAPPORT          PIC X      VALUE 'N'.
           88 WS-RAPPORT-OUVERT            VALUE 'O'.

      *    fichiers décrits au registre
       01  WS-IND-FIC          PIC 99     VALUE 0.
       01  WS-FICHIERS.
           03 WS-NB-FIC        PIC 99     VALUE 0.
           03 WS-FIC-TAB  OCCURS 1 TO 80 TIMES
                           DEPENDING ON WS-NB-FIC.
              05 WS-FIC-NOM       PIC X(30).
              05 WS-FIC-PRESENCE  PIC X.
              05 WS-FIC-SEP       PIC X.
              05 WS-FIC-MAXI      PIC 999.
              05 WS-FIC-PROGRAMMES.
                 10 WS-FIC-PGM-TAB OCCURS 8 TIMES.
                    15 WS-FIC-PGM PIC X(8).
                    15 FILLER     PIC X.

      *    règles des fichiers ; WS-REG-NUM à 0 pour une règle de
      *    toutes les lignes (***)
       01  WS-IND-REG          PIC 999    VALUE 0.
       01  WS-REGLES.
           03 WS-NB-REG        PIC 999    VALUE 0.
           03 WS-REG-TAB  OCCURS 1 TO 400 TIMES
                           DEPENDING ON WS-NB-REG.
              05 WS-REG-FIC       PIC 99.
              05 WS-REG-NUM       PIC 999.
              05 WS-REG-COL       PIC 999.
              05 WS-REG-LONG      PIC 99.
              05 WS-REG-TYPE      PIC X.
              05 WS-REG-OBLIG     PIC X.
              05 WS-REG-VALEURS   PIC X(40).

      *    lecture du registre
       01  WS-NUM-REG          PIC 999    VALUE 0.
       01  WS-NUM-X            PIC X(3)   VALUE SPACES.
       01  WS-NUM-9 REDEFINES WS-NUM-X    PIC 999.
       01  WS-LONG-X           PIC X(3)   VALUE SPACES.
       01  WS-LONG-9 REDEFINES WS-LONG-X  PIC 999.
       01  WS-NB-ERR-REGISTRE  PIC 9(4)   VALUE 0.
       01  WS-SELECTION        PIC X      VALUE 'N'.
           88 WS-FIC-SELECTIONNE           VALUE 'O'.
       01  WS-IND-PGM          PIC 9      VALUE 0.

      *    contrôle d'un fichier
       01  WS-LIGNE            PIC X(256) VALUE SPACES.
       01  WS-NUM-LIGNE        PIC 9(4)   VALUE 0.
       01  WS-NB-ERR-FIC       PIC 9(4)   VALUE 0.
       01  WS-VALEUR           PIC X(40)  VALUE SPACES.
       01  WS-LONG             PIC 99     VALUE 0.
       01  WS-COL-ERR          PIC 999    VALUE 0.
       01  WS-CHAMP            PIC X(256) VALUE SPACES.
       01  WS-PTR              PIC 999    VALUE 0.
       01  WS-IND-CHAMP        PIC 999    VALUE 0.
       01  WS-DEBUT-CHAMP      PIC 999    VALUE 0.
       01  WS-CHAMP-TROUVE     PIC X      VALUE 'N'.
           88 WS-EST-TROUVE                VALUE 'O'.
       01  WS-MIN-X            PIC X(10)  VALUE SPACES.
       01  WS-MAX-X            PIC X(10)  VALUE SPACES.
       01  WS-NOMBRE           PIC 9(9)   VALUE 0.
       01  WS-DATE-9           PIC 9(8)   VALUE 0.
       01  WS-MOIS-X           PIC X(6)   VALUE SPACES.
       01  WS-MOIS-DET REDEFINES WS-MOIS-X.
           05 WS-MOIS-AAAA     PIC 9(4).
           05 WS-MOIS-MM       PIC 99.
       01  WS-VAL-PERMISE      PIC X(40)  VALUE SPACES.
       01  WS-PTR-LISTE        PIC 99     VALUE 0.

      *    erreur relevée : fichier, ligne, colonne et libellé
       01  WS-ERR-FICHIER      PIC X(30)  VALUE SPACES.
       01  WS-ERR-LIGNE        PIC 9(4)   VALUE 0.
       01  WS-ERR-TEXTE        PIC X(80)  VALUE SPACES.
       01  WS-LIG-ERREUR.
           05 WS-LE-FICHIER    PIC X(30).
           05 FILLER           PIC X(7)   VALUE ' LIGNE '.
           05 WS-LE-LIGNE      PIC 9(4).
           05 FILLER           PIC X(9)   VALUE ' COLONNE '.
           05 WS-LE-COLONNE    PIC 999.
           05 FILLER           PIC X(3)   VALUE ' : '.
           05 WS-LE-TEXTE      PIC X(74).
       01  WS-NB-ED            PIC ZZZZZ9.
       01  WS-NB-ED2           PIC ZZZZZ9.
       01  WS-HORODATE         PIC X(14)  VALUE SPACES.

       LINKAGE SECTION.
           COPY PARAMCHK.

       PROCEDURE DIVISION USING PC-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO PC-RC PC-NB-FICHIERS PC-NB-ERREURS.
           MOVE 'N' TO WS-RAPPORT.
           IF NOT PC-SANS-RAPPORT
              PERFORM 5000-OUVRE-RAPPORT-START
                   THRU 5010-OUVRE-RAPPORT-END
           END-IF.
           PERFORM 1000-CHARGE-REGISTRE-START
                THRU 1090-CHARGE-REGISTRE-END.
           IF PC-RC = 2
              GO TO 0090-FIN-CONTROLE
           END-IF.
      *    les erreurs du registre lui-même ne comptent que dans
      *    un contrôle complet : la règle fautive est ignorée, elle
      *    ne doit pas retenir les étapes de la chaine
           IF PC-PROGRAMME = SPACES
              ADD WS-NB-ERR-REGISTRE TO PC-NB-ERREURS
           END-IF.
           PERFORM VARYING WS-IND-FIC FROM 1 BY 1
                 UNTIL WS-IND-FIC > WS-NB-FIC
              PERFORM 2000-SELECTIONNE-START
                   THRU 2010-SELECTIONNE-END
              IF WS-FIC-SELECTIONNE
                 PERFORM 3000-CONTROLE-FICHIER-START
                      THRU 3090-CONTROLE-FICHIER-END
              END-IF
           END-PERFORM.
           IF PC-NB-ERREURS > 0
              MOVE 1 TO PC-RC
           END-IF.
       0090-FIN-CONTROLE.
           IF WS-RAPPORT-OUVERT
              PERFORM 5100-FERME-RAPPORT-START
                   THRU 5110-FERME-RAPPORT-END
           END-IF.
      * 0000-MAIN-END
           GOBACK.

      *    Charge le registre ; une ligne illisible est signalée
      *    sur le registre lui-même et ignorée
       1000-CHARGE-REGISTRE-START.
           MOVE 0 TO WS-NB-FIC WS-NB-REG WS-NUM-REG
                     WS-NB-ERR-REGISTRE.
           OPEN INPUT F-REGISTRE.
           IF NOT WS-STAT-FREGOK
              IF NOT WS-STAT-FREGNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR REGISTRE PARAMETRES'
                    SPACE WS-STAT-FREG
              END-IF
              IF WS-RAPPORT-OUVERT
                 MOVE 'REGISTRE PARAM-REGISTRE.TXT ABSENT OU ILLISIBLE'
                    TO REC-RAPPORT
                 WRITE REC-RAPPORT
              END-IF
              MOVE 2 TO PC-RC
              CLOSE F-REGISTRE
              GO TO 1090-CHARGE-REGISTRE-END
           END-IF.
           MOVE WS-REGISTRE-NOM TO WS-ERR-FICHIER.
           READ F-REGISTRE.
           PERFORM UNTIL WS-STAT-FREGFIN
              ADD 1 TO WS-NUM-REG
              IF (REC-REGISTRE NOT = SPACES)
                 AND (REC-REGISTRE(1:1) NOT = '*')
                 IF REG-LIGNE = '000'
                    PERFORM 1100-AJOUTE-FICHIER-START
                         THRU 1110-AJOUTE-FICHIER-END
                 ELSE
                    PERFORM 1200-AJOUTE-REGLE-START
                         THRU 1290-AJOUTE-REGLE-END
                 END-IF
              END-IF
              READ F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       1090-CHARGE-REGISTRE-END.
           EXIT.

      *    Ligne 000 : description d'un fichier
       1100-AJOUTE-FICHIER-START.
           IF (REG-PRESENCE NOT = 'O') AND (REG-PRESENCE NOT = 'F')
              MOVE 36 TO WS-COL-ERR
              MOVE 'PRESENCE O OU F ATTENDUE' TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1110-AJOUTE-FICHIER-END
           END-IF.
           IF WS-NB-FIC >= 80
              MOVE 1 TO WS-COL-ERR
              MOVE 'REGISTRE PLEIN (80 FICHIERS), LIGNE IGNOREE'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1110-AJOUTE-FICHIER-END
           END-IF.
           ADD 1 TO WS-NB-FIC.
           MOVE REG-FICHIER TO WS-FIC-NOM(WS-NB-FIC).
           MOVE REG-PRESENCE TO WS-FIC-PRESENCE(WS-NB-FIC).
           MOVE REG-SEPARATEUR TO WS-FIC-SEP(WS-NB-FIC).
           MOVE REG-MAXI TO WS-NUM-X.
           IF WS-NUM-9 NUMERIC
              MOVE WS-NUM-9 TO WS-FIC-MAXI(WS-NB-FIC)
           ELSE
              MOVE 0 TO WS-FIC-MAXI(WS-NB-FIC)
           END-IF.
           MOVE SPACES TO WS-FIC-PROGRAMMES(WS-NB-FIC).
           PERFORM VARYING WS-IND-PGM FROM 1 BY 1
                 UNTIL WS-IND-PGM > 8
              MOVE REG-PGM(WS-IND-PGM)
                TO WS-FIC-PGM(WS-NB-FIC WS-IND-PGM)
           END-PERFORM.
       1110-AJOUTE-FICHIER-END.
           EXIT.

      *    Règle d'un fichier déjà décrit
       1200-AJOUTE-REGLE-START.
           PERFORM VARYING WS-IND-FIC FROM 1 BY 1
                 UNTIL (WS-IND-FIC > WS-NB-FIC)
                 OR (WS-FIC-NOM(WS-IND-FIC) = REG-FICHIER)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-FIC TO WS-IND-FIC
           END-PERFORM.
           IF WS-IND-FIC > WS-NB-FIC
              MOVE 1 TO WS-COL-ERR
              MOVE 'FICHIER NON DECRIT (LIGNE 000 A PLACER AVANT)'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           MOVE REG-LIGNE TO WS-NUM-X.
           IF (REG-LIGNE NOT = '***')
              AND ((WS-NUM-9 NOT NUMERIC) OR (WS-NUM-9 = 0))
              MOVE 32 TO WS-COL-ERR
              MOVE 'LIGNE 000, *** OU NUMERO DE LIGNE ATTENDU'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           MOVE REG-COLONNE TO WS-NUM-X.
           MOVE REG-LONGUEUR TO WS-LONG-X.
           IF (WS-NUM-9 NOT NUMERIC) OR (WS-NUM-9 = 0)
              MOVE 36 TO WS-COL-ERR
              MOVE 'COLONNE NUMERIQUE NON NULLE ATTENDUE'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           IF (WS-LONG-9 NOT NUMERIC) OR (WS-LONG-9 = 0)
              OR (WS-LONG-9 > 40)
              OR (WS-NUM-9 + WS-LONG-9 > 257)
              MOVE 40 TO WS-COL-ERR
              MOVE 'LONGUEUR DE 1 A 40 ATTENDUE, DANS LES 256 COLONNES'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           IF (REG-TYPE NOT = 'N') AND (REG-TYPE NOT = 'D')
              AND (REG-TYPE NOT = 'M') AND (REG-TYPE NOT = 'L')
              AND (REG-TYPE NOT = 'A')
              MOVE 44 TO WS-COL-ERR
              MOVE 'TYPE N, D, M, L OU A ATTENDU' TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           IF (REG-OBLIG NOT = 'O') AND (REG-OBLIG NOT = 'F')
              MOVE 46 TO WS-COL-ERR
              MOVE 'OBLIGATION O OU F ATTENDUE' TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           IF (REG-TYPE = 'L') AND (REG-VALEURS = SPACES)
              MOVE 48 TO WS-COL-ERR
              MOVE 'LISTE DE VALEURS ABSENTE' TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           IF WS-NB-REG >= 400
              MOVE 1 TO WS-COL-ERR
              MOVE 'REGISTRE PLEIN (400 REGLES), LIGNE IGNOREE'
                 TO WS-ERR-TEXTE
              PERFORM 1300-ERREUR-REGISTRE-START
                   THRU 1310-ERREUR-REGISTRE-END
              GO TO 1290-AJOUTE-REGLE-END
           END-IF.
           ADD 1 TO WS-NB-REG.
           MOVE WS-IND-FIC TO WS-REG-FIC(WS-NB-REG).
           IF REG-LIGNE = '***'
              MOVE 0 TO WS-REG-NUM(WS-NB-REG)
           ELSE
              MOVE REG-LIGNE TO WS-REG-NUM(WS-NB-REG)
           END-IF.
           MOVE WS-NUM-9 TO WS-REG-COL(WS-NB-REG).
           MOVE WS-LONG-9 TO WS-REG-LONG(WS-NB-REG).
           MOVE REG-TYPE TO WS-REG-TYPE(WS-NB-REG).
           MOVE REG-OBLIG TO WS-REG-OBLIG(WS-NB-REG).
           MOVE REG-VALEURS TO WS-REG-VALEURS(WS-NB-REG).
       1290-AJOUTE-REGLE-END.
           EXIT.

      *    Une ligne du registre en erreur n'est signalée qu'au
      *    premier contrôle d'une série (étapes de la chaine)
       1300-ERREUR-REGISTRE-START.
           ADD 1 TO WS-NB-ERR-REGISTRE.
           MOVE WS-NUM-REG TO WS-ERR-LIGNE.
           IF (PC-PROGRAMME = SPACES) OR PC-RAPPORT-NOUVEAU
              PERFORM 6000-ECRIT-ERREUR-START
                   THRU 6010-ECRIT-ERREUR-END
           END-IF.
       1310-ERREUR-REGISTRE-END.
           EXIT.

      *    Le fichier est-il lu par le programme demandé ?
       2000-SELECTIONNE-START.
           MOVE 'N' TO WS-SELECTION.
           IF PC-PROGRAMME = SPACES
              SET WS-FIC-SELECTIONNE TO TRUE
              GO TO 2010-SELECTIONNE-END
           END-IF.
           PERFORM VARYING WS-IND-PGM FROM 1 BY 1
                 UNTIL (WS-IND-PGM > 8) OR WS-FIC-SELECTIONNE
              IF WS-FIC-PGM(WS-IND-FIC WS-IND-PGM) = PC-PROGRAMME
                 SET WS-FIC-SELECTIONNE TO TRUE
              END-IF
           END-PERFORM.
       2010-SELECTIONNE-END.
           EXIT.

      *    Contrôle d'un fichier : chaque ligne passe ses règles,
      *    puis les lignes obligatoires manquantes et les lignes
      *    au-delà de ce que lisent les programmes
       3000-CONTROLE-FICHIER-START.
           ADD 1 TO PC-NB-FICHIERS.
           MOVE 0 TO WS-NB-ERR-FIC WS-NUM-LIGNE.
           MOVE WS-FIC-NOM(WS-IND-FIC) TO WS-CTRL-NOM WS-ERR-FICHIER.
           IF WS-RAPPORT-OUVERT
              MOVE SPACES TO REC-RAPPORT
              WRITE REC-RAPPORT
              STRING 'FICHIER ' FUNCTION TRIM(WS-CTRL-NOM)
                     ' - LU PAR : '
                     FUNCTION TRIM(WS-FIC-PROGRAMMES(WS-IND-FIC))
              DELIMITED BY SIZE
              INTO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           OPEN INPUT F-CONTROLE.
           IF WS-STAT-FCTRLNOFILE
              CLOSE F-CONTROLE
              IF WS-FIC-PRESENCE(WS-IND-FIC) = 'O'
                 MOVE 0 TO WS-ERR-LIGNE WS-COL-ERR
                 MOVE 'FICHIER OBLIGATOIRE ABSENT' TO WS-ERR-TEXTE
                 PERFORM 6000-ECRIT-ERREUR-START
                      THRU 6010-ECRIT-ERREUR-END
                 PERFORM 3050-BILAN-FICHIER-START
                      THRU 3060-BILAN-FICHIER-END
              ELSE
                 IF WS-RAPPORT-OUVERT
                    MOVE '  ABSENT - VALEURS PAR DEFAUT DES PROGRAMMES'
                       TO REC-RAPPORT
                    WRITE REC-RAPPORT
                 END-IF
              END-IF
              GO TO 3090-CONTROLE-FICHIER-END
           END-IF.
           IF NOT WS-STAT-FCTRLOK
              MOVE 0 TO WS-ERR-LIGNE WS-COL-ERR
              MOVE SPACES TO WS-ERR-TEXTE
              STRING 'FICHIER ILLISIBLE, STATUT ' WS-STAT-FCTRL
              DELIMITED BY SIZE
              INTO WS-ERR-TEXTE
              PERFORM 6000-ECRIT-ERREUR-START
                   THRU 6010-ECRIT-ERREUR-END
              PERFORM 3050-BILAN-FICHIER-START
                   THRU 3060-BILAN-FICHIER-END
              CLOSE F-CONTROLE
              GO TO 3090-CONTROLE-FICHIER-END
           END-IF.
           READ F-CONTROLE.
           PERFORM UNTIL NOT WS-STAT-FCTRLOK
              ADD 1 TO WS-NUM-LIGNE
              MOVE REC-CONTROLE TO WS-LIGNE
              PERFORM 3100-CONTROLE-LIGNE-START
                   THRU 3110-CONTROLE-LIGNE-END
              READ F-CONTROLE
           END-PERFORM.
           CLOSE F-CONTROLE.
      *    ligne exigée au-delà de la fin du fichier
           PERFORM VARYING WS-IND-REG FROM 1 BY 1
                 UNTIL WS-IND-REG > WS-NB-REG
              IF (WS-REG-FIC(WS-IND-REG) = WS-IND-FIC)
                 AND (WS-REG-NUM(WS-IND-REG) > WS-NUM-LIGNE)
                 AND (WS-REG-OBLIG(WS-IND-REG) = 'O')
                 MOVE WS-REG-NUM(WS-IND-REG) TO WS-ERR-LIGNE
                 MOVE WS-REG-COL(WS-IND-REG) TO WS-COL-ERR
                 MOVE 'LIGNE ABSENTE, VALEUR OBLIGATOIRE'
                    TO WS-ERR-TEXTE
                 PERFORM 6000-ECRIT-ERREUR-START
                      THRU 6010-ECRIT-ERREUR-END
              END-IF
           END-PERFORM.
      *    lignes que les programmes ne liront jamais
           IF (WS-FIC-MAXI(WS-IND-FIC) > 0)
              AND (WS-NUM-LIGNE > WS-FIC-MAXI(WS-IND-FIC))
              COMPUTE WS-ERR-LIGNE = WS-FIC-MAXI(WS-IND-FIC) + 1
              MOVE 1 TO WS-COL-ERR
              MOVE WS-FIC-MAXI(WS-IND-FIC) TO WS-NB-ED
              MOVE SPACES TO WS-ERR-TEXTE
              STRING 'LIGNE NON LUE, LES PROGRAMMES S''ARRETENT A '
                     FUNCTION TRIM(WS-NB-ED) ' LIGNES'
              DELIMITED BY SIZE
              INTO WS-ERR-TEXTE
              PERFORM 6000-ECRIT-ERREUR-START
                   THRU 6010-ECRIT-ERREUR-END
           END-IF.
           PERFORM 3050-BILAN-FICHIER-START
                THRU 3060-BILAN-FICHIER-END.
       3090-CONTROLE-FICHIER-END.
           EXIT.

      *    Bilan d'un fichier au rapport
       3050-BILAN-FICHIER-START.
           IF NOT WS-RAPPORT-OUVERT
              GO TO 3060-BILAN-FICHIER-END
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-NB-ERR-FIC = 0
              MOVE WS-NUM-LIGNE TO WS-NB-ED
              STRING '  CONFORME (' FUNCTION TRIM(WS-NB-ED)
                     ' LIGNE(S))'
              DELIMITED BY SIZE
              INTO REC-RAPPORT
           ELSE
              MOVE WS-NB-ERR-FIC TO WS-NB-ED
              STRING '  ' FUNCTION TRIM(WS-NB-ED) ' ERREUR(S)'
              DELIMITED BY SIZE
              INTO REC-RAPPORT
           END-IF.
           WRITE REC-RAPPORT.
       3060-BILAN-FICHIER-END.
           EXIT.

      *    Règles qui portent sur la ligne lue
       3100-CONTROLE-LIGNE-START.
           PERFORM VARYING WS-IND-REG FROM 1 BY 1
                 UNTIL WS-IND-REG > WS-NB-REG
              IF WS-REG-FIC(WS-IND-REG) = WS-IND-FIC
                 IF ((WS-REG-NUM(WS-IND-REG) = 0)
                      AND (WS-LIGNE NOT = SPACES))
                    OR (WS-REG-NUM(WS-IND-REG) = WS-NUM-LIGNE)
                    PERFORM 3200-APPLIQUE-REGLE-START
                         THRU 3290-APPLIQUE-REGLE-END
                 END-IF
              END-IF
           END-PERFORM.
       3110-CONTROLE-LIGNE-END.
           EXIT.

      *    Extrait la valeur visée par la règle et la contrôle
       3200-APPLIQUE-REGLE-START.
           MOVE WS-NUM-LIGNE TO WS-ERR-LIGNE.
           MOVE WS-REG-LONG(WS-IND-REG) TO WS-LONG.
           MOVE WS-REG-COL(WS-IND-REG) TO WS-COL-ERR.
           MOVE SPACES TO WS-VALEUR.
           IF WS-FIC-SEP(WS-IND-FIC) = SPACE
              MOVE WS-LIGNE(WS-COL-ERR:WS-LONG) TO WS-VALEUR
           ELSE
              PERFORM 3300-EXTRAIT-ZONE-START
                   THRU 3310-EXTRAIT-ZONE-END
              IF NOT WS-EST-TROUVE
                 IF WS-REG-OBLIG(WS-IND-REG) = 'O'
                    MOVE SPACES TO WS-ERR-TEXTE
                    MOVE WS-REG-COL(WS-IND-REG) TO WS-NB-ED
                    STRING 'ZONE ' FUNCTION TRIM(WS-NB-ED)
                           ' ABSENTE, SEPARATEUR '''
                           WS-FIC-SEP(WS-IND-FIC) ''' MANQUANT'
                    DELIMITED BY SIZE
                    INTO WS-ERR-TEXTE
                    PERFORM 6000-ECRIT-ERREUR-START
                         THRU 6010-ECRIT-ERREUR-END
                 END-IF
                 GO TO 3290-APPLIQUE-REGLE-END
              END-IF
              IF WS-CHAMP(WS-LONG + 1:) NOT = SPACES
                 MOVE SPACES TO WS-ERR-TEXTE
                 MOVE WS-LONG TO WS-NB-ED
                 STRING 'ZONE TROP LONGUE, '
                        FUNCTION TRIM(WS-NB-ED) ' CARACTERES AU PLUS'
                 DELIMITED BY SIZE
                 INTO WS-ERR-TEXTE
                 PERFORM 6000-ECRIT-ERREUR-START
                      THRU 6010-ECRIT-ERREUR-END
                 GO TO 3290-APPLIQUE-REGLE-END
              END-IF
              MOVE WS-CHAMP(1:WS-LONG) TO WS-VALEUR
           END-IF.
           IF WS-VALEUR = SPACES
              IF WS-REG-OBLIG(WS-IND-REG) = 'O'
                 MOVE 'VALEUR OBLIGATOIRE ABSENTE' TO WS-ERR-TEXTE
                 PERFORM 6000-ECRIT-ERREUR-START
                      THRU 6010-ECRIT-ERREUR-END
              END-IF
              GO TO 3290-APPLIQUE-REGLE-END
           END-IF.
           MOVE SPACES TO WS-ERR-TEXTE.
           EVALUATE WS-REG-TYPE(WS-IND-REG)
              WHEN 'N'
                 IF WS-VALEUR(1:WS-LONG) NOT NUMERIC
                    STRING 'VALEUR ''' WS-VALEUR(1:WS-LONG)
                           ''' NON NUMERIQUE'
                    DELIMITED BY SIZE
                    INTO WS-ERR-TEXTE
                 ELSE
                    PERFORM 3400-CONTROLE-BORNES-START
                         THRU 3410-CONTROLE-BORNES-END
                 END-IF
              WHEN 'D'
                 IF (WS-LONG NOT = 8)
                    OR (WS-VALEUR(1:8) NOT NUMERIC)
                    STRING 'DATE ''' WS-VALEUR(1:WS-LONG)
                           ''' INVALIDE, AAAAMMJJ ATTENDU'
                    DELIMITED BY SIZE
                    INTO WS-ERR-TEXTE
                 ELSE
                    MOVE WS-VALEUR(1:8) TO WS-DATE-9
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = 0
                       STRING 'DATE ''' WS-VALEUR(1:8)
                              ''' INEXISTANTE'
                       DELIMITED BY SIZE
                       INTO WS-ERR-TEXTE
                    END-IF
                 END-IF
              WHEN 'M'
                 MOVE WS-VALEUR(1:6) TO WS-MOIS-X
                 IF (WS-LONG NOT = 6) OR (WS-MOIS-X NOT NUMERIC)
                    OR (WS-MOIS-MM < 1) OR (WS-MOIS-MM > 12)
                    STRING 'MOIS ''' WS-VALEUR(1:WS-LONG)
                           ''' INVALIDE, AAAAMM ATTENDU'
                    DELIMITED BY SIZE
                    INTO WS-ERR-TEXTE
                 END-IF
              WHEN 'L'
                 PERFORM 3500-CHERCHE-LISTE-START
                      THRU 3510-CHERCHE-LISTE-END
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-ERR-TEXTE NOT = SPACES
              PERFORM 6000-ECRIT-ERREUR-START
                   THRU 6010-ECRIT-ERREUR-END
           END-IF.
       3290-APPLIQUE-REGLE-END.
           EXIT.

      *    Zone de rang WS-REG-COL d'une ligne à séparateur ; la
      *    colonne signalée est celle où la zone commence
       3300-EXTRAIT-ZONE-START.
           MOVE SPACES TO WS-CHAMP.
           MOVE 'N' TO WS-CHAMP-TROUVE.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-IND-CHAMP FROM 1 BY 1
                 UNTIL (WS-IND-CHAMP > WS-REG-COL(WS-IND-REG))
                 OR (WS-PTR > 256)
              MOVE WS-PTR TO WS-DEBUT-CHAMP
              MOVE SPACES TO WS-CHAMP
              UNSTRING WS-LIGNE
                 DELIMITED BY WS-FIC-SEP(WS-IND-FIC)
                 INTO WS-CHAMP
                 WITH POINTER WS-PTR
              END-UNSTRING
              IF WS-IND-CHAMP = WS-REG-COL(WS-IND-REG)
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              MOVE WS-DEBUT-CHAMP TO WS-COL-ERR
           ELSE
      *       zone absente : signalée après la fin de la ligne
              MOVE SPACES TO WS-CHAMP
              COMPUTE WS-COL-ERR =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-LIGNE TRAILING)) + 1
           END-IF.
       3310-EXTRAIT-ZONE-END.
           EXIT.

      *    Bornes min-max facultatives d'une valeur numérique
       3400-CONTROLE-BORNES-START.
           IF WS-REG-VALEURS(WS-IND-REG) = SPACES
              GO TO 3410-CONTROLE-BORNES-END
           END-IF.
           MOVE SPACES TO WS-MIN-X WS-MAX-X.
           UNSTRING WS-REG-VALEURS(WS-IND-REG) DELIMITED BY '-'
              INTO WS-MIN-X WS-MAX-X
           END-UNSTRING.
           IF (FUNCTION TEST-NUMVAL(WS-MIN-X) NOT = 0)
              OR (FUNCTION TEST-NUMVAL(WS-MAX-X) NOT = 0)
              GO TO 3410-CONTROLE-BORNES-END
           END-IF.
           MOVE WS-VALEUR(1:WS-LONG) TO WS-NOMBRE.
           IF (WS-NOMBRE < FUNCTION NUMVAL(WS-MIN-X))
              OR (WS-NOMBRE > FUNCTION NUMVAL(WS-MAX-X))
              STRING 'VALEUR ' WS-VALEUR(1:WS-LONG)
                     ' HORS BORNES '
                     FUNCTION TRIM(WS-REG-VALEURS(WS-IND-REG))
              DELIMITED BY SIZE
              INTO WS-ERR-TEXTE
           END-IF.
       3410-CONTROLE-BORNES-END.
           EXIT.

      *    Valeur parmi la liste a/b/c de la règle
       3500-CHERCHE-LISTE-START.
           MOVE 'N' TO WS-CHAMP-TROUVE.
           MOVE 1 TO WS-PTR-LISTE.
           PERFORM UNTIL WS-EST-TROUVE OR (WS-PTR-LISTE > 40)
              MOVE SPACES TO WS-VAL-PERMISE
              UNSTRING WS-REG-VALEURS(WS-IND-REG) DELIMITED BY '/'
                 INTO WS-VAL-PERMISE
                 WITH POINTER WS-PTR-LISTE
              END-UNSTRING
              IF (WS-VAL-PERMISE NOT = SPACES)
                 AND (WS-VAL-PERMISE = WS-VALEUR)
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              STRING 'VALEUR ''' WS-VALEUR(1:WS-LONG)
                     ''' HORS LISTE '
                     FUNCTION TRIM(WS-REG-VALEURS(WS-IND-REG))
              DELIMITED BY SIZE
              INTO WS-ERR-TEXTE
           END-IF.
       3510-CHERCHE-LISTE-END.
           EXIT.

      *    Ouverture du rapport : nouveau, ou à la suite du
      *    contrôle précédent (une étape de chaine après l'autre)
       5000-OUVRE-RAPPORT-START.
           IF PC-RAPPORT-SUITE
              OPEN EXTEND F-RAPPORT
              IF WS-STAT-FRAPNOFILE
                 OPEN OUTPUT F-RAPPORT
              END-IF
           ELSE
              OPEN OUTPUT F-RAPPORT
           END-IF.
           IF NOT WS-STAT-FRAPOK
              DISPLAY 'CODE RETOUR D''ERREUR RAPPORT PARAMETRES' SPACE
                 WS-STAT-FRAP
              GO TO 5010-OUVRE-RAPPORT-END
           END-IF.
           SET WS-RAPPORT-OUVERT TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
           IF PC-RAPPORT-NOUVEAU
              MOVE SPACES TO REC-RAPPORT
              STRING 'CONTROLE DES FICHIERS PARAMETRES DU '
                     WS-HORODATE(7:2) '/' WS-HORODATE(5:2) '/'
                     WS-HORODATE(1:4) ' A ' WS-HORODATE(9:2) ':'
                     WS-HORODATE(11:2)
              DELIMITED BY SIZE
              INTO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF PC-PROGRAMME = SPACES
              MOVE 'TOUS LES FICHIERS DU REGISTRE' TO REC-RAPPORT
           ELSE
              STRING 'FICHIERS LUS PAR ' PC-PROGRAMME
              DELIMITED BY SIZE
              INTO REC-RAPPORT
           END-IF.
           WRITE REC-RAPPORT.
       5010-OUVRE-RAPPORT-END.
           EXIT.

       5100-FERME-RAPPORT-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE PC-NB-FICHIERS TO WS-NB-ED.
           MOVE PC-NB-ERREURS TO WS-NB-ED2.
           STRING FUNCTION TRIM(WS-NB-ED) ' FICHIER(S) CONTROLE(S), '
                  FUNCTION TRIM(WS-NB-ED2) ' ERREUR(S)'
           DELIMITED BY SIZE
           INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.
       5110-FERME-RAPPORT-END.
           EXIT.

      *    Une erreur : fichier, ligne et colonne, à la console et
      *    au rapport
       6000-ECRIT-ERREUR-START.
           ADD 1 TO WS-NB-ERR-FIC.
           IF WS-ERR-FICHIER NOT = WS-REGISTRE-NOM
              ADD 1 TO PC-NB-ERREURS
           END-IF.
           MOVE WS-ERR-FICHIER TO WS-LE-FICHIER.
           MOVE WS-ERR-LIGNE TO WS-LE-LIGNE.
           MOVE WS-COL-ERR TO WS-LE-COLONNE.
           MOVE WS-ERR-TEXTE TO WS-LE-TEXTE.
           DISPLAY 'PARAMETRE EN ERREUR :' SPACE
              FUNCTION TRIM(WS-ERR-FICHIER) ' LIGNE ' WS-LE-LIGNE
              ' COLONNE ' WS-LE-COLONNE ' : '
              FUNCTION TRIM(WS-ERR-TEXTE).
           IF WS-RAPPORT-OUVERT
              MOVE SPACES TO REC-RAPPORT
              STRING '  ' WS-LIG-ERREUR DELIMITED BY SIZE
              INTO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO WS-ERR-TEXTE.
       6010-ECRIT-ERREUR-END.
           EXIT.

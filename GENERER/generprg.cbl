      * attache (genercpy) est relu champ par champ, sa PICTURE
      * décide du controle émis (classe numérique, validité
      * calendaire des dates)
       01  WS-CPYIN-NOM    PIC X(40)   VALUE SPACE .
       01  WS-A-CONTROLE   PIC X       VALUE 'N'   .
       88  WS-A-DES-CONTROLES          VALUE 'O'   .
       01  WS-CTL-TOK1     PIC X(10)   VALUE SPACE .
       01  WS-CTL-PIC      PIC X(15)   VALUE SPACE .
       01  WS-CTL-REJLEN   PIC 999     VALUE 0     .

      * génération d'un programme de gestion au clavier (ajout,
      * modification, suppression, consultation) depuis un copybook
      * genere : generprg-gestion.txt donne le programme, l'auteur,
      * le copybook (WS-CPYIN-NOM), le fichier, la clé et la
      * capacité de la table ; les champs du dessin sont relus avec
      * leur PICTURE (marqueur de type de genercpy)
       01  WS-GES-FICHIER  PIC X(40)   VALUE SPACE .
       01  WS-GES-AUDIT    PIC X(40)   VALUE SPACE .
       01  WS-GES-CLENOM   PIC X(30)   VALUE SPACE .
       01  WS-GES-CAPA     PIC 9(4)    VALUE 0     .
       01  WS-GES-LONG     PIC 9(4)    VALUE 0     .
       01  WS-GES-LGAUD    PIC 9(4)    VALUE 0     .
       01  WS-GES-NB       PIC 99      VALUE 0     .
       01  WS-GES-NBAFF    PIC 99      VALUE 0     .
       01  WS-GES-CLE      PIC 99      VALUE 0     .
       01  WS-GES-I        PIC 99      VALUE 0     .
       01  WS-GES-LIGNE    PIC 99      VALUE 0     .
       01  WS-GES-ETAT     PIC X       VALUE 'O'   .
       88  WS-GES-EST-OK               VALUE 'O'   .
       01  WS-GES-FIN-DESSIN PIC X     VALUE 'N'   .
       88  WS-GES-DESSIN-LU            VALUE 'O'   .
       01  WS-GES-A-DATE   PIC X       VALUE 'N'   .
       88  WS-GES-AVEC-DATE            VALUE 'O'   .
       01  WS-GES-VUE      PIC X       VALUE 'N'   .
       88  WS-GES-EST-VUE              VALUE 'O'   .
       88  WS-GES-EST-CLE              VALUE 'C'   .
       01  WS-GES-TOK1     PIC X(10)   VALUE SPACE .
       01  WS-GES-TOK2     PIC X(10)   VALUE SPACE .
       01  WS-GES-TOK3     PIC X(30)   VALUE SPACE .
       01  WS-GES-TOK4     PIC X(10)   VALUE SPACE .
       01  WS-GES-TOK5     PIC X(20)   VALUE SPACE .
       01  WS-GES-TOK6     PIC X(10)   VALUE SPACE .
       01  WS-GES-POS      PIC 99      VALUE 0     .
       01  WS-GES-REP      PIC 9(4)    VALUE 0     .
       01  WS-GES-LGPIC    PIC 9(4)    VALUE 0     .
       01  WS-GES-CHIFFRE  PIC 9       VALUE 0     .
       01  WS-GES-TEXTE    PIC X(61)   VALUE SPACE .
      *    champs du dessin : nom, zone de saisie E-, libellé écran,
      *    type (A alphanumérique, N numérique 9(n), P PICTURE
      *    explicite, F FILLER), PICTURE, longueur, position
       01  WS-GES-DESSIN.
           03  WS-GES-CHAMP  OCCURS 60.
              05 WS-GES-NOM      PIC X(30)        .
              05 WS-GES-SAISIE   PIC X(30)        .
              05 WS-GES-LIB      PIC X(32)        .
              05 WS-GES-TYPE     PIC X            .
              05 WS-GES-PIC      PIC X(20)        .
              05 WS-GES-LG       PIC 9(3)         .
              05 WS-GES-DEB      PIC 9(3)         .
              05 WS-GES-DATE     PIC X            .

      * gestion de la JCL générée en accompagnement du skelette
       01  WS-LIG-JCL     PIC X(80)   VALUE SPACE .
       01  WS-JCL-DISP    PIC X(24)   VALUE SPACE .
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-YMD.
           MOVE CORR WS-DATE-YMD TO WS-DATE-DMY.

      *    Si generprg-gestion.txt est déposé, le programme de
      *    gestion au clavier du fichier décrit est généré dans
      *    output.cbl et generprg s'arrête là
           PERFORM 5000-GESTION-START THRU 5000-GESTION-END.

      *    Si generprg-param.txt est déposé, toutes les réponses des
      *    écrans en sont lues et la génération tourne sans opérateur
           PERFORM 4100-CHARGE-PARAM-BATCH-START
           MOVE '       01  WS-CPT-REJETS   PIC 9(6)   VALUE 0.'
              TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '       01  WS-RC-SAUVE     PIC S9(4)  VALUE 0.'
              TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
       3033-WS-JOURNAL-END.
           EXIT.

           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '       9900-ECRIT-JOURNAL-START.' TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
      *    le code retour du programme généré survit à l'appel
           MOVE '           MOVE RETURN-CODE TO WS-RC-SAUVE.'
              TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           INITIALIZE REC-F-PRG.
           STRING '           MOVE '''
                  FUNCTION TRIM(WS-PRG-NOM)
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '           END-CALL.' TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '           MOVE WS-RC-SAUVE TO RETURN-CODE.'
              TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '       9910-ECRIT-JOURNAL-END.' TO REC-F-PRG.
           PERFORM 2010-WRITE-PRG-START THRU 2010-WRITE-PRG-END.
           MOVE '           EXIT.' TO REC-F-PRG.
       3035-FILEF-SECT-END.
           EXIT.

      *    Génération du programme de gestion au clavier d'un fichier
      *    décrit par un copybook genere (genercpy) : même principe que
      *    gestcli (fichier chargé en table, ajout, modification,
      *    suppression, audit avant/après, réécriture en bloc à la
      *    sortie), avec écrans SCREEN SECTION et contrôles tirés des
      *    PICTURE du dessin (marqueurs de type de genercpy).
      *    L'accès au programme généré passe par autoris (droit de
      *    mise à jour sur le programme dans operateurs.txt).
      *    generprg-gestion.txt, une valeur par ligne :
      *      1 nom du programme (1:8), défaut GESTFIC
      *      2 auteur (1:20), défaut GENERPRG
      *      3 copybook genere (1:40)
      *      4 fichier géré (1:40)
      *      5 champ clé (1:30), défaut premier champ du dessin
      *      6 capacité de la table (1:4), défaut 0999
       5000-GESTION-START.
           OPEN INPUT PRG-GEST-PARAM.
           IF PRG-GEST-PARAM-STATUS-NOFILE
              GO TO 5000-GESTION-END
           END-IF.
           IF NOT PRG-GEST-PARAM-STATUS-OK
              DISPLAY 'ERREUR LECTURE GENERPRG-GESTION.TXT : '
                 PRG-GEST-PARAM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           MOVE FUNCTION UPPER-CASE(REC-PRG-GEST-PARAM(1:8))
              TO WS-PRG-NOM.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           MOVE REC-PRG-GEST-PARAM(1:20) TO WS-PRG-AUT.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           MOVE REC-PRG-GEST-PARAM(1:40) TO WS-CPYIN-NOM.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           MOVE REC-PRG-GEST-PARAM(1:40) TO WS-GES-FICHIER.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           MOVE FUNCTION UPPER-CASE(REC-PRG-GEST-PARAM(1:30))
              TO WS-GES-CLENOM.
           PERFORM 5005-LECT-PARAM-START THRU 5005-LECT-PARAM-END.
           IF (REC-PRG-GEST-PARAM(1:4) NOT = SPACES)
              AND (FUNCTION TEST-NUMVAL(REC-PRG-GEST-PARAM(1:4)) = 0)
              COMPUTE WS-GES-CAPA =
                 FUNCTION NUMVAL(REC-PRG-GEST-PARAM(1:4))
           END-IF.
           CLOSE PRG-GEST-PARAM.
           IF WS-PRG-NOM = SPACES
              MOVE 'GESTFIC' TO WS-PRG-NOM
           END-IF.
           IF WS-PRG-AUT = SPACES
              MOVE 'GENERPRG' TO WS-PRG-AUT
           END-IF.
           IF WS-GES-CAPA = 0
              MOVE 999 TO WS-GES-CAPA
           END-IF.
           IF (WS-CPYIN-NOM = SPACES) OR (WS-GES-FICHIER = SPACES)
              DISPLAY 'GENERPRG-GESTION.TXT : COPYBOOK (LIGNE 3) ET '
                 'FICHIER (LIGNE 4) OBLIGATOIRES'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'GENERATION DU PROGRAMME DE GESTION '
              FUNCTION TRIM(WS-PRG-NOM) ' DEPUIS GENERPRG-GESTION.TXT'.

           PERFORM 5010-CHARGE-DESSIN-START
              THRU 5010-CHARGE-DESSIN-END.
           IF WS-GES-EST-OK
              PERFORM 5020-CLE-AUDIT-START THRU 5020-CLE-AUDIT-END
           END-IF.
           IF NOT WS-GES-EST-OK
              DISPLAY 'PROGRAMME DE GESTION NON GENERE'
              STOP RUN
           END-IF.

      *    même archivage versionné que le skelette ordinaire
           PERFORM 1085-ARCHIVE-PRG-START THRU 1085-ARCHIVE-PRG-END.
           PERFORM 2000-OPEN-PRG-START THRU 2000-OPEN-PRG-END.
           PERFORM 5040-GES-ENTETE-START THRU 5040-GES-ENTETE-END.
           PERFORM 5045-GES-DONNEES-START THRU 5045-GES-DONNEES-END.
           PERFORM 5050-GES-ECRANS-START THRU 5050-GES-ECRANS-END.
           PERFORM 5060-GES-MAIN-START THRU 5060-GES-MAIN-END.
           PERFORM 5065-GES-CLE-START THRU 5065-GES-CLE-END.
           PERFORM 5070-GES-CONTROLE-START
              THRU 5070-GES-CONTROLE-END.
           PERFORM 5075-GES-ACTIONS-START THRU 5075-GES-ACTIONS-END.
           PERFORM 5080-GES-AUDIT-START THRU 5080-GES-AUDIT-END.
           PERFORM 2020-CLOSE-PRG-START THRU 2020-CLOSE-PRG-END.
           DISPLAY 'PROGRAMME ' FUNCTION TRIM(WS-PRG-NOM)
              ' GENERE DANS OUTPUT.CBL : ' WS-GES-NBAFF
              ' CHAMP(S), CLE ' FUNCTION TRIM(WS-GES-NOM(WS-GES-CLE)).
           MOVE 'N' TO WS-SQL.
           PERFORM 1080-AUDIT-LOG-START THRU 1080-AUDIT-LOG-END.
           STOP RUN.
       5000-GESTION-END.
           EXIT.

       5005-LECT-PARAM-START.
           MOVE SPACES TO REC-PRG-GEST-PARAM.
           READ PRG-GEST-PARAM.
           IF PRG-GEST-PARAM-STATUS-EOF
              MOVE SPACES TO REC-PRG-GEST-PARAM
           END-IF.
       5005-LECT-PARAM-END.
           EXIT.

      *    Relecture du copybook : seul le premier niveau 01 est géré
      *    (les vues REDEFINES de genercpy suivent en 01 distincts), un
      *    champ élémentaire par ligne avec sa PICTURE
       5010-CHARGE-DESSIN-START.
           MOVE 0 TO WS-GES-NB WS-GES-NBAFF WS-GES-LONG WS-GES-LIGNE.
           MOVE 'O' TO WS-GES-ETAT.
           MOVE 'N' TO WS-GES-FIN-DESSIN WS-GES-A-DATE.
           OPEN INPUT F-CPYIN.
           IF NOT F-CPYIN-STATUS-OK
              DISPLAY 'COPYBOOK INTROUVABLE : '
                 FUNCTION TRIM(WS-CPYIN-NOM)
              MOVE 'N' TO WS-GES-ETAT
              MOVE 12 TO RETURN-CODE
              GO TO 5010-CHARGE-DESSIN-END
           END-IF.
           PERFORM 2030-READ-F-CPYIN-START
              THRU 2030-READ-F-CPYIN-END.
           PERFORM UNTIL F-CPYIN-STATUS-EOF OR WS-GES-DESSIN-LU
                      OR (NOT WS-GES-EST-OK)
              PERFORM 5015-GES-UN-CHAMP-START
                 THRU 5015-GES-UN-CHAMP-END
              PERFORM 2030-READ-F-CPYIN-START
                 THRU 2030-READ-F-CPYIN-END
           END-PERFORM.
           CLOSE F-CPYIN.
           IF WS-GES-EST-OK AND (WS-GES-NBAFF = 0)
              DISPLAY 'AUCUN CHAMP DANS LE COPYBOOK '
                 FUNCTION TRIM(WS-CPYIN-NOM)
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
           END-IF.
      *    la longueur d'enregistrement alimente des PIC 9(3)
           IF WS-GES-EST-OK AND (WS-GES-LONG > 999)
              DISPLAY 'ENREGISTREMENT DE PLUS DE 999 CARACTERES'
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
           END-IF.
       5010-CHARGE-DESSIN-END.
           EXIT.

       5015-GES-UN-CHAMP-START.
           IF REC-F-CPYIN(7:1) = '*'
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
           MOVE SPACES TO WS-GES-TOK1 WS-GES-TOK2 WS-GES-TOK3
                          WS-GES-TOK4 WS-GES-TOK5 WS-GES-TOK6.
      *    les lignes du copybook commencent par des blancs : le
      *    premier jeton est vide, le niveau arrive en second
           UNSTRING REC-F-CPYIN DELIMITED BY ALL SPACE
              INTO WS-GES-TOK1 WS-GES-TOK2 WS-GES-TOK3
                   WS-GES-TOK4 WS-GES-TOK5 WS-GES-TOK6.
           IF WS-GES-TOK2 = SPACES
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
           IF WS-GES-TOK2 = '01'
              ADD 1 TO WS-GES-LIGNE
              IF WS-GES-LIGNE > 1
                 MOVE 'O' TO WS-GES-FIN-DESSIN
              END-IF
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
           IF (WS-GES-TOK4 = 'REDEFINES') OR (WS-GES-TOK6 = 'OCCURS')
              OR (WS-GES-TOK6 = 'REDEFINES') OR (WS-GES-TOK6 = 'COMP')
              OR (WS-GES-TOK6 = 'COMP-3') OR (WS-GES-TOK6 = 'BINARY')
              OR (WS-GES-TOK6 = 'USAGE')
              DISPLAY 'ZONE ' FUNCTION TRIM(WS-GES-TOK3) ' : '
                 FUNCTION TRIM(WS-GES-TOK4) SPACE
                 FUNCTION TRIM(WS-GES-TOK6)
                 ' NON GERE PAR L''ECRAN DE GESTION'
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
      *    niveaux 88 et groupes sans PICTURE : pas de position
           IF (WS-GES-TOK4 NOT = 'PIC')
              AND (WS-GES-TOK4 NOT = 'PICTURE')
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
           IF WS-GES-NB >= 60
              DISPLAY 'DESSIN TROP LONG (60 ZONES MAXI)'
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
           ADD 1 TO WS-GES-NB.
           MOVE WS-GES-TOK3 TO WS-GES-NOM(WS-GES-NB).
           MOVE SPACES TO WS-GES-SAISIE(WS-GES-NB)
                          WS-GES-LIB(WS-GES-NB).
           MOVE 'N' TO WS-GES-DATE(WS-GES-NB).
      *    PICTURE sans le point final ; le FILLER de genercpy
      *    s'écrit PIC (nn), il est repris en X(nn)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GES-TOK5))
              TO WS-GES-POS.
           IF (WS-GES-POS > 0) AND (WS-GES-TOK5(WS-GES-POS:1) = '.')
              MOVE SPACE TO WS-GES-TOK5(WS-GES-POS:1)
           END-IF.
           IF WS-GES-TOK5(1:1) = '('
              MOVE SPACES TO WS-GES-PIC(WS-GES-NB)
              STRING 'X' WS-GES-TOK5
              DELIMITED BY SIZE
              INTO WS-GES-PIC(WS-GES-NB)
           ELSE
              MOVE WS-GES-TOK5 TO WS-GES-PIC(WS-GES-NB)
           END-IF.
           PERFORM 5030-GES-LONG-PIC-START THRU 5030-GES-LONG-PIC-END.
           MOVE WS-GES-LGPIC TO WS-GES-LG(WS-GES-NB).
           COMPUTE WS-GES-DEB(WS-GES-NB) = WS-GES-LONG + 1.
           ADD WS-GES-LGPIC TO WS-GES-LONG.
           IF WS-GES-NOM(WS-GES-NB) = 'FILLER'
              MOVE 'F' TO WS-GES-TYPE(WS-GES-NB)
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
      *    type du champ d'après sa PICTURE : X ou A alphanumérique,
      *    9 seuls numérique saisi en clair, autre (signe, virgule,
      *    édition) saisi directement dans sa PICTURE
           MOVE 0 TO TALLY.
           INSPECT WS-GES-PIC(WS-GES-NB) TALLYING TALLY
              FOR ALL 'X' ALL 'A'.
           IF TALLY > 0
              MOVE 'A' TO WS-GES-TYPE(WS-GES-NB)
           ELSE
              INSPECT WS-GES-PIC(WS-GES-NB) TALLYING TALLY
                 FOR ALL 'S' ALL 'V' ALL 'Z' ALL '.' ALL ','
                     ALL '-' ALL '+' ALL '*' ALL 'B' ALL '/'
              IF TALLY = 0
                 MOVE 'N' TO WS-GES-TYPE(WS-GES-NB)
              ELSE
                 MOVE 'P' TO WS-GES-TYPE(WS-GES-NB)
              END-IF
           END-IF.
           ADD 1 TO WS-GES-NBAFF.
      *    une ligne d'écran par champ, entre la ligne 6 et la 19
           IF WS-GES-NBAFF > 14
              DISPLAY 'TROP DE CHAMPS POUR UN ECRAN (14 MAXI)'
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
              GO TO 5015-GES-UN-CHAMP-END
           END-IF.
      *    libellé = nom sans le préfixe R- de genercpy, zone de
      *    saisie E-libellé (30 caractères au plus avec le -9 de la
      *    vue numérique)
           IF WS-GES-NOM(WS-GES-NB)(1:2) = 'R-'
              MOVE WS-GES-NOM(WS-GES-NB)(3:28) TO WS-GES-LIB(WS-GES-NB)
           ELSE
              MOVE WS-GES-NOM(WS-GES-NB) TO WS-GES-LIB(WS-GES-NB)
           END-IF.
           STRING 'E-' WS-GES-LIB(WS-GES-NB)(1:26)
           DELIMITED BY SPACE
           INTO WS-GES-SAISIE(WS-GES-NB).
      *    date AAAAMMJJ : nom portant DATE, 8 chiffres
           MOVE 0 TO TALLY.
           INSPECT WS-GES-NOM(WS-GES-NB) TALLYING TALLY FOR ALL 'DATE'.
           IF (TALLY > 0) AND (WS-GES-TYPE(WS-GES-NB) = 'N')
              AND (WS-GES-LG(WS-GES-NB) = 8)
              MOVE 'O' TO WS-GES-DATE(WS-GES-NB)
              MOVE 'O' TO WS-GES-A-DATE
           END-IF.
       5015-GES-UN-CHAMP-END.
           EXIT.

      *    Longueur en octets de la PICTURE du champ courant : un
      *    octet par symbole, n pour un symbole répété (n), rien pour
      *    le signe S et la virgule virtuelle V
       5030-GES-LONG-PIC-START.
           MOVE 0 TO WS-GES-LGPIC.
           MOVE 1 TO WS-GES-POS.
           PERFORM UNTIL WS-GES-POS > 20
              EVALUATE WS-GES-PIC(WS-GES-NB)(WS-GES-POS:1)
                 WHEN 'S'
                 WHEN 'V'
                 WHEN SPACE
                    CONTINUE
                 WHEN '('
                    MOVE 0 TO WS-GES-REP
                    ADD 1 TO WS-GES-POS
                    PERFORM UNTIL (WS-GES-POS > 20)
                       OR (WS-GES-PIC(WS-GES-NB)(WS-GES-POS:1) = ')')
                       IF WS-GES-PIC(WS-GES-NB)(WS-GES-POS:1) NUMERIC
                          MOVE WS-GES-PIC(WS-GES-NB)(WS-GES-POS:1)
                             TO WS-GES-CHIFFRE
                          COMPUTE WS-GES-REP = (WS-GES-REP * 10)
                             + WS-GES-CHIFFRE
                       END-IF
                       ADD 1 TO WS-GES-POS
                    END-PERFORM
      *             le symbole devant la parenthèse compte déjà 1
                    IF WS-GES-REP > 0
                       COMPUTE WS-GES-LGPIC = WS-GES-LGPIC
                          + WS-GES-REP - 1
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-GES-LGPIC
              END-EVALUATE
              ADD 1 TO WS-GES-POS
           END-PERFORM.
       5030-GES-LONG-PIC-END.
           EXIT.

      *    Champ clé (nommé ligne 5 de generprg-gestion.txt, avec ou
      *    sans le préfixe R-, à défaut le premier champ du dessin) et
      *    nom du journal d'audit du programme généré
       5020-CLE-AUDIT-START.
           MOVE 0 TO WS-GES-CLE.
           PERFORM VARYING WS-GES-I FROM 1 BY 1
                   UNTIL (WS-GES-I > WS-GES-NB) OR (WS-GES-CLE > 0)
              IF WS-GES-TYPE(WS-GES-I) NOT = 'F'
                 IF (WS-GES-CLENOM = SPACES)
                    OR (WS-GES-NOM(WS-GES-I) = WS-GES-CLENOM)
                    OR (WS-GES-LIB(WS-GES-I) = WS-GES-CLENOM)
                    MOVE WS-GES-I TO WS-GES-CLE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GES-CLE = 0
              DISPLAY 'CHAMP CLE INCONNU DANS LE DESSIN : '
                 FUNCTION TRIM(WS-GES-CLENOM)
              MOVE 'N' TO WS-GES-ETAT
              MOVE 8 TO RETURN-CODE
              GO TO 5020-CLE-AUDIT-END
           END-IF.
      *    journal : nom du fichier sans extension suivi de
      *    -audit.txt (clients.dat donne clients-audit.txt)
           MOVE 0 TO WS-GES-POS.
           PERFORM VARYING WS-GES-I FROM 40 BY -1
                   UNTIL (WS-GES-I < 2) OR (WS-GES-POS > 0)
                   OR (WS-GES-FICHIER(WS-GES-I:1) = '/')
              IF WS-GES-FICHIER(WS-GES-I:1) = '.'
                 MOVE WS-GES-I TO WS-GES-POS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-GES-AUDIT.
           IF WS-GES-POS > 1
              STRING WS-GES-FICHIER(1:WS-GES-POS - 1) '-audit.txt'
              DELIMITED BY SIZE
              INTO WS-GES-AUDIT
           ELSE
              STRING FUNCTION TRIM(WS-GES-FICHIER) '-audit.txt'
              DELIMITED BY SIZE
              INTO WS-GES-AUDIT
           END-IF.
      *    ligne d'audit : horodatage, opérateur, action et les
      *    deux images de l'enregistrement
           COMPUTE WS-GES-LGAUD = 60 + (2 * WS-GES-LONG).
       5020-CLE-AUDIT-END.
           EXIT.

      *    Cartouche, identification, fichiers et FD du programme de
      *    gestion
       5040-GES-ENTETE-START.
           MOVE ALL '=' TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    Gestion au clavier generee par generprg'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    fichier : ' FUNCTION TRIM(WS-GES-FICHIER)
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    dessin  : ' FUNCTION TRIM(WS-CPYIN-NOM)
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    Ajout, modification, suppression et consultation'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    par ecran, avec controles de champ tires des'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    PICTURE et unicite de la cle '
                  FUNCTION TRIM(WS-GES-LIB(WS-GES-CLE)) '.'
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    Actions tracees dans '
                  FUNCTION TRIM(WS-GES-AUDIT)
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    (operateur, horodatage, avant/apres) ; le'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    fichier est reecrit en bloc a la sortie.'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    Acces reserve aux operateurs de operateurs.txt'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '    ayant le droit M sur le programme (cf autoris).'
              TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    auteur : ' FUNCTION TRIM(WS-PRG-AUT)
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           STRING '    Date creation ' WS-DATE-DMY
           DELIMITED BY SIZE
           INTO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE ALL '=' TO WS-GES-TEXTE.
           PERFORM 5092-GES-COMMENT-START THRU 5092-GES-COMMENT-END.
           MOVE '       IDENTIFICATION DIVISION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       PROGRAM-ID. ' FUNCTION TRIM(WS-PRG-NOM) '.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       AUTHOR . ' FUNCTION TRIM(WS-PRG-AUT) '.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       ENVIRONMENT DIVISION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       INPUT-OUTPUT SECTION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       FILE-CONTROL.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           SELECT F-DONNEES' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '               ASSIGN TO '''
                  FUNCTION TRIM(WS-GES-FICHIER) ''''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               ACCESS MODE IS SEQUENTIAL'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               ORGANIZATION IS LINE SEQUENTIAL'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               FILE STATUS IS WS-STAT-FDONNEES.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    trace de qui a change quoi et quand'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           SELECT F-AUDIT' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '               ASSIGN TO '''
                  FUNCTION TRIM(WS-GES-AUDIT) ''''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               ACCESS MODE IS SEQUENTIAL'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               ORGANIZATION IS LINE SEQUENTIAL'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '               FILE STATUS IS WS-STAT-FAUDIT.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       DATA DIVISION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       FILE SECTION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       FD  F-DONNEES' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           RECORD CONTAINS ' WS-GES-LONG
                  ' CHARACTERS'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           RECORDING MODE IS F.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  REC-F-DONNEES           PIC X('
                  WS-GES-LONG ').'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       FD  F-AUDIT' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           RECORD CONTAINS ' WS-GES-LGAUD
                  ' CHARACTERS'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           RECORDING MODE IS F.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  REC-F-AUDIT             PIC X('
                  WS-GES-LGAUD ').'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5040-GES-ENTETE-END.
           EXIT.

      *    WORKING-STORAGE du programme de gestion : table du
      *    fichier, enregistrement courant au dessin du copybook, zones
      *    de saisie E- des écrans, audit
       5045-GES-DONNEES-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       WORKING-STORAGE SECTION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-STAT-FDONNEES    PIC XX.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           88 WS-STAT-FDONNEES-OK          VALUE'
                  ' ''00''.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           88 WS-STAT-FDONNEES-EOF         VALUE'
                  ' ''10''.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           88 WS-STAT-FDONNEES-NOFILE      VALUE'
                  ' ''35''.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-STAT-FAUDIT      PIC XX.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           88 WS-STAT-FAUDIT-OK            VALUE'
                  ' ''00''.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  IND-TAB             PIC 9(4)   VALUE 0.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-IND-TRV          PIC 9(4)   VALUE 0.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    le fichier complet en table' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-TAB-DATA.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           03 WS-NB-ENREG      PIC 9(4)   VALUE 0.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           03 WS-ENREG         PIC X('
                  WS-GES-LONG ')'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                               OCCURS 1 TO '
                  WS-GES-CAPA ' TIMES'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                               DEPENDING ON WS-N'
                  'B-ENREG.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    enregistrement courant, dessin du copybook'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    ' FUNCTION TRIM(WS-CPYIN-NOM)
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-FICHE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           PERFORM 5046-GES-FICHE-CHAMP-START
              THRU 5046-GES-FICHE-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-CLE              PIC X('
                  WS-GES-LG(WS-GES-CLE) ') VALUE SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    nom du fichier pour les ecrans et les'
                  ' messages'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-NOM-FICHIER      PIC X(40)  VALUE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           ''' FUNCTION TRIM(WS-GES-FICHIER) '''.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-TITRE            PIC X(60)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    saisies de l''operateur' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-OPERATEUR        PIC X(15)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-SECRET           PIC X(20)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-ACTION           PIC X      VALUE SPACE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-CONFIRME         PIC X      VALUE SPACE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-ABANDON          PIC X      VALUE ''N''.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-SAISIE-OK        PIC 9      VALUE 0.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  WS-MODIFIE          PIC 9      VALUE 0.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-LIB-ACTION       PIC X(20)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-LIB-CONFIRME     PIC X(40)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-MESSAGE          PIC X(70)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    controle d''acces des operateurs (autoris'
                  ')'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           COPY AUTORIS.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           PERFORM 5047-GES-SAISIE-CHAMP-START
              THRU 5047-GES-SAISIE-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           IF WS-GES-AVEC-DATE
              MOVE SPACES TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '      *    controle calendaire des dates AAAAMMJJ'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-DATE       PIC X(8)  VALUE SPACE.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-DET REDEFINES WS-VD-DATE.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '           05 WS-VD-AAAA    PIC 9(4).'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '           05 WS-VD-MM      PIC 99.' TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '           05 WS-VD-JJ      PIC 99.' TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-OK         PIC X  VALUE ''O''.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       88  WS-VD-EST-OK            VALUE ''O''.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-JJMAX      PIC 99    VALUE 0.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-RESTE      PIC 9(4)  VALUE 0.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              MOVE '       01  WS-VD-QUOT       PIC 9(4)  VALUE 0.'
                 TO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
           END-IF.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    audit : horodatage et avant/apres'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-CUR-DATE         PIC X(21)  VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-AUD-ACTION       PIC X(5)   VALUE '
                  'SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-AUD-AVANT        PIC X(' WS-GES-LONG
                  ') VALUE SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '       01  WS-AUD-APRES        PIC X(' WS-GES-LONG
                  ') VALUE SPACES.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5045-GES-DONNEES-END.
           EXIT.

       5046-GES-FICHE-CHAMP-START.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-TYPE(WS-GES-I) = 'F'
              STRING '           03 ' WS-GES-NOM(WS-GES-I)
                     ' PIC X(' WS-GES-LG(WS-GES-I) ').'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '           03 ' WS-GES-NOM(WS-GES-I)
                     ' PIC ' FUNCTION TRIM(WS-GES-PIC(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5046-GES-FICHE-CHAMP-END.
           EXIT.

       5047-GES-SAISIE-CHAMP-START.
           IF WS-GES-TYPE(WS-GES-I) = 'F'
              GO TO 5047-GES-SAISIE-CHAMP-END
           END-IF.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-TYPE(WS-GES-I) = 'P'
              STRING '       01  ' WS-GES-SAISIE(WS-GES-I)
                     ' PIC ' FUNCTION TRIM(WS-GES-PIC(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '       01  ' WS-GES-SAISIE(WS-GES-I)
                     ' PIC X(' WS-GES-LG(WS-GES-I) ').'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
      *    vue numérique de la saisie d'un champ 9(n) pour le test
      *    de classe
           IF WS-GES-TYPE(WS-GES-I) = 'N'
              INITIALIZE WS-LIG-GEN
              STRING '       01  '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                     '-9'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              INITIALIZE WS-LIG-GEN
              STRING '           REDEFINES '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                     ' PIC 9(' WS-GES-LG(WS-GES-I) ').'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
           END-IF.
       5047-GES-SAISIE-CHAMP-END.
           EXIT.

      *    SCREEN SECTION : opérateur, menu, saisie de la clé, fiche
      *    en saisie (clé protégée) et fiche en lecture seule pour la
      *    consultation et la confirmation de suppression
       5050-GES-ECRANS-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       SCREEN SECTION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  OPERATEUR-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 BLANK SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(60) FROM WS-TITRE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 2 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER FROM ''Quel est votre nom?'
                  ''' LINE 6 COL 10.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(15) USING WS-OPERATEU'
                  'R COL 40.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER FROM ''Votre secret ?'''
                  ' LINE 7 COL 10.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(20) USING WS-SECRET SE'
                  'CURE COL 40.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  MENU-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 BLANK SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(60) FROM WS-TITRE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 2 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER FROM ''A=AJOUT  M=MODIF  S='
                  'SUPPRESSION'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 6 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER FROM ''C=CONSULTATION  X=SORTIE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 7 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER FROM ''Action ?'' LINE 9 COL 10.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X USING WS-ACTION COL 40.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER FROM ''Enregistrements en t'
                  'able :'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 11 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC ZZZ9 FROM WS-NB-ENREG COL 40.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(70) FROM WS-MESSAGE L'
                  'INE 22 COL 5.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  CLE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 BLANK SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(60) FROM WS-TITRE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 2 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(20) FROM WS-LIB-ACTION'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 4 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'C' TO WS-GES-VUE.
           MOVE 5 TO WS-GES-LIGNE.
           MOVE WS-GES-CLE TO WS-GES-I.
           PERFORM 5055-GES-ECRAN-CHAMP-START
              THRU 5055-GES-ECRAN-CHAMP-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(70) FROM WS-MESSAGE L'
                  'INE 22 COL 5.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  FICHE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 BLANK SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(60) FROM WS-TITRE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 2 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(20) FROM WS-LIB-ACTION'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 4 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'N' TO WS-GES-VUE.
           MOVE 5 TO WS-GES-LIGNE.
           PERFORM 5055-GES-ECRAN-CHAMP-START
              THRU 5055-GES-ECRAN-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER FROM ''Valider (O) ou aband'
                  'onner (N) ?'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 20 COL 5.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X USING WS-CONFIRME COL 40.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(70) FROM WS-MESSAGE L'
                  'INE 22 COL 5.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       01  VUE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 BLANK SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(60) FROM WS-TITRE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 2 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X(20) FROM WS-LIB-ACTION'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 4 COL 10.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'O' TO WS-GES-VUE.
           MOVE 5 TO WS-GES-LIGNE.
           PERFORM 5055-GES-ECRAN-CHAMP-START
              THRU 5055-GES-ECRAN-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           MOVE '           05 FILLER PIC X(40) FROM WS-LIB-CONFIRME'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              LINE 20 COL 5.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           05 FILLER PIC X USING WS-CONFIRME COL 46.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           05 FILLER PIC X(70) FROM WS-MESSAGE L'
                  'INE 22 COL 5.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5050-GES-ECRANS-END.
           EXIT.

      *    Libellé et zone d'un champ sur l'écran en cours (WS-GES-VUE
      *    C écran de clé, N fiche en saisie, O fiche en lecture)
       5055-GES-ECRAN-CHAMP-START.
           IF WS-GES-TYPE(WS-GES-I) = 'F'
              GO TO 5055-GES-ECRAN-CHAMP-END
           END-IF.
           ADD 1 TO WS-GES-LIGNE.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-DATE(WS-GES-I) = 'O'
              STRING '           05 FILLER FROM '''
                     FUNCTION TRIM(WS-GES-LIB(WS-GES-I))
                     ' (AAAAMMJJ)'''
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '           05 FILLER FROM '''
                     FUNCTION TRIM(WS-GES-LIB(WS-GES-I)) ''''
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              LINE ' WS-GES-LIGNE ' COL 5.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-TYPE(WS-GES-I) = 'P'
              STRING '           05 FILLER PIC '
                     FUNCTION TRIM(WS-GES-PIC(WS-GES-I)) ' COL 40'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '           05 FILLER PIC X('
                     WS-GES-LG(WS-GES-I) ') COL 40'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
      *    la clé n'est saisie que sur l'écran de clé
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-EST-VUE
              OR ((WS-GES-I = WS-GES-CLE) AND (NOT WS-GES-EST-CLE))
              STRING '              FROM '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '              USING '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5055-GES-ECRAN-CHAMP-END.
           EXIT.

      *    Programme principal, chargement de la table et menu
       5060-GES-MAIN-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       PROCEDURE DIVISION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      * 0000-MAIN-START' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           STRING ''GESTION DU FICHIER '' FUNCTI'
                  'ON TRIM(WS-NOM-FICHIER)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INTO WS-TITRE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DISPLAY OPERATEUR-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT OPERATEUR-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM 0500-CONTROLE-ACCES-START'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              THRU 0500-CONTROLE-ACCES-END.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 1000-CHARGE-TABLE-START THRU '
                  '1000-CHARGE-TABLE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM 2000-SAISIE-ACTION-START'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              THRU 2000-SAISIE-ACTION-END.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM UNTIL WS-ACTION = ''X'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE SPACES TO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              EVALUATE WS-ACTION' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WHEN ''A''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    PERFORM 3000-AJOUT-START THR'
                  'U 3000-AJOUT-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WHEN ''M''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    PERFORM 4000-MODIF-START THR'
                  'U 4000-MODIF-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WHEN ''S''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    PERFORM 5000-SUPPR-START THR'
                  'U 5000-SUPPR-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WHEN ''C''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    PERFORM 6000-CONSULT-START T'
                  'HRU 6000-CONSULT-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WHEN OTHER' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    STRING ''ACTION INCONNUE : '
                  ''' WS-ACTION'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                    DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                    INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              END-EVALUATE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              PERFORM 2000-SAISIE-ACTION-START'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 THRU 2000-SAISIE-ACTION-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-PERFORM.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    reecriture en bloc, uniquement si que'
                  'lque chose a change'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-MODIFIE = 1' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              PERFORM 8000-REECRIT-START THRU 80'
                  '00-REECRIT-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              DISPLAY FUNCTION TRIM(WS-NOM-FICHI'
                  'ER) '' REECRIT, '''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 WS-NB-ENREG '' ENREGISTREMENT(S)'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ELSE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DISPLAY ''AUCUNE MODIFICATION - '''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                 FUNCTION TRIM(WS-NOM-FICHIER) '
                  ''' INCHANGE'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      * 0000-MAIN-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           STOP RUN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Seul un operateur de operateurs.txt'
                  ' ayant le droit'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    de mise a jour sur le programme ger'
                  'e le fichier ; le'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    refus est emis et trace par autoris'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       0500-CONTROLE-ACCES-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INITIALIZE AU-ZONE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE ''' FUNCTION LOWER-CASE
                  (FUNCTION TRIM(WS-PRG-NOM)) ''' TO AU-PROGRAMME.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-OPERATEUR TO AU-OPERATEUR.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-SECRET TO AU-SECRET.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO WS-SECRET.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           SET AU-ACCES-MISE-A-JOUR TO TRUE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           CALL ''autoris'' USING AU-ZONE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF AU-RC NOT = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *       code retour 8 : acces refuse'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE 8 TO RETURN-CODE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STOP RUN' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    l''audit porte l''identifiant controle'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE AU-OPERATEUR TO WS-OPERATEUR.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       0500-CONTROLE-ACCES-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Chargement du fichier en table ; un f'
                  'ichier plus gros que'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    la table arrete le programme : la ree'
                  'criture en bloc'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    perdrait les enregistrements non charges'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       1000-CHARGE-TABLE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           OPEN INPUT F-DONNEES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-STAT-FDONNEES-NOFILE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STRING FUNCTION TRIM(WS-NOM-FICHIER)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                     '' INTROUVABLE - FICHIER NEUF'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 1000-CHARGE-TABLE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF NOT WS-STAT-FDONNEES-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              DISPLAY ''ERREUR OUVERTURE '' FUNC'
                  'TION TRIM(WS-NOM-FICHIER)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 '' : '' WS-STAT-FDONNEES'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE 8 TO RETURN-CODE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STOP RUN' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           READ F-DONNEES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM UNTIL WS-STAT-FDONNEES-EOF'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                      OR (WS-NB-ENREG >= '
                  WS-GES-CAPA ')'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              ADD 1 TO WS-NB-ENREG' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE REC-F-DONNEES TO WS-ENREG(WS-'
                  'NB-ENREG)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              READ F-DONNEES' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-PERFORM.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF NOT WS-STAT-FDONNEES-EOF' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              CLOSE F-DONNEES' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DISPLAY FUNCTION TRIM(WS-NOM-FICHIER)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 '' DEPASSE LA CAPACITE DE LA TABLE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              DISPLAY ''GESTION IMPOSSIBLE - FIC'
                  'HIER NON MODIFIE'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE 8 TO RETURN-CODE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STOP RUN' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           CLOSE F-DONNEES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       1000-CHARGE-TABLE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2000-SAISIE-ACTION-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACE TO WS-ACTION.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DISPLAY MENU-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT MENU-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE FUNCTION UPPER-CASE(WS-ACTION) T'
                  'O WS-ACTION.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2000-SAISIE-ACTION-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5060-GES-MAIN-END.
           EXIT.

      *    Saisie de la clé, recherche dans la table (unicité) et
      *    chargement des zones de saisie
       5065-GES-CLE-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Saisie et controle de la cle ; WS-FIC'
                  'HE ne porte plus'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    que la cle, recopiee dans WS-CLE pour'
                  ' la recherche'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2100-SAISIE-CLE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 1 TO WS-SAISIE-OK.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE WS-GES-CLE TO WS-GES-I.
           PERFORM 5076-GES-INIT-CHAMP-START
              THRU 5076-GES-INIT-CHAMP-END.
           MOVE '           DISPLAY CLE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT CLE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO WS-MESSAGE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           IF WS-GES-TYPE(WS-GES-CLE) NOT = 'P'
              INITIALIZE WS-LIG-GEN
              STRING '           IF '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-CLE))
                     ' = SPACES'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              INITIALIZE WS-LIG-GEN
              STRING '              MOVE '''
                     FUNCTION TRIM(WS-GES-LIB(WS-GES-CLE))
                     ' OBLIGATOIRE'' TO WS-MESSAGE'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              PERFORM 5078-GES-REJET-CLE-START
                 THRU 5078-GES-REJET-CLE-END
           END-IF.
           IF WS-GES-TYPE(WS-GES-CLE) = 'N'
              INITIALIZE WS-LIG-GEN
              STRING '           IF '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-CLE))
                     '-9 NOT NUMERIC'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              INITIALIZE WS-LIG-GEN
              STRING '              MOVE '''
                     FUNCTION TRIM(WS-GES-LIB(WS-GES-CLE))
                     ' NON NUMERIQUE'' TO WS-MESSAGE'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END
              PERFORM 5078-GES-REJET-CLE-START
                 THRU 5078-GES-REJET-CLE-END
           END-IF.
           MOVE '           MOVE SPACES TO WS-FICHE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'E' TO WS-GES-VUE.
           PERFORM 5077-GES-TRANSFERT-START
              THRU 5077-GES-TRANSFERT-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE WS-FICHE(' WS-GES-DEB(WS-GES-CLE) ':'
                  WS-GES-LG(WS-GES-CLE) ') TO WS-CLE.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2100-SAISIE-CLE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Recherche de la cle dans la table, in'
                  'dice rendu dans'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    WS-IND-TRV (au-dela de WS-NB-ENREG = '
                  'non trouve)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2200-CHERCHE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM VARYING WS-IND-TRV FROM 1 BY 1'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                   UNTIL (WS-IND-TRV > WS-NB-ENREG)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                   OR (WS-ENREG(WS-IND-TRV)('
                  WS-GES-DEB(WS-GES-CLE) ':' WS-GES-LG(WS-GES-CLE)
                  ') = WS-CLE)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              CONTINUE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-PERFORM.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2200-CHERCHE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Zones de saisie chargees depuis l''en'
                  'registrement courant'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2300-CHARGE-ECRAN-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'R' TO WS-GES-VUE.
           PERFORM 5077-GES-TRANSFERT-START
              THRU 5077-GES-TRANSFERT-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           MOVE '       2300-CHARGE-ECRAN-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5065-GES-CLE-END.
           EXIT.

      *    Contrôles de la fiche saisie et validité calendaire des
      *    dates (même barème que 3050-VALIDE-DATE des skelettes)
       5070-GES-CONTROLE-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Controle des zones saisies selon le t'
                  'ype du dessin (classe'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    numerique, date AAAAMMJJ) ; la premie'
                  're anomalie part en'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    message, l''enregistrement courant n'
                  '''est alimente que si'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    tout est valide' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2400-CONTROLE-FICHE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 1 TO WS-SAISIE-OK.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO WS-MESSAGE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           PERFORM 5071-GES-CTRL-CHAMP-START
              THRU 5071-GES-CTRL-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           MOVE '           IF WS-SAISIE-OK = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 2400-CONTROLE-FICHE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE 'F' TO WS-GES-VUE.
           PERFORM 5077-GES-TRANSFERT-START
              THRU 5077-GES-TRANSFERT-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           MOVE '       2400-CONTROLE-FICHE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           IF NOT WS-GES-AVEC-DATE
              GO TO 5070-GES-CONTROLE-END
           END-IF.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2500-VALIDE-DATE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''O'' TO WS-VD-OK.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-VD-DATE NOT NUMERIC' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE ''N'' TO WS-VD-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 2500-VALIDE-DATE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF (WS-VD-MM < 1) OR (WS-VD-MM > 12)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE ''N'' TO WS-VD-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 2500-VALIDE-DATE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EVALUATE WS-VD-MM' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              WHEN 01 WHEN 03 WHEN 05 WHEN 07'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              WHEN 08 WHEN 10 WHEN 12' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 MOVE 31 TO WS-VD-JJMAX' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              WHEN 04 WHEN 06 WHEN 09 WHEN 11'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 MOVE 30 TO WS-VD-JJMAX' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              WHEN OTHER' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 DIVIDE WS-VD-AAAA BY 4' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                    GIVING WS-VD-QUOT REMAINDER '
                  'WS-VD-RESTE'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 IF WS-VD-RESTE = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                    MOVE 29 TO WS-VD-JJMAX'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 ELSE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                    MOVE 28 TO WS-VD-JJMAX'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 END-IF' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-EVALUATE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF (WS-VD-JJ < 1)' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              OR (WS-VD-JJ > WS-VD-JJMAX)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE ''N'' TO WS-VD-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2500-VALIDE-DATE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5070-GES-CONTROLE-END.
           EXIT.

      *    Contrôle d'un champ numérique 9(n) de la fiche (hors clé) :
      *    classe numérique, validité calendaire pour une date
       5071-GES-CTRL-CHAMP-START.
           IF (WS-GES-TYPE(WS-GES-I) NOT = 'N')
              OR (WS-GES-I = WS-GES-CLE)
              GO TO 5071-GES-CTRL-CHAMP-END
           END-IF.
      *    un champ numérique laissé à blanc vaut zéro
           INITIALIZE WS-LIG-GEN.
           STRING '           IF '
                  FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                  ' = SPACES'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE ZERO TO '
                  FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '-9'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF (WS-SAISIE-OK = 1)' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              AND ('
                  FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                  '-9 NOT NUMERIC)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE '''
                  FUNCTION TRIM(WS-GES-LIB(WS-GES-I))
                  ' NON NUMERIQUE'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 TO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE 0 TO WS-SAISIE-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           IF WS-GES-DATE(WS-GES-I) NOT = 'O'
              GO TO 5071-GES-CTRL-CHAMP-END
           END-IF.
           MOVE '           IF (WS-SAISIE-OK = 1)' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              AND ('
                  FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                  '-9 NOT = ZERO)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE '
                  FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I))
                  ' TO WS-VD-DATE'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              PERFORM 2500-VALIDE-DATE-START'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 THRU 2500-VALIDE-DATE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              IF NOT WS-VD-EST-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                 MOVE '''
                  FUNCTION TRIM(WS-GES-LIB(WS-GES-I))
                  ' DATE INVALIDE (AAAAMMJJ)'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                    TO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                 MOVE 0 TO WS-SAISIE-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              END-IF' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5071-GES-CTRL-CHAMP-END.
           EXIT.

      *    Saisie de la fiche et actions du menu : ajout (clé unique),
      *    modification, suppression confirmée, consultation
       5075-GES-ACTIONS-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Un passage de saisie de la fiche : N '
                  '= abandon, sinon'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    controle ; l''appelant reboucle tant '
                  'que la saisie n''est'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    ni valide ni abandonnee' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2600-SAISIE-FICHE-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''O'' TO WS-CONFIRME.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DISPLAY FICHE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT FICHE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF FUNCTION UPPER-CASE(WS-CONFIRME) = ''N'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE ''O'' TO WS-ABANDON' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE ''SAISIE ABANDONNEE'' TO WS-MESSAGE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 2600-SAISIE-FICHE-END'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM 2400-CONTROLE-FICHE-START'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              THRU 2400-CONTROLE-FICHE-END.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       2600-SAISIE-FICHE-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       3000-AJOUT-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''AJOUT'' TO WS-LIB-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           IF WS-NB-ENREG >= ' WS-GES-CAPA
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE ''TABLE PLEINE - AJOUT IMPOSS'
                  'IBLE'' TO WS-MESSAGE'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 3000-AJOUT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2100-SAISIE-CLE-START THRU 21'
                  '00-SAISIE-CLE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-SAISIE-OK = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 3000-AJOUT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2200-CHERCHE-START THRU 2200-'
                  'CHERCHE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-IND-TRV <= WS-NB-ENREG' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STRING ''CLE '' WS-CLE '' EXISTE DEJA'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 3000-AJOUT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           PERFORM 5076-GES-INIT-CHAMP-START
              THRU 5076-GES-INIT-CHAMP-END
              VARYING WS-GES-I FROM 1 BY 1
              UNTIL WS-GES-I > WS-GES-NB.
           MOVE '           MOVE 0 TO WS-SAISIE-OK.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''N'' TO WS-ABANDON.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2600-SAISIE-FICHE-START THRU '
                  '2600-SAISIE-FICHE-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              UNTIL (WS-SAISIE-OK = 1) OR (WS-AB'
                  'ANDON = ''O'').'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-ABANDON = ''O''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 3000-AJOUT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ADD 1 TO WS-NB-ENREG.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-FICHE TO WS-ENREG(WS-NB-ENREG).'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 1 TO WS-MODIFIE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO WS-AUD-AVANT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-FICHE TO WS-AUD-APRES.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''AJOUT'' TO WS-AUD-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 7000-ECRIT-AUDIT-START THRU 7'
                  '000-ECRIT-AUDIT-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           STRING ''CLE '' WS-CLE '' AJOUTEE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INTO WS-MESSAGE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       3000-AJOUT-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       4000-MODIF-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''MODIFICATION'' TO WS-LIB-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2100-SAISIE-CLE-START THRU 21'
                  '00-SAISIE-CLE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-SAISIE-OK = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 4000-MODIF-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2200-CHERCHE-START THRU 2200-'
                  'CHERCHE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-IND-TRV > WS-NB-ENREG' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STRING ''CLE '' WS-CLE '' INCONNUE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 4000-MODIF-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE WS-ENREG(WS-IND-TRV) TO WS-FICHE'
                  ' WS-AUD-AVANT.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2300-CHARGE-ECRAN-START THRU '
                  '2300-CHARGE-ECRAN-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 0 TO WS-SAISIE-OK.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''N'' TO WS-ABANDON.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2600-SAISIE-FICHE-START THRU '
                  '2600-SAISIE-FICHE-END'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              UNTIL (WS-SAISIE-OK = 1) OR (WS-AB'
                  'ANDON = ''O'').'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-ABANDON = ''O''' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 4000-MODIF-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-FICHE TO WS-ENREG(WS-IND-TRV).'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 1 TO WS-MODIFIE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-FICHE TO WS-AUD-APRES.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''MODIF'' TO WS-AUD-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 7000-ECRIT-AUDIT-START THRU 7'
                  '000-ECRIT-AUDIT-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           STRING ''CLE '' WS-CLE '' MODIFIEE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INTO WS-MESSAGE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       4000-MODIF-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       5000-SUPPR-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''SUPPRESSION'' TO WS-LIB-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2100-SAISIE-CLE-START THRU 21'
                  '00-SAISIE-CLE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-SAISIE-OK = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 5000-SUPPR-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2200-CHERCHE-START THRU 2200-'
                  'CHERCHE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-IND-TRV > WS-NB-ENREG' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STRING ''CLE '' WS-CLE '' INCONNUE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 5000-SUPPR-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE WS-ENREG(WS-IND-TRV) TO WS-FICHE'
                  ' WS-AUD-AVANT.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2300-CHARGE-ECRAN-START THRU '
                  '2300-CHARGE-ECRAN-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE ''Confirmer la suppression (O/N)'
                  ' ?'' TO WS-LIB-CONFIRME.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''N'' TO WS-CONFIRME.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DISPLAY VUE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT VUE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           IF FUNCTION UPPER-CASE(WS-CONFIRME) N'
                  'OT = ''O'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE ''SUPPRESSION ANNULEE'' TO WS'
                  '-MESSAGE'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 5000-SUPPR-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    les enregistrements suivants remonten'
                  't d''un cran'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM VARYING IND-TAB FROM WS-IND-T'
                  'RV BY 1'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                   UNTIL (IND-TAB >= WS-NB-ENREG)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              MOVE WS-ENREG(IND-TAB + 1) TO WS-E'
                  'NREG(IND-TAB)'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-PERFORM.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           SUBTRACT 1 FROM WS-NB-ENREG.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE 1 TO WS-MODIFIE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO WS-AUD-APRES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''SUPPR'' TO WS-AUD-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 7000-ECRIT-AUDIT-START THRU 7'
                  '000-ECRIT-AUDIT-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           STRING ''CLE '' WS-CLE '' SUPPRIMEE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INTO WS-MESSAGE.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       5000-SUPPR-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       6000-CONSULT-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE ''CONSULTATION'' TO WS-LIB-ACTION.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2100-SAISIE-CLE-START THRU 21'
                  '00-SAISIE-CLE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-SAISIE-OK = 0' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 6000-CONSULT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2200-CHERCHE-START THRU 2200-'
                  'CHERCHE-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF WS-IND-TRV > WS-NB-ENREG' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              STRING ''CLE '' WS-CLE '' INCONNUE'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              INTO WS-MESSAGE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 6000-CONSULT-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE WS-ENREG(WS-IND-TRV) TO WS-FICHE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           PERFORM 2300-CHARGE-ECRAN-START THRU '
                  '2300-CHARGE-ECRAN-END.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           MOVE ''Retour au menu : Entree'' TO W'
                  'S-LIB-CONFIRME.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACE TO WS-CONFIRME.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DISPLAY VUE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           ACCEPT VUE-SCREEN.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       6000-CONSULT-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5075-GES-ACTIONS-END.
           EXIT.

      *    Remise à blanc (à zéro pour une PICTURE explicite) de la
      *    zone de saisie d'un champ
       5076-GES-INIT-CHAMP-START.
           IF WS-GES-TYPE(WS-GES-I) = 'F'
              GO TO 5076-GES-INIT-CHAMP-END
           END-IF.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-TYPE(WS-GES-I) = 'P'
              STRING '           MOVE ZERO TO '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           ELSE
              STRING '           MOVE SPACES TO '
                     FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '.'
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5076-GES-INIT-CHAMP-END.
           EXIT.

      *    MOVE entre un champ de WS-FICHE et sa zone de saisie (vue
      *    numérique -9 pour un champ 9(n)) : R enregistrement vers
      *    écran, F et E écran vers enregistrement (F hors clé)
       5077-GES-TRANSFERT-START.
           IF WS-GES-TYPE(WS-GES-I) = 'F'
              GO TO 5077-GES-TRANSFERT-END
           END-IF.
           IF (WS-GES-VUE = 'F') AND (WS-GES-I = WS-GES-CLE)
              GO TO 5077-GES-TRANSFERT-END
           END-IF.
           MOVE SPACES TO WS-GES-TOK3 WS-GES-TEXTE.
           IF WS-GES-TYPE(WS-GES-I) = 'N'
              STRING FUNCTION TRIM(WS-GES-SAISIE(WS-GES-I)) '-9'
              DELIMITED BY SIZE
              INTO WS-GES-TOK3
           ELSE
              MOVE WS-GES-SAISIE(WS-GES-I) TO WS-GES-TOK3
           END-IF.
           INITIALIZE WS-LIG-GEN.
           IF WS-GES-VUE = 'R'
              STRING '           MOVE '
                     FUNCTION TRIM(WS-GES-NOM(WS-GES-I))
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              MOVE WS-GES-TOK3 TO WS-GES-TEXTE
           ELSE
              STRING '           MOVE ' FUNCTION TRIM(WS-GES-TOK3)
              DELIMITED BY SIZE
              INTO WS-LIG-GEN
              MOVE WS-GES-NOM(WS-GES-I) TO WS-GES-TEXTE
           END-IF.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '              TO ' FUNCTION TRIM(WS-GES-TEXTE) '.'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-GES-TEXTE.
       5077-GES-TRANSFERT-END.
           EXIT.

      *    Fin du rejet de la clé saisie
       5078-GES-REJET-CLE-START.
           MOVE '              MOVE 0 TO WS-SAISIE-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              GO TO 2100-SAISIE-CLE-END' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5078-GES-REJET-CLE-END.
           EXIT.

      *    Journal d'audit et réécriture en bloc du fichier
       5080-GES-AUDIT-START.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    Trace de l''action dans le journal d'
                  '''audit : horodatage,'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '      *    operateur, action, avant et apres (me'
                  'me presentation que'
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '      *    clients-audit.txt de gestcli)'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       7000-ECRIT-AUDIT-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           OPEN EXTEND F-AUDIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           IF NOT WS-STAT-FAUDIT-OK' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              OPEN OUTPUT F-AUDIT' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-IF.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           MOVE SPACES TO REC-F-AUDIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '           STRING WS-CUR-DATE(1:4) ''-'' WS-CUR-'
                  'DATE(5:2) ''-'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  WS-CUR-DATE(7:2) SPACE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           INITIALIZE WS-LIG-GEN.
           STRING '                  WS-CUR-DATE(9:2) '':'' WS-CUR-'
                  'DATE(11:2) '':'''
           DELIMITED BY SIZE
           INTO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  WS-CUR-DATE(13:2) SPACE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  FUNCTION TRIM(WS-OPERATEUR) SPACE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  WS-AUD-ACTION SPACE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  ''AVANT['' WS-AUD-AVANT '']'' SPACE'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                  ''APRES['' WS-AUD-APRES '']'''
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           DELIMITED BY SIZE' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           INTO REC-F-AUDIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           WRITE REC-F-AUDIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           CLOSE F-AUDIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       7000-ECRIT-AUDIT-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       8000-REECRIT-START.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           OPEN OUTPUT F-DONNEES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           PERFORM VARYING IND-TAB FROM 1 BY 1'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '                   UNTIL IND-TAB > WS-NB-ENREG'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              MOVE WS-ENREG(IND-TAB) TO REC-F-DONNEES'
              TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '              WRITE REC-F-DONNEES' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           END-PERFORM.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           CLOSE F-DONNEES.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '       8000-REECRIT-END.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE '           EXIT.' TO WS-LIG-GEN.
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
       5080-GES-AUDIT-END.
           EXIT.

      *    Ligne du cartouche encadré du programme de gestion
       5092-GES-COMMENT-START.
           INITIALIZE WS-LIG-GEN.
           MOVE '      *' TO WS-LIG-GEN(1:7).
           MOVE WS-GES-TEXTE TO WS-LIG-GEN(8:61).
           MOVE '*' TO WS-LIG-GEN(69:1).
           PERFORM 3043-EMET-LIGNE-START THRU 3043-EMET-LIGNE-END.
           MOVE SPACES TO WS-GES-TEXTE.
       5092-GES-COMMENT-END.
           EXIT.

           COPY SCREEN-GEST.

           COPY TST-STATUT REPLACING ==:FNAME:== BY ==F-PRG==.

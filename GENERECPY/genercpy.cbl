           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREVOUT.

      *    mode conversion : si genercpy-conversion.txt est déposé
      *    (ligne 1 ancien copybook, ligne 2 nouveau copybook, ligne
      *    3 fichier de données, ligne 4 nom du programme, lignes
      *    suivantes valeurs par défaut 'CHAMP valeur'), les deux
      *    dessins sont rapprochés par nom de champ et le programme
      *    de conversion est généré dans output-conv.cbl
           SELECT F-CONVPARAM
           ASSIGN TO 'genercpy-conversion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCONVP.

           SELECT F-CONVOUT
           ASSIGN TO 'output-conv.cbl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCONVOUT.

      *    compte rendu du rapprochement : champs repris, nouveaux
      *    (avec leur valeur par défaut), supprimés
           SELECT F-CONVRAP
           ASSIGN TO 'output-conv.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCONVRAP.

       DATA DIVISION.
       FILE SECTION. 
       FD  F-INPUT

       01  REC-F-REVOUT     PIC X(250).

       FD  F-CONVPARAM
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CONVPARAM  PIC X(80).

       FD  F-CONVOUT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONVOUT    PIC X(80).

       FD  F-CONVRAP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONVRAP    PIC X(80).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers  
       01  F-INPUT-STATUS       PIC XX                  .
       88  WS-STAT-FCPYSRCNOFILE           VALUE '35'   .
       01  WS-STAT-FREVOUT      PIC XX                  .
       88  WS-STAT-FREVOUTOK               VALUE '00'   .
       01  WS-CPYSRC-NOM        PIC X(60)  VALUE SPACES .
       01  WS-REV-TOK1          PIC X(12)  VALUE SPACES .
       01  WS-REV-TOK2          PIC X(12)  VALUE SPACES .
       01  WS-REV-NOM           PIC X(30)  VALUE SPACES .
       01  WS-NB-REV-CHAMPS     PIC 999    VALUE 0      .
       01  WS-NB-REV-IGNORES    PIC 999    VALUE 0      .

      *  GESTION DU MODE CONVERSION : les champs élémentaires à
      *  PICTURE des deux copybooks sont chargés dans l'ordre (1 =
      *  ancien dessin, 2 = nouveau), rapprochés par nom (les
      *  marqueurs :XXX: sont retirés des noms) ; un dessin à
      *  OCCURS, REDEFINES, USAGE ou PICTURE d'édition n'est pas
      *  convertible par programme généré
       01  WS-STAT-FCONVP       PIC XX                  .
       88  WS-STAT-FCONVPOK                VALUE '00'   .
       88  WS-STAT-FCONVPEOF               VALUE '10'   .
       88  WS-STAT-FCONVPNOFILE            VALUE '35'   .
       01  WS-STAT-FCONVOUT     PIC XX                  .
       88  WS-STAT-FCONVOUTOK              VALUE '00'   .
       01  WS-STAT-FCONVRAP     PIC XX                  .
       88  WS-STAT-FCONVRAPOK              VALUE '00'   .
       01  WS-CONV-CPYNOM       PIC X(60)  OCCURS 2     .
       01  WS-CONV-FICHIER      PIC X(36)  VALUE SPACES .
       01  WS-CONV-SAUVE        PIC X(40)  VALUE SPACES .
       01  WS-CONV-PROG         PIC X(8)   VALUE SPACES .
       01  WS-CONV-NUM-LIGNE    PIC 99     VALUE 0      .
       01  WS-CONV-D            PIC 9      VALUE 0      .
       01  WS-CONV-I            PIC 999    VALUE 0      .
       01  WS-CONV-J            PIC 999    VALUE 0      .
       01  WS-CONV-K            PIC 99     VALUE 0      .
       01  WS-CONV-NB-01        PIC 99     VALUE 0      .
       01  WS-CONV-NB-REFUS     PIC 999    VALUE 0      .
       01  WS-CONV-NB-REPRIS    PIC 999    VALUE 0      .
       01  WS-CONV-NB-NOUVEAUX  PIC 999    VALUE 0      .
       01  WS-CONV-NB-SUPPR     PIC 999    VALUE 0      .
       01  WS-CONV-TALLY        PIC 99     VALUE 0      .
       01  WS-CONV-LIGNE-UC     PIC X(80)  VALUE SPACES .
       01  WS-CONV-NOMNET       PIC X(30)  VALUE SPACES .
       01  WS-CONV-VALEUR       PIC X(48)  VALUE SPACES .
       01  WS-CONV-TEXTE        PIC X(61)  VALUE SPACES .
       01  WS-CONV-NOMTMP       PIC X(40)  VALUE SPACES .
       01  WS-CONV-ED-LONG      PIC ZZZ9                .
       01  WS-CONV-ED-NB        PIC ZZ9                 .
       01  WS-LIG-CONV          PIC X(80)  VALUE SPACES .
       01  WS-CONV-DESSINS.
           03 WS-CONV-DESSIN OCCURS 2 TIMES.
              05 WS-CONV-NB         PIC 999              .
              05 WS-CONV-LONG       PIC 9(4)             .
              05 WS-CONV-CHAMP OCCURS 200 TIMES.
                 10 WS-CONV-NOM     PIC X(30)            .
                 10 WS-CONV-PIC     PIC X(15)            .
      *             rang du champ de même nom dans l'autre dessin
                 10 WS-CONV-RANG    PIC 999              .
       01  WS-CONV-NB-DEF       PIC 99     VALUE 0      .
       01  WS-CONV-DEFAUTS.
           03 WS-CONV-DEF OCCURS 50 TIMES.
              05 WS-CONV-DEF-NOM    PIC X(30)            .
              05 WS-CONV-DEF-VAL    PIC X(48)            .

      *  GESTION DE LA TABLE DE CORRESPONDANCE DES POSITIONS : la
      *  position courante suit champs et fillers dans l'ordre de la
      *  génération, remise à 1 à chaque nouveau dessin
      *    run inverse le copybook désigné et s'arrête là (pas de
      *    génération à partir de input.txt dans le même passage)
           PERFORM 0500-REVERSE-START THRU 0500-REVERSE-END.
           PERFORM 0600-CONVERSION-START THRU 0600-CONVERSION-END.
           PERFORM 1000-LECT-FILE-START THRU 1000-LECT-FILE-END.
           PERFORM 1200-LECT-CPY-EXIST-START
                   THRU 1200-LECT-CPY-EXIST-END.
       0540-FLUSH-LIGNE-END.
           EXIT.

      *    Mode conversion : rapproche l'ancienne et la nouvelle
      *    version d'un copybook et génère le programme qui fait
      *    passer le fichier de données de l'une à l'autre
      *    (sauvegarde, reprise par nom, valeurs par défaut,
      *    comptages et manifestes) ; comme le mode inverse, le
      *    run s'arrête là
       0600-CONVERSION-START.
           OPEN INPUT F-CONVPARAM.
           IF WS-STAT-FCONVPNOFILE
              CLOSE F-CONVPARAM
              GO TO 0600-CONVERSION-END
           END-IF.
           IF NOT WS-STAT-FCONVPOK
              DISPLAY 'CODE RETOUR D''ERREUR CONVERSION' SPACE
                 WS-STAT-FCONVP
              CLOSE F-CONVPARAM
              GO TO 0600-CONVERSION-END
           END-IF.
           MOVE SPACES TO WS-CONV-CPYNOM(1) WS-CONV-CPYNOM(2).
           READ F-CONVPARAM.
           PERFORM UNTIL NOT WS-STAT-FCONVPOK
              ADD 1 TO WS-CONV-NUM-LIGNE
              PERFORM 0605-CONV-PARAM-START THRU 0605-CONV-PARAM-END
              READ F-CONVPARAM
           END-PERFORM.
           CLOSE F-CONVPARAM.
           IF (WS-CONV-CPYNOM(1) = SPACES)
              OR (WS-CONV-CPYNOM(2) = SPACES)
              OR (WS-CONV-FICHIER = SPACES)
              DISPLAY 'GENERCPY-CONVERSION.TXT INCOMPLET - LIGNES 1 '
                 'A 3 : ANCIEN COPYBOOK, NOUVEAU COPYBOOK, FICHIER'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CONV-PROG = SPACES
              MOVE 'CONVFIC' TO WS-CONV-PROG
           END-IF.
           STRING FUNCTION TRIM(WS-CONV-FICHIER) '.sav'
           DELIMITED BY SIZE
           INTO WS-CONV-SAUVE.
           OPEN OUTPUT F-CONVRAP.
           PERFORM VARYING WS-CONV-D FROM 1 BY 1 UNTIL WS-CONV-D > 2
              PERFORM 0610-CONV-DESSIN-START THRU 0610-CONV-DESSIN-END
           END-PERFORM.
           PERFORM 0630-CONV-RAPPROCHE-START
              THRU 0630-CONV-RAPPROCHE-END.
           PERFORM 0640-CONV-RAPPORT-START THRU 0640-CONV-RAPPORT-END.
           CLOSE F-CONVRAP.
      *    un dessin qu'on ne sait pas positionner champ par champ
      *    donnerait une conversion fausse : rien n'est généré
           IF WS-CONV-NB-REFUS > 0
              DISPLAY 'CONVERSION NON GENEREE :' SPACE
                 WS-CONV-NB-REFUS SPACE 'LIGNE(S) NON CONVERTIBLE(S)'
                 ' - CF OUTPUT-CONV.TXT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT F-CONVOUT.
           PERFORM 0650-CONV-GENERE-START THRU 0650-CONV-GENERE-END.
           CLOSE F-CONVOUT.
           DISPLAY 'MODE CONVERSION :' SPACE
              FUNCTION TRIM(WS-CONV-FICHIER) SPACE '->' SPACE
              'OUTPUT-CONV.CBL (' FUNCTION TRIM(WS-CONV-PROG) ')'.
           DISPLAY 'CHAMPS REPRIS   :' SPACE WS-CONV-NB-REPRIS.
           DISPLAY 'CHAMPS NOUVEAUX :' SPACE WS-CONV-NB-NOUVEAUX.
           DISPLAY 'CHAMPS SUPPRIMES:' SPACE WS-CONV-NB-SUPPR.
           STOP RUN.
       0600-CONVERSION-END.
           EXIT.

      *    lignes 1 à 4 positionnelles, puis une valeur par défaut
      *    par ligne : nom du nouveau champ, blanc, valeur telle
      *    qu'elle doit être écrite ('FR', ZERO, 19000101...)
       0605-CONV-PARAM-START.
           EVALUATE WS-CONV-NUM-LIGNE
              WHEN 1
                 MOVE REC-F-CONVPARAM TO WS-CONV-CPYNOM(1)
              WHEN 2
                 MOVE REC-F-CONVPARAM TO WS-CONV-CPYNOM(2)
              WHEN 3
                 MOVE REC-F-CONVPARAM TO WS-CONV-FICHIER
              WHEN 4
                 MOVE FUNCTION UPPER-CASE(REC-F-CONVPARAM(1:8))
                    TO WS-CONV-PROG
              WHEN OTHER
                 IF (REC-F-CONVPARAM = SPACES)
                    OR (REC-F-CONVPARAM(1:1) = '*')
                    GO TO 0605-CONV-PARAM-END
                 END-IF
                 IF WS-CONV-NB-DEF >= 50
                    DISPLAY 'PLUS DE 50 VALEURS PAR DEFAUT - IGNOREE :'
                       SPACE FUNCTION TRIM(REC-F-CONVPARAM)
                    GO TO 0605-CONV-PARAM-END
                 END-IF
                 MOVE FUNCTION TRIM(REC-F-CONVPARAM)
                    TO WS-CONV-LIGNE-UC
                 MOVE SPACES TO WS-CONV-NOMNET
                 MOVE 1 TO WS-CONV-J
                 UNSTRING WS-CONV-LIGNE-UC DELIMITED BY ALL SPACE
                    INTO WS-CONV-NOMNET
                    WITH POINTER WS-CONV-J
                 ADD 1 TO WS-CONV-NB-DEF
                 MOVE SPACES TO WS-CONV-DEF-VAL(WS-CONV-NB-DEF)
                 IF WS-CONV-J <= 80
                    MOVE WS-CONV-LIGNE-UC(WS-CONV-J:)
                       TO WS-CONV-DEF-VAL(WS-CONV-NB-DEF)
                 END-IF
                 PERFORM 0625-CONV-NETTOIE-NOM-START
                    THRU 0625-CONV-NETTOIE-NOM-END
                 MOVE WS-CONV-NOMNET TO WS-CONV-DEF-NOM(WS-CONV-NB-DEF)
           END-EVALUATE.
       0605-CONV-PARAM-END.
           EXIT.

      *    chargement d'un dessin (1 ancien, 2 nouveau) : seul le
      *    premier niveau 01 est repris, un fichier converti par
      *    programme généré portant un seul dessin
       0610-CONV-DESSIN-START.
           MOVE WS-CONV-CPYNOM(WS-CONV-D) TO WS-CPYSRC-NOM.
           MOVE 0 TO WS-CONV-NB(WS-CONV-D).
           MOVE 0 TO WS-CONV-LONG(WS-CONV-D).
           MOVE 0 TO WS-CONV-NB-01.
           OPEN INPUT F-CPYSRC.
           IF WS-STAT-FCPYSRCNOFILE
              DISPLAY 'COPYBOOK A CONVERTIR INTROUVABLE :' SPACE
                 FUNCTION TRIM(WS-CPYSRC-NOM)
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-STAT-FCPYSRCOK
              DISPLAY 'CODE RETOUR D''ERREUR COPYBOOK' SPACE
                 WS-STAT-FCPYSRC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-CPYSRC.
           PERFORM UNTIL WS-STAT-FCPYSRCEOF
                      OR (WS-CONV-NB-01 > 1)
              PERFORM 0620-CONV-LIGNE-START THRU 0620-CONV-LIGNE-END
              READ F-CPYSRC
           END-PERFORM.
           CLOSE F-CPYSRC.
       0610-CONV-DESSIN-END.
           EXIT.

       0620-CONV-LIGNE-START.
           IF (REC-F-CPYSRC = SPACES)
              OR (REC-F-CPYSRC(7:1) = '*')
              GO TO 0620-CONV-LIGNE-END
           END-IF.
      *    zone de code seule, que les colonnes 1-6 soient
      *    numérotées ou non : le niveau est toujours le 1er jeton
           MOVE FUNCTION UPPER-CASE(REC-F-CPYSRC(8:65))
              TO WS-CONV-LIGNE-UC.
           MOVE SPACES TO WS-REV-TOK2 WS-REV-NOM WS-REV-TOK4
                          WS-REV-TOK5 WS-REV-TOK6.
           UNSTRING FUNCTION TRIM(WS-CONV-LIGNE-UC)
              DELIMITED BY ALL SPACE
              INTO WS-REV-TOK2 WS-REV-NOM WS-REV-TOK4
                   WS-REV-TOK5 WS-REV-TOK6.
           IF (WS-REV-TOK2 = 'FD' OR 'RECORD' OR 'RECORDING'
                          OR 'LABEL' OR 'BLOCK' OR 'DATA'
                          OR '88' OR '66')
              OR (WS-REV-TOK2(1:1) NOT NUMERIC)
              GO TO 0620-CONV-LIGNE-END
           END-IF.
           IF WS-REV-TOK2 = '01'
              ADD 1 TO WS-CONV-NB-01
              IF WS-CONV-NB-01 > 1
                 DISPLAY 'SECOND NIVEAU 01 NON REPRIS :' SPACE
                    FUNCTION TRIM(WS-CPYSRC-NOM) SPACE
                    FUNCTION TRIM(WS-REV-NOM)
                 GO TO 0620-CONV-LIGNE-END
              END-IF
           END-IF.
      *    clauses qui décalent ou retaillent les positions : le
      *    dessin n'est pas convertible par rapprochement simple
           MOVE 0 TO WS-CONV-TALLY.
           INSPECT WS-CONV-LIGNE-UC TALLYING WS-CONV-TALLY
              FOR ALL ' OCCURS ' ALL ' REDEFINES ' ALL ' USAGE '
                  ALL ' COMP ' ALL ' COMP.' ALL ' COMP-'
                  ALL ' COMPUTATIONAL' ALL ' BINARY' ALL ' PACKED-'.
           IF WS-CONV-TALLY > 0
              PERFORM 0628-CONV-REFUS-START THRU 0628-CONV-REFUS-END
              GO TO 0620-CONV-LIGNE-END
           END-IF.
      *    niveau groupe sans PICTURE : seuls les élémentaires
      *    portent des positions
           IF (WS-REV-TOK4 NOT = 'PIC')
              AND (WS-REV-TOK4 NOT = 'PICTURE')
              GO TO 0620-CONV-LIGNE-END
           END-IF.
           MOVE SPACES TO WS-REV-PICNET.
           MOVE WS-REV-TOK5 TO WS-REV-PICNET.
           MOVE 0 TO WS-CONV-K.
           INSPECT WS-REV-PICNET TALLYING WS-CONV-K
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-CONV-K > 0) AND (WS-REV-PICNET(WS-CONV-K:1) = '.')
              MOVE SPACE TO WS-REV-PICNET(WS-CONV-K:1)
              SUBTRACT 1 FROM WS-CONV-K
           END-IF.
      *    PICTURE d'édition ou trop longue pour le calcul de
      *    longueur : refusée comme les clauses ci-dessus
           MOVE 0 TO WS-CONV-TALLY.
           INSPECT WS-REV-PICNET TALLYING WS-CONV-TALLY
              FOR ALL 'Z' ALL '.' ALL ',' ALL '+' ALL '-' ALL '*'
                  ALL '/' ALL 'A' ALL 'B' ALL 'P' ALL 'E' ALL '$'
                  ALL 'C' ALL 'D'.
           IF (WS-CONV-TALLY > 0) OR (WS-CONV-K > 10)
              OR (WS-CONV-K = 0)
              PERFORM 0628-CONV-REFUS-START THRU 0628-CONV-REFUS-END
              GO TO 0620-CONV-LIGNE-END
           END-IF.
           IF WS-CONV-NB(WS-CONV-D) >= 200
              DISPLAY 'PLUS DE 200 CHAMPS DANS' SPACE
                 FUNCTION TRIM(WS-CPYSRC-NOM)
              PERFORM 0628-CONV-REFUS-START THRU 0628-CONV-REFUS-END
              GO TO 0620-CONV-LIGNE-END
           END-IF.
           MOVE WS-REV-PICNET(1:10) TO WS-CHAMP-MARQ.
           PERFORM 3008-CALC-LEN-MARQ-START
              THRU 3008-CALC-LEN-MARQ-END.
           MOVE WS-REV-NOM TO WS-CONV-NOMNET.
           PERFORM 0625-CONV-NETTOIE-NOM-START
              THRU 0625-CONV-NETTOIE-NOM-END.
      *    un nom déjà vu dans le même dessin ne peut pas être
      *    qualifié sans ambiguïté : il garde sa place en FILLER
           IF WS-CONV-NOMNET NOT = 'FILLER'
              PERFORM VARYING WS-CONV-I FROM 1 BY 1
                      UNTIL WS-CONV-I > WS-CONV-NB(WS-CONV-D)
                 IF WS-CONV-NOM(WS-CONV-D, WS-CONV-I) = WS-CONV-NOMNET
                    DISPLAY 'NOM EN DOUBLE, REPRIS EN FILLER :' SPACE
                       FUNCTION TRIM(WS-CONV-NOMNET)
                    MOVE 'FILLER' TO WS-CONV-NOMNET
                 END-IF
              END-PERFORM
           END-IF.
           ADD 1 TO WS-CONV-NB(WS-CONV-D).
           MOVE WS-CONV-NOMNET
              TO WS-CONV-NOM(WS-CONV-D, WS-CONV-NB(WS-CONV-D)).
           MOVE WS-REV-PICNET
              TO WS-CONV-PIC(WS-CONV-D, WS-CONV-NB(WS-CONV-D)).
           MOVE 0 TO WS-CONV-RANG(WS-CONV-D, WS-CONV-NB(WS-CONV-D)).
           ADD WS-LEN-PIC TO WS-CONV-LONG(WS-CONV-D).
       0620-CONV-LIGNE-END.
           EXIT.

      *    nom de champ en majuscules, marqueurs :XXX: et point
      *    final retirés (R:CLIENT:-ID devient RCLIENT-ID)
       0625-CONV-NETTOIE-NOM-START.
           MOVE FUNCTION UPPER-CASE(WS-CONV-NOMNET) TO WS-CONV-NOMNET.
           MOVE SPACES TO WS-CONV-NOMTMP.
           MOVE 0 TO WS-CONV-K.
           PERFORM VARYING WS-CONV-J FROM 1 BY 1 UNTIL WS-CONV-J > 30
              IF (WS-CONV-NOMNET(WS-CONV-J:1) NOT = ':')
                 AND (WS-CONV-NOMNET(WS-CONV-J:1) NOT = '.')
                 ADD 1 TO WS-CONV-K
                 MOVE WS-CONV-NOMNET(WS-CONV-J:1)
                    TO WS-CONV-NOMTMP(WS-CONV-K:1)
              END-IF
           END-PERFORM.
           MOVE WS-CONV-NOMTMP TO WS-CONV-NOMNET.
       0625-CONV-NETTOIE-NOM-END.
           EXIT.

       0628-CONV-REFUS-START.
           ADD 1 TO WS-CONV-NB-REFUS.
           MOVE SPACES TO WS-LIG-CONV.
           STRING 'NON CONVERTIBLE ' FUNCTION TRIM(WS-CONV-LIGNE-UC)
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           MOVE WS-LIG-CONV TO REC-F-CONVRAP.
           WRITE REC-F-CONVRAP.
           DISPLAY 'LIGNE NON CONVERTIBLE :' SPACE
              FUNCTION TRIM(REC-F-CPYSRC).
       0628-CONV-REFUS-END.
           EXIT.

      *    chaque champ nommé du nouveau dessin cherche son
      *    homonyme dans l'ancien ; les rangs croisés disent ce qui
      *    est repris, nouveau ou supprimé
       0630-CONV-RAPPROCHE-START.
           PERFORM VARYING WS-CONV-I FROM 1 BY 1
                   UNTIL WS-CONV-I > WS-CONV-NB(2)
              IF WS-CONV-NOM(2, WS-CONV-I) NOT = 'FILLER'
                 PERFORM VARYING WS-CONV-J FROM 1 BY 1
                         UNTIL WS-CONV-J > WS-CONV-NB(1)
                    IF WS-CONV-NOM(1, WS-CONV-J)
                       = WS-CONV-NOM(2, WS-CONV-I)
                       MOVE WS-CONV-J TO WS-CONV-RANG(2, WS-CONV-I)
                       MOVE WS-CONV-I TO WS-CONV-RANG(1, WS-CONV-J)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       0630-CONV-RAPPROCHE-END.
           EXIT.

      *    compte rendu du rapprochement dans output-conv.txt
       0640-CONV-RAPPORT-START.
           MOVE SPACES TO WS-LIG-CONV.
           STRING 'CONVERSION DE ' FUNCTION TRIM(WS-CONV-FICHIER)
                  ' PAR ' FUNCTION TRIM(WS-CONV-PROG)
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0695-CONV-ECRIT-RAP-START
              THRU 0695-CONV-ECRIT-RAP-END.
           PERFORM VARYING WS-CONV-D FROM 1 BY 1 UNTIL WS-CONV-D > 2
              MOVE WS-CONV-LONG(WS-CONV-D) TO WS-CONV-ED-LONG
              MOVE WS-CONV-NB(WS-CONV-D) TO WS-CONV-ED-NB
              IF WS-CONV-D = 1
                 MOVE 'ANCIEN  ' TO WS-LIG-CONV
              ELSE
                 MOVE 'NOUVEAU ' TO WS-LIG-CONV
              END-IF
              STRING FUNCTION TRIM(WS-CONV-CPYNOM(WS-CONV-D))
                     ' : ' WS-CONV-ED-NB ' ZONES, LONGUEUR '
                     WS-CONV-ED-LONG
              DELIMITED BY SIZE
              INTO WS-LIG-CONV(9:)
              PERFORM 0695-CONV-ECRIT-RAP-START
                 THRU 0695-CONV-ECRIT-RAP-END
           END-PERFORM.
           PERFORM 0695-CONV-ECRIT-RAP-START
              THRU 0695-CONV-ECRIT-RAP-END.
           PERFORM VARYING WS-CONV-I FROM 1 BY 1
                   UNTIL WS-CONV-I > WS-CONV-NB(2)
              IF WS-CONV-NOM(2, WS-CONV-I) NOT = 'FILLER'
                 MOVE WS-CONV-NOM(2, WS-CONV-I) TO WS-LIG-CONV(10:30)
                 MOVE WS-CONV-PIC(2, WS-CONV-I) TO WS-LIG-CONV(57:12)
                 IF WS-CONV-RANG(2, WS-CONV-I) > 0
                    ADD 1 TO WS-CONV-NB-REPRIS
                    MOVE WS-CONV-RANG(2, WS-CONV-I) TO WS-CONV-J
                    MOVE 'REPRIS' TO WS-LIG-CONV(1:9)
                    MOVE WS-CONV-PIC(1, WS-CONV-J) TO WS-LIG-CONV(41:12)
                    MOVE '->' TO WS-LIG-CONV(54:2)
                    IF WS-CONV-PIC(1, WS-CONV-J)
                       NOT = WS-CONV-PIC(2, WS-CONV-I)
                       MOVE 'MODIFIE' TO WS-LIG-CONV(70:7)
                    END-IF
                    PERFORM 0695-CONV-ECRIT-RAP-START
                       THRU 0695-CONV-ECRIT-RAP-END
                 ELSE
                    ADD 1 TO WS-CONV-NB-NOUVEAUX
                    MOVE 'NOUVEAU' TO WS-LIG-CONV(1:9)
                    PERFORM 0695-CONV-ECRIT-RAP-START
                       THRU 0695-CONV-ECRIT-RAP-END
                    PERFORM 0645-CONV-DEFAUT-START
                       THRU 0645-CONV-DEFAUT-END
                    STRING '         VALEUR PAR DEFAUT : '
                           WS-CONV-VALEUR
                    DELIMITED BY SIZE
                    INTO WS-LIG-CONV
                    PERFORM 0695-CONV-ECRIT-RAP-START
                       THRU 0695-CONV-ECRIT-RAP-END
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CONV-J FROM 1 BY 1
                   UNTIL WS-CONV-J > WS-CONV-NB(1)
              IF (WS-CONV-NOM(1, WS-CONV-J) NOT = 'FILLER')
                 AND (WS-CONV-RANG(1, WS-CONV-J) = 0)
                 ADD 1 TO WS-CONV-NB-SUPPR
                 MOVE 'SUPPRIME' TO WS-LIG-CONV(1:9)
                 MOVE WS-CONV-NOM(1, WS-CONV-J) TO WS-LIG-CONV(10:30)
                 MOVE WS-CONV-PIC(1, WS-CONV-J) TO WS-LIG-CONV(41:12)
                 PERFORM 0695-CONV-ECRIT-RAP-START
                    THRU 0695-CONV-ECRIT-RAP-END
              END-IF
           END-PERFORM.
      *    valeur par défaut donnée pour un champ qui n'est pas un
      *    nouveau champ du nouveau dessin : signalée, sans effet
           PERFORM VARYING WS-CONV-K FROM 1 BY 1
                   UNTIL WS-CONV-K > WS-CONV-NB-DEF
              MOVE 'N' TO WS-REV-EN-COURS
              PERFORM VARYING WS-CONV-I FROM 1 BY 1
                      UNTIL WS-CONV-I > WS-CONV-NB(2)
                 IF (WS-CONV-NOM(2, WS-CONV-I)
                     = WS-CONV-DEF-NOM(WS-CONV-K))
                    AND (WS-CONV-RANG(2, WS-CONV-I) = 0)
                    MOVE 'O' TO WS-REV-EN-COURS
                 END-IF
              END-PERFORM
              IF NOT WS-REV-LIGNE-EN-COURS
                 STRING 'DEFAUT IGNORE (PAS UN NOUVEAU CHAMP) : '
                        WS-CONV-DEF-NOM(WS-CONV-K)
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV
                 PERFORM 0695-CONV-ECRIT-RAP-START
                    THRU 0695-CONV-ECRIT-RAP-END
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-REV-EN-COURS.
       0640-CONV-RAPPORT-END.
           EXIT.

      *    valeur d'un nouveau champ WS-CONV-I : celle de
      *    genercpy-conversion.txt, sinon ZERO pour un numérique et
      *    SPACES pour le reste
       0645-CONV-DEFAUT-START.
           MOVE SPACES TO WS-CONV-VALEUR.
           PERFORM VARYING WS-CONV-K FROM 1 BY 1
                   UNTIL WS-CONV-K > WS-CONV-NB-DEF
              IF WS-CONV-DEF-NOM(WS-CONV-K) = WS-CONV-NOM(2, WS-CONV-I)
                 MOVE WS-CONV-DEF-VAL(WS-CONV-K) TO WS-CONV-VALEUR
              END-IF
           END-PERFORM.
           IF WS-CONV-VALEUR = SPACES
              IF (WS-CONV-PIC(2, WS-CONV-I)(1:1) = '9')
                 OR (WS-CONV-PIC(2, WS-CONV-I)(1:1) = 'S')
                 MOVE 'ZERO' TO WS-CONV-VALEUR
              ELSE
                 MOVE 'SPACES' TO WS-CONV-VALEUR
              END-IF
           END-IF.
       0645-CONV-DEFAUT-END.
           EXIT.

      *    Génération du programme de conversion : en-tête, fichiers
      *    (original, sauvegarde, relecture de la sauvegarde à
      *    l'ancien dessin, réécriture au nouveau), traitement
       0650-CONV-GENERE-START.
           PERFORM 0651-CONV-GEN-ENTETE-START
              THRU 0651-CONV-GEN-ENTETE-END.
           PERFORM 0652-CONV-GEN-FICHIERS-START
              THRU 0652-CONV-GEN-FICHIERS-END.
           PERFORM 0653-CONV-GEN-DONNEES-START
              THRU 0653-CONV-GEN-DONNEES-END.
           PERFORM 0655-CONV-GEN-TRAITEMENT-START
              THRU 0655-CONV-GEN-TRAITEMENT-END.
           PERFORM 0656-CONV-GEN-REPRISE-START
              THRU 0656-CONV-GEN-REPRISE-END.
           PERFORM 0657-CONV-GEN-MANIFESTE-START
              THRU 0657-CONV-GEN-MANIFESTE-END.
       0650-CONV-GENERE-END.
           EXIT.

       0651-CONV-GEN-ENTETE-START.
           MOVE ALL '=' TO WS-LIG-CONV(8:61).
           MOVE '      *' TO WS-LIG-CONV(1:7).
           MOVE '*' TO WS-LIG-CONV(69:1).
           MOVE WS-LIG-CONV TO WS-LIG-GRP.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '    Conversion de dessin generee par genercpy'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           STRING '    fichier : ' FUNCTION TRIM(WS-CONV-FICHIER)
           DELIMITED BY SIZE
           INTO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           STRING '    ancien  : ' FUNCTION TRIM(WS-CONV-CPYNOM(1))
           DELIMITED BY SIZE
           INTO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           STRING '    nouveau : ' FUNCTION TRIM(WS-CONV-CPYNOM(2))
           DELIMITED BY SIZE
           INTO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           STRING '    Le fichier est sauvegarde dans '
                  FUNCTION TRIM(WS-CONV-SAUVE)
           DELIMITED BY SIZE
           INTO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    puis reecrit au nouveau dessin : champs repris'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    par nom, champs nouveaux a leur valeur par'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    defaut, champs supprimes affiches au lancement.'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    Manifestes ecrits pour la sauvegarde et pour le'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    fichier converti, puis controle du converti'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    contre le nombre lu (manifst).'
              TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE '    auteur : genercpy' TO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           STRING '    Date creation ' FUNCTION CURRENT-DATE(7:2) '/'
                  FUNCTION CURRENT-DATE(5:2) '/'
                  FUNCTION CURRENT-DATE(1:4)
           DELIMITED BY SIZE
           INTO WS-CONV-TEXTE.
           PERFORM 0692-CONV-COMMENT-START THRU 0692-CONV-COMMENT-END.
           MOVE WS-LIG-GRP TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       IDENTIFICATION DIVISION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '       PROGRAM-ID. ' FUNCTION TRIM(WS-CONV-PROG) '.'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       AUTHOR . GENERCPY.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0651-CONV-GEN-ENTETE-END.
           EXIT.

       0652-CONV-GEN-FICHIERS-START.
           MOVE '       ENVIRONMENT DIVISION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       INPUT-OUTPUT SECTION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       FILE-CONTROL.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-ORIGINE' TO WS-CONV-NOMNET.
           MOVE WS-CONV-FICHIER TO WS-CONV-NOMTMP.
           PERFORM 0654-CONV-GEN-SELECT-START
              THRU 0654-CONV-GEN-SELECT-END.
           MOVE 'F-SAUVE' TO WS-CONV-NOMNET.
           MOVE WS-CONV-SAUVE TO WS-CONV-NOMTMP.
           PERFORM 0654-CONV-GEN-SELECT-START
              THRU 0654-CONV-GEN-SELECT-END.
           MOVE 'F-ANCIEN' TO WS-CONV-NOMNET.
           MOVE WS-CONV-SAUVE TO WS-CONV-NOMTMP.
           PERFORM 0654-CONV-GEN-SELECT-START
              THRU 0654-CONV-GEN-SELECT-END.
           MOVE 'F-NOUVEAU' TO WS-CONV-NOMNET.
           MOVE WS-CONV-FICHIER TO WS-CONV-NOMTMP.
           PERFORM 0654-CONV-GEN-SELECT-START
              THRU 0654-CONV-GEN-SELECT-END.
       0652-CONV-GEN-FICHIERS-END.
           EXIT.

      *    un SELECT du programme généré : fichier WS-CONV-NOMNET,
      *    nom externe WS-CONV-NOMTMP, statut <fichier>-STATUS
       0654-CONV-GEN-SELECT-START.
           STRING '           SELECT ' FUNCTION TRIM(WS-CONV-NOMNET)
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           ASSIGN TO '''
                  FUNCTION TRIM(WS-CONV-NOMTMP)
                  ''''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           ORGANIZATION IS LINE SEQUENTIAL'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           ACCESS MODE IS SEQUENTIAL' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           FILE STATUS IS '
                  FUNCTION TRIM(WS-CONV-NOMNET) '-STATUS.'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0654-CONV-GEN-SELECT-END.
           EXIT.

      *    FD de l'original et de la sauvegarde en une seule zone,
      *    puis les deux dessins champ par champ
       0653-CONV-GEN-DONNEES-START.
           MOVE '       DATA DIVISION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       FILE SECTION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE WS-CONV-LONG(1) TO WS-CONV-ED-LONG.
           MOVE 'F-ORIGINE' TO WS-CONV-NOMNET.
           PERFORM 0658-CONV-GEN-FD-START THRU 0658-CONV-GEN-FD-END.
           STRING '       01  REC-F-ORIGINE    PIC X('
                  FUNCTION TRIM(WS-CONV-ED-LONG) ').'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-SAUVE' TO WS-CONV-NOMNET.
           PERFORM 0658-CONV-GEN-FD-START THRU 0658-CONV-GEN-FD-END.
           STRING '       01  REC-F-SAUVE      PIC X('
                  FUNCTION TRIM(WS-CONV-ED-LONG) ').'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM VARYING WS-CONV-D FROM 1 BY 1 UNTIL WS-CONV-D > 2
              MOVE WS-CONV-LONG(WS-CONV-D) TO WS-CONV-ED-LONG
              IF WS-CONV-D = 1
                 STRING '      *    ancien dessin : '
                        FUNCTION TRIM(WS-CONV-CPYNOM(1))
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
                 MOVE 'F-ANCIEN' TO WS-CONV-NOMNET
                 PERFORM 0658-CONV-GEN-FD-START
                    THRU 0658-CONV-GEN-FD-END
                 MOVE '       01  ANC-ENREG.' TO WS-LIG-CONV
              ELSE
                 STRING '      *    nouveau dessin : '
                        FUNCTION TRIM(WS-CONV-CPYNOM(2))
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
                 MOVE 'F-NOUVEAU' TO WS-CONV-NOMNET
                 PERFORM 0658-CONV-GEN-FD-START
                    THRU 0658-CONV-GEN-FD-END
                 MOVE '       01  NOU-ENREG.' TO WS-LIG-CONV
              END-IF
              PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
              PERFORM VARYING WS-CONV-I FROM 1 BY 1
                      UNTIL WS-CONV-I > WS-CONV-NB(WS-CONV-D)
                 MOVE WS-CONV-NOM(WS-CONV-D, WS-CONV-I)
                    TO WS-LIG-CONV(15:30)
                 MOVE '05' TO WS-LIG-CONV(12:2)
                 STRING 'PIC ' FUNCTION TRIM(WS-CONV-PIC(WS-CONV-D,
                                                     WS-CONV-I)) '.'
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV(46:)
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
              END-PERFORM
           END-PERFORM.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       WORKING-STORAGE SECTION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-ORIGINE' TO WS-CONV-NOMNET.
           PERFORM 0659-CONV-GEN-STATUS-START
              THRU 0659-CONV-GEN-STATUS-END.
           MOVE 'F-SAUVE' TO WS-CONV-NOMNET.
           PERFORM 0659-CONV-GEN-STATUS-START
              THRU 0659-CONV-GEN-STATUS-END.
           MOVE 'F-ANCIEN' TO WS-CONV-NOMNET.
           PERFORM 0659-CONV-GEN-STATUS-START
              THRU 0659-CONV-GEN-STATUS-END.
           MOVE 'F-NOUVEAU' TO WS-CONV-NOMNET.
           PERFORM 0659-CONV-GEN-STATUS-START
              THRU 0659-CONV-GEN-STATUS-END.
           MOVE '       01  WS-NB-LUS        PIC 9(6)   VALUE 0.'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       01  WS-NB-ECRITS     PIC 9(6)   VALUE 0.'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '      * zone d''echange du controle de manifeste'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           COPY MANIFST.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0653-CONV-GEN-DONNEES-END.
           EXIT.

      *    FD WS-CONV-NOMNET de longueur WS-CONV-ED-LONG
       0658-CONV-GEN-FD-START.
           STRING '       FD  ' FUNCTION TRIM(WS-CONV-NOMNET)
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           RECORD CONTAINS '
                  FUNCTION TRIM(WS-CONV-ED-LONG) ' CHARACTERS'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           RECORDING MODE IS F.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0658-CONV-GEN-FD-END.
           EXIT.

      *    statut du fichier WS-CONV-NOMNET et ses conditions
       0659-CONV-GEN-STATUS-START.
           STRING '       01  ' FUNCTION TRIM(WS-CONV-NOMNET)
                  '-STATUS'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           MOVE 'PIC XX.' TO WS-LIG-CONV(36:).
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '       88  ' FUNCTION TRIM(WS-CONV-NOMNET)
                  '-STATUS-OK'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           MOVE 'VALUE ''00''.' TO WS-LIG-CONV(36:).
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '       88  ' FUNCTION TRIM(WS-CONV-NOMNET)
                  '-STATUS-NOFILE'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           MOVE 'VALUE ''35''.' TO WS-LIG-CONV(36:).
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0659-CONV-GEN-STATUS-END.
           EXIT.

      *    fil principal, sauvegarde et boucle de conversion du
      *    programme généré
       0655-CONV-GEN-TRAITEMENT-START.
           MOVE '       PROCEDURE DIVISION.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '      *0000-main-start.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           PERFORM 1000-SAUVEGARDE-START'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              THRU 1000-SAUVEGARDE-END.'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           PERFORM 2000-CONVERSION-START'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              THRU 2000-CONVERSION-END.'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           PERFORM 3000-MANIFESTE-START'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              THRU 3000-MANIFESTE-END.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '      *0000-main-end.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           STOP RUN.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
      *    sauvegarde à l'identique de l'original
           MOVE '      *    copie a l''identique de l''original'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       1000-SAUVEGARDE-START.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           OPEN INPUT F-ORIGINE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           IF F-ORIGINE-STATUS-NOFILE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '              DISPLAY ''FICHIER A CONVERTIR '
                  'INTROUVABLE :'''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '                 SPACE '''
                  FUNCTION TRIM(WS-CONV-FICHIER)
                  ''''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              MOVE 12 TO RETURN-CODE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              STOP RUN' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-IF.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-ORIGINE' TO WS-CONV-NOMNET.
           PERFORM 0660-CONV-GEN-ERREUR-START
              THRU 0660-CONV-GEN-ERREUR-END.
           MOVE '           OPEN OUTPUT F-SAUVE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-SAUVE' TO WS-CONV-NOMNET.
           PERFORM 0660-CONV-GEN-ERREUR-START
              THRU 0660-CONV-GEN-ERREUR-END.
           MOVE '           READ F-ORIGINE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           PERFORM UNTIL NOT F-ORIGINE-STATUS-OK'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              ADD 1 TO WS-NB-LUS' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              MOVE REC-F-ORIGINE TO REC-F-SAUVE'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              WRITE REC-F-SAUVE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              READ F-ORIGINE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-PERFORM.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           CLOSE F-ORIGINE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           CLOSE F-SAUVE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       1000-SAUVEGARDE-END.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           EXIT.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
      *    relecture de la sauvegarde et réécriture au nouveau
      *    dessin, les champs supprimés affichés d'abord
           MOVE '      *    relecture de la sauvegarde a l''ancien'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '      *    dessin et reecriture au nouveau'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       2000-CONVERSION-START.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM VARYING WS-CONV-J FROM 1 BY 1
                   UNTIL WS-CONV-J > WS-CONV-NB(1)
              IF (WS-CONV-NOM(1, WS-CONV-J) NOT = 'FILLER')
                 AND (WS-CONV-RANG(1, WS-CONV-J) = 0)
                 STRING '           DISPLAY ''CHAMP SUPPRIME : '
                        FUNCTION TRIM(WS-CONV-NOM(1, WS-CONV-J))
                        '''.'
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
              END-IF
           END-PERFORM.
           MOVE '           OPEN INPUT F-ANCIEN.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-ANCIEN' TO WS-CONV-NOMNET.
           PERFORM 0660-CONV-GEN-ERREUR-START
              THRU 0660-CONV-GEN-ERREUR-END.
           MOVE '           OPEN OUTPUT F-NOUVEAU.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'F-NOUVEAU' TO WS-CONV-NOMNET.
           PERFORM 0660-CONV-GEN-ERREUR-START
              THRU 0660-CONV-GEN-ERREUR-END.
           MOVE '           READ F-ANCIEN.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           PERFORM UNTIL NOT F-ANCIEN-STATUS-OK'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              PERFORM 2100-CONVERTIT-START'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '                 THRU 2100-CONVERTIT-END'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              WRITE NOU-ENREG' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              IF F-NOUVEAU-STATUS-OK' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '                 ADD 1 TO WS-NB-ECRITS' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              END-IF' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              READ F-ANCIEN' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-PERFORM.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           CLOSE F-ANCIEN.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           CLOSE F-NOUVEAU.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       2000-CONVERSION-END.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           EXIT.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0655-CONV-GEN-TRAITEMENT-END.
           EXIT.

      *    contrôle de statut après OPEN du fichier WS-CONV-NOMNET
      *    dans le programme généré : code retour 8 et arrêt
       0660-CONV-GEN-ERREUR-START.
           STRING '           IF NOT ' FUNCTION TRIM(WS-CONV-NOMNET)
                  '-STATUS-OK'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '              DISPLAY ''CODE RETOUR D''''ERREUR '
                  FUNCTION TRIM(WS-CONV-NOMNET) ''''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '                 SPACE '
                  FUNCTION TRIM(WS-CONV-NOMNET)
                  '-STATUS'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              MOVE 8 TO RETURN-CODE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              STOP RUN' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-IF.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0660-CONV-GEN-ERREUR-END.
           EXIT.

      *    un enregistrement : nouveau dessin à blanc, champs repris
      *    par nom, nouveaux champs à leur valeur par défaut
       0656-CONV-GEN-REPRISE-START.
           MOVE '       2100-CONVERTIT-START.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           MOVE SPACES TO NOU-ENREG.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM VARYING WS-CONV-I FROM 1 BY 1
                   UNTIL WS-CONV-I > WS-CONV-NB(2)
              IF WS-CONV-NOM(2, WS-CONV-I) NOT = 'FILLER'
                 IF WS-CONV-RANG(2, WS-CONV-I) > 0
                    STRING '           MOVE '
                           FUNCTION TRIM(WS-CONV-NOM(2, WS-CONV-I))
                           ' OF ANC-ENREG'
                    DELIMITED BY SIZE
                    INTO WS-LIG-CONV
                 ELSE
                    PERFORM 0645-CONV-DEFAUT-START
                       THRU 0645-CONV-DEFAUT-END
                    STRING '           MOVE '
                           FUNCTION TRIM(WS-CONV-VALEUR)
                    DELIMITED BY SIZE
                    INTO WS-LIG-CONV
                 END-IF
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
                 STRING '              TO '
                        FUNCTION TRIM(WS-CONV-NOM(2, WS-CONV-I))
                        ' OF NOU-ENREG.'
                 DELIMITED BY SIZE
                 INTO WS-LIG-CONV
                 PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END
              END-IF
           END-PERFORM.
           MOVE '       2100-CONVERTIT-END.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           EXIT.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0656-CONV-GEN-REPRISE-END.
           EXIT.

      *    manifestes de la sauvegarde (nombre lu) et du fichier
      *    converti (nombre écrit), puis confrontation du converti
      *    au nombre lu : tout écart laisse l'original dans la
      *    sauvegarde et sort en code retour 8
       0657-CONV-GEN-MANIFESTE-START.
           MOVE '      *    manifestes de la sauvegarde et du converti,'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '      *    puis controle du converti contre le '
                  'nombre lu'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       3000-MANIFESTE-START.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE 'E' TO WS-CONV-NOMNET.
           MOVE WS-CONV-SAUVE TO WS-CONV-NOMTMP.
           MOVE 'WS-NB-LUS' TO WS-CONV-VALEUR.
           PERFORM 0661-CONV-GEN-APPEL-MF-START
              THRU 0661-CONV-GEN-APPEL-MF-END.
           MOVE 'E' TO WS-CONV-NOMNET.
           MOVE WS-CONV-FICHIER TO WS-CONV-NOMTMP.
           MOVE 'WS-NB-ECRITS' TO WS-CONV-VALEUR.
           PERFORM 0661-CONV-GEN-APPEL-MF-START
              THRU 0661-CONV-GEN-APPEL-MF-END.
           MOVE 'V' TO WS-CONV-NOMNET.
           MOVE WS-CONV-FICHIER TO WS-CONV-NOMTMP.
           MOVE 'WS-NB-LUS' TO WS-CONV-VALEUR.
           PERFORM 0661-CONV-GEN-APPEL-MF-START
              THRU 0661-CONV-GEN-APPEL-MF-END.
           STRING '           DISPLAY ''ENREGISTREMENTS LUS    :'''
                  ' SPACE'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              WS-NB-LUS.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           DISPLAY ''ENREGISTREMENTS ECRITS :'''
                  ' SPACE'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              WS-NB-ECRITS.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           IF (MF-RC NOT = 0)' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              OR (WS-NB-ECRITS NOT = WS-NB-LUS)'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '              DISPLAY ''CONVERSION INCOMPLETE - '
                  'ORIGINAL CONSERVE'''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '                 SPACE ''DANS '
                  FUNCTION TRIM(WS-CONV-SAUVE) ''''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              MOVE 8 TO RETURN-CODE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-IF.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '       3000-MANIFESTE-END.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           EXIT.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0657-CONV-GEN-MANIFESTE-END.
           EXIT.

      *    appel de manifst dans le programme généré : action
      *    WS-CONV-NOMNET, fichier WS-CONV-NOMTMP, compteur
      *    WS-CONV-VALEUR
       0661-CONV-GEN-APPEL-MF-START.
           MOVE '           INITIALIZE MF-ZONE.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           MOVE ''' WS-CONV-NOMNET(1:1)
                  ''' TO MF-ACTION.'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           MOVE ''' FUNCTION TRIM(WS-CONV-NOMTMP)
                  ''''
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              TO MF-FICHIER.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '           MOVE ' FUNCTION TRIM(WS-CONV-VALEUR)
                  ' TO MF-NB-ENREG.'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           CALL ''manifst'' USING BY REFERENCE MF-ZONE'
              TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '              ON EXCEPTION' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           STRING '      *          controle absent du load : '
                  'pas de manifeste'
           DELIMITED BY SIZE
           INTO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '                 CONTINUE' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE '           END-CALL.' TO WS-LIG-CONV.
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
       0661-CONV-GEN-APPEL-MF-END.
           EXIT.

       0690-CONV-ECRIT-START.
           MOVE WS-LIG-CONV TO REC-F-CONVOUT.
           WRITE REC-F-CONVOUT.
           MOVE SPACES TO WS-LIG-CONV.
       0690-CONV-ECRIT-END.
           EXIT.

      *    ligne de l'en-tête encadré du programme généré
       0692-CONV-COMMENT-START.
           MOVE '      *' TO WS-LIG-CONV(1:7).
           MOVE WS-CONV-TEXTE TO WS-LIG-CONV(8:61).
           MOVE '*' TO WS-LIG-CONV(69:1).
           PERFORM 0690-CONV-ECRIT-START THRU 0690-CONV-ECRIT-END.
           MOVE SPACES TO WS-CONV-TEXTE.
       0692-CONV-COMMENT-END.
           EXIT.

       0695-CONV-ECRIT-RAP-START.
           MOVE WS-LIG-CONV TO REC-F-CONVRAP.
           WRITE REC-F-CONVRAP.
           MOVE SPACES TO WS-LIG-CONV.
       0695-CONV-ECRIT-RAP-END.
           EXIT.

      * Lecture du fichier input et chargement de toutes ses lignes :
      * un fichier entete/detail/bandeau se décrit désormais en un
      * seul passage, une ligne par dessin d'enregistrement

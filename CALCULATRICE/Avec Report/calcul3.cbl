      *            comme opérande ; le contenu des registres est    *
      *            récapitulé en fin de Calc-Report.txt             *
      *                                                             *
      *    MAJv9:  Tableau d'amortissement d'un prêt (code E) :     *
      *            capital, taux annuel, durée en mois, différé     *
      *            éventuel, échéances constantes (C) ou            *
      *            amortissement constant (L) ; l'échéancier part   *
      *            dans Calc-Echeancier.txt, les totaux à l'écran   *
      *            et dans Calc-Report.txt                          *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création  09/04/2024                                *
      *    Date MAJv1:    10/04/2024                                *
      *    Date MAJv6:    22/08/2026                                *
      *    Date MAJv7:    02/09/2026                                *
      *    Date MAJv8:    02/09/2026                                *
      *    Date MAJv9:    15/10/2026                                *
      *=============================================================*

      ***************************************************************
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FIC-TVA.

      * MAJv9: échéancier des prêts calculés dans la session (code
      * E), réécrit à chaque lancement qui calcule un prêt
           SELECT FIC-ECH
           ASSIGN TO 'Calc-Echeancier.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FIC-ECH.

      * MAJv3: export csv des calculs, une ligne par opération
           SELECT FIC-CSV
           ASSIGN TO 'Calc-Report.csv'
           RECORDING MODE IS F.
       01 E-REC-CSV PIC X(80).

      * MAJv9: une ligne d'échéancier ou d'entête de prêt
           FD FIC-ECH
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 E-REC-ECH PIC X(100).


       WORKING-STORAGE SECTION.
      * MAJv2: gestion des status des fichiers  
       01  WS-AFF-DETAIL  PIC X(50)      VALUE 
           'Voulez-vous afficher l''opération, Oui O, Non N'.
       01  WS-AFF-SAI-SIGN PIC X(60)     VALUE
           'Saisissez le code de l''opération + - * / P M R T ou E'.
      * MAJv3: résultat intermédiaire pour la division entière
      * utilisée par le calcul du modulo
       01  WS-QUOTIENT    PIC S9(5)V99   VALUE 0.
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * MAJv9: tableau d'amortissement d'un prêt (code E) : capital,
      * taux annuel, durée totale en mois dont différé (intérêts
      * seuls), méthode C (échéances constantes) ou L (amortissement
      * constant), date de départ des échéances mensuelles
       01  WS-STAT-FIC-ECH   PIC XX               .
       88  WS-STAT-ECHOK              VALUE '00'  .
       01  WS-ECH-OUVERT     PIC X      VALUE 'N' .
       88  WS-ECH-EST-OUVERT           VALUE 'O'  .
       01  WS-EMP-ERREUR     PIC X      VALUE 'N' .
       88  WS-EMP-EN-ERREUR            VALUE 'O'  .
       01  WS-EMP-MOTIF      PIC X(50)  VALUE SPACES .
       01  WS-EMP-SAISIE     PIC X(10)  VALUE SPACES .
       01  WS-EMP-TOK        PIC X(10)  VALUE SPACES .
       01  WS-EMP-TOKENS.
           05 WS-EMP-TOK-TAB PIC X(10)  OCCURS 4 .
       01  WS-EMP-IND        PIC 9      VALUE 0      .
       01  WS-EMP-CAPITAL    PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-TAUX       PIC 99V999   VALUE 0    .
       01  WS-EMP-DUREE      PIC 999      VALUE 0    .
       01  WS-EMP-DIFFERE    PIC 999      VALUE 0    .
       01  WS-EMP-NB-AMORT   PIC 999      VALUE 0    .
       01  WS-EMP-METHODE    PIC X        VALUE 'C'  .
       88  WS-EMP-CONSTANTE             VALUE 'C'    .
       88  WS-EMP-LINEAIRE              VALUE 'L'    .
       01  WS-EMP-DATE-DEP   PIC X(8)     VALUE SPACES .
       01  WS-EMP-DATE-DEP-D REDEFINES WS-EMP-DATE-DEP.
           05 WS-EMP-DEP-AAAA PIC X(4).
           05 WS-EMP-DEP-MM   PIC XX.
           05 WS-EMP-DEP-JJ   PIC XX.
       01  WS-EMP-VALEUR     PIC S9(7)V9(5) VALUE 0  .
       01  WS-EMP-TAUX-MOIS  PIC 9V9(12)    VALUE 0  .
       01  WS-EMP-FACTEUR    PIC 9(9)V9(9)  VALUE 0  .
       01  WS-EMP-ECHEANCE   PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-AMORT-CST  PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-NUM        PIC 999      VALUE 0    .
       01  WS-EMP-RESTANT    PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-INTERETS   PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-AMORT      PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-VERSE      PIC 9(7)V99  VALUE 0    .
       01  WS-EMP-AJUST      PIC S9(5)V99 VALUE 0    .
       01  WS-EMP-TOT-VERSE  PIC 9(9)V99  VALUE 0    .
       01  WS-EMP-TOT-INT    PIC 9(9)V99  VALUE 0    .
       01  WS-EMP-TOT-AMORT  PIC 9(9)V99  VALUE 0    .
       01  WS-EMP-CAP-AFF    PIC Z(6)9.99             .
       01  WS-EMP-TAUX-AFF   PIC Z9.999               .
       01  WS-EMP-DUREE-AFF  PIC ZZ9                  .
       01  WS-EMP-DIFF-AFF   PIC ZZ9                  .
       01  WS-EMP-ECH-AFF    PIC Z(6)9.99             .
       01  WS-EMP-TVER-AFF   PIC Z(8)9.99             .
       01  WS-EMP-TINT-AFF   PIC Z(8)9.99             .
       01  WS-EMP-AJUST-AFF  PIC +(5)9.99             .
       01  WS-EMP-LIBMETH    PIC X(25)  VALUE SPACES  .
       01  WS-EMP-LIG        PIC X(200) VALUE SPACES  .
       01  WS-ECH-DET.
           05 FILLER         PIC X(2)   VALUE SPACES  .
           05 ECH-NUM        PIC ZZ9                  .
           05 FILLER         PIC X(2)   VALUE SPACES  .
           05 ECH-DATE.
              10 ECH-JJ      PIC XX                   .
              10 FILLER      PIC X      VALUE '/'     .
              10 ECH-MM      PIC XX                   .
              10 FILLER      PIC X      VALUE '/'     .
              10 ECH-AAAA    PIC X(4)                 .
           05 FILLER         PIC X(3)   VALUE SPACES  .
           05 ECH-VERSE      PIC Z(6)9.99             .
           05 FILLER         PIC X(3)   VALUE SPACES  .
           05 ECH-INTERETS   PIC Z(6)9.99             .
           05 FILLER         PIC X(3)   VALUE SPACES  .
           05 ECH-AMORT      PIC Z(6)9.99             .
           05 FILLER         PIC X(3)   VALUE SPACES  .
           05 ECH-RESTANT    PIC Z(6)9.99             .
           05 FILLER         PIC X(31)  VALUE SPACES  .
       01  WS-ECH-TOT.
           05 FILLER         PIC X(18)  VALUE '  TOTAL' .
           05 TOT-VERSE      PIC Z(8)9.99             .
           05 FILLER         PIC X      VALUE SPACE   .
           05 TOT-INTERETS   PIC Z(8)9.99             .
           05 FILLER         PIC X      VALUE SPACE   .
           05 TOT-AMORT      PIC Z(8)9.99             .
           05 FILLER         PIC X(44)  VALUE SPACES  .
           COPY DATECALC.

      * MAJv5: gestion du mode TVA : barème de 3 taux (centièmes),
      * sens de conversion et montants HT / TVA / TTC
       01  WS-STAT-FIC-TVA   PIC XX               .
              PERFORM RECAP-REGISTRES
              CLOSE FIC-OUT
              CLOSE FIC-CSV
              PERFORM FERME-ECHEANCIER
              DISPLAY 'OPERATIONS TRAITEES : ' WS-NB-OPS
              DISPLAY 'OPERATIONS REJETEES : ' WS-NB-OPS-KO
              PERFORM ECRIT-JOURNAL
                 WHEN 'T'
                    PERFORM CALC-TVA
                    MOVE 0 TO WS-BON-OPE
      * MAJv9: tableau d'amortissement - le premier chiffre est le
      * capital, le deuxieme le taux annuel ; durée, différé et
      * méthode sont demandés par CALC-EMPRUNT
                 WHEN 'E'
                    PERFORM CALC-EMPRUNT
                    MOVE 0 TO WS-BON-OPE
                 WHEN OTHER
                    DISPLAY 'Cette operation n''est pas prévue'
                    MOVE 0 TO WS-BON-OPE 
           PERFORM ECRIT-FIC.
           CLOSE FIC-OUT .
           CLOSE FIC-CSV .
           PERFORM FERME-ECHEANCIER.
      * 0000-MAIN-END.
           PERFORM ECRIT-JOURNAL.
           STOP RUN.
              GO TO TRAITE-OPS-LIGNE-FIN
           END-IF.

      * MAJv9: une ligne de prêt "capital E taux durée [différé]
      * [C|L] [AAAAMMJJ]" part dans le tableau d'amortissement
           IF FUNCTION UPPER-CASE(WS-OPS-CODE) = 'E'
              PERFORM TRAITE-EMPRUNT-BATCH
                 THRU TRAITE-EMPRUNT-BATCH-FIN
              GO TO TRAITE-OPS-LIGNE-FIN
           END-IF.

      * MAJv7: une ligne qui n'a pas la forme historique
      * "num1 code num2" part dans l'évaluateur d'expressions
      * (parenthèses, priorité des opérateurs, modulo en %)
           MOVE WS-CSV-LIG TO E-REC-CSV.
           WRITE E-REC-CSV.

      * MAJv9: prêt en mode écran : WS-NUM1 porte le capital et
      * WS-NUM2 le taux annuel ; durée, différé et méthode sont
      * demandés ici, les échéances partent du jour. Le capital reste
      * dans WS-NUM1 pour comparer un autre taux ou une autre durée
       CALC-EMPRUNT.
           MOVE 'N' TO WS-EMP-ERREUR.
           MOVE SPACES TO WS-EMP-TOKENS.
           IF (WS-NUM1 <= 0) OR (WS-NUM2 < 0) OR (WS-NUM2 > 25)
              MOVE 'O' TO WS-EMP-ERREUR
              MOVE 'CAPITAL NUL OU TAUX HORS 0-25 %' TO WS-EMP-MOTIF
           ELSE
              MOVE WS-NUM1 TO WS-EMP-CAPITAL
              MOVE WS-NUM2 TO WS-EMP-TAUX
           END-IF.
           DISPLAY 'Durée du prêt en mois, différé compris '
              WITH NO ADVANCING.
           ACCEPT WS-EMP-SAISIE.
           MOVE WS-EMP-SAISIE TO WS-EMP-TOK-TAB(1).
           DISPLAY 'Différé en mois (intérêts seuls), 0 si aucun '
              WITH NO ADVANCING.
           ACCEPT WS-EMP-SAISIE.
           MOVE WS-EMP-SAISIE TO WS-EMP-TOK-TAB(2).
           DISPLAY 'Echéances constantes C, amortissement constant L '
              WITH NO ADVANCING.
           ACCEPT WS-EMP-SAISIE.
           MOVE WS-EMP-SAISIE TO WS-EMP-TOK-TAB(3).
           PERFORM LIT-PARAM-EMPRUNT THRU LIT-PARAM-EMPRUNT-FIN.
           PERFORM CALC-EMPRUNT-CALCUL THRU CALC-EMPRUNT-CALCUL-FIN.
           DISPLAY WS-AFF-STOP.
           DISPLAY WS-AFF-REINIT.

      * MAJv9: prêt en mode batch : "capital E taux durée [différé]
      * [C|L] [AAAAMMJJ]" ; le capital peut être un registre Mn, le
      * taux accepte la virgule, les paramètres après la durée sont
      * reconnus à leur forme (méthode, date de départ, différé)
       TRAITE-EMPRUNT-BATCH.
           MOVE 'N' TO WS-EMP-ERREUR.
           MOVE WS-OPS-N1 TO WS-EXP-NOMBRE.
           PERFORM RESOUT-OPERANDE THRU RESOUT-OPERANDE-FIN.
           IF WS-EXP-EN-ERREUR
              ADD 1 TO WS-NB-OPS-KO
              GO TO TRAITE-EMPRUNT-BATCH-FIN
           END-IF.
           IF WS-EXP-VALEUR <= 0
              MOVE 'O' TO WS-EMP-ERREUR
              MOVE 'CAPITAL NUL OU NEGATIF' TO WS-EMP-MOTIF
           ELSE
              MOVE WS-EXP-VALEUR TO WS-EMP-CAPITAL
           END-IF.
           MOVE WS-OPS-N2 TO WS-EMP-TOK.
           INSPECT WS-EMP-TOK REPLACING ALL ',' BY '.'.
           IF NOT WS-EMP-EN-ERREUR
              IF (WS-EMP-TOK = SPACES)
                 OR (FUNCTION TEST-NUMVAL(WS-EMP-TOK) NOT = 0)
                 MOVE 'O' TO WS-EMP-ERREUR
                 MOVE 'TAUX ANNUEL ABSENT OU NON NUMERIQUE'
                    TO WS-EMP-MOTIF
              ELSE
                 COMPUTE WS-EMP-VALEUR = FUNCTION NUMVAL(WS-EMP-TOK)
                 IF (WS-EMP-VALEUR < 0) OR (WS-EMP-VALEUR > 25)
                    MOVE 'O' TO WS-EMP-ERREUR
                    MOVE 'TAUX ANNUEL HORS 0-25 %' TO WS-EMP-MOTIF
                 ELSE
                    MOVE WS-EMP-VALEUR TO WS-EMP-TAUX
                 END-IF
              END-IF
           END-IF.
      *    la ligne est redécoupée : WS-OPS-RESTE ne garde que le
      *    quatrième mot
           MOVE SPACES TO WS-EMP-TOKENS.
           UNSTRING WS-OPS-EXPR DELIMITED BY ALL SPACE
              INTO WS-OPS-N1 WS-OPS-CODE WS-OPS-N2
                   WS-EMP-TOK-TAB(1) WS-EMP-TOK-TAB(2)
                   WS-EMP-TOK-TAB(3) WS-EMP-TOK-TAB(4)
              ON OVERFLOW
                 IF NOT WS-EMP-EN-ERREUR
                    MOVE 'O' TO WS-EMP-ERREUR
                    MOVE 'TROP DE PARAMETRES DE PRET' TO WS-EMP-MOTIF
                 END-IF
           END-UNSTRING.
           PERFORM LIT-PARAM-EMPRUNT THRU LIT-PARAM-EMPRUNT-FIN.
           PERFORM CALC-EMPRUNT-CALCUL THRU CALC-EMPRUNT-CALCUL-FIN.
       TRAITE-EMPRUNT-BATCH-FIN.
           EXIT.

      * MAJv9: durée (premier paramètre, 1 à 480 mois) puis options
      * dans un ordre quelconque : C ou L pour la méthode, une date
      * AAAAMMJJ de départ (le jour par défaut), un nombre de mois
      * de différé
       LIT-PARAM-EMPRUNT.
           MOVE 0 TO WS-EMP-DUREE WS-EMP-DIFFERE.
           MOVE 'C' TO WS-EMP-METHODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EMP-DATE-DEP.
           IF WS-EMP-EN-ERREUR
              GO TO LIT-PARAM-EMPRUNT-FIN
           END-IF.
           MOVE WS-EMP-TOK-TAB(1) TO WS-EMP-TOK.
           IF (WS-EMP-TOK = SPACES)
              OR (FUNCTION TEST-NUMVAL(WS-EMP-TOK) NOT = 0)
              MOVE 'O' TO WS-EMP-ERREUR
              MOVE 'DUREE EN MOIS ABSENTE OU NON NUMERIQUE'
                 TO WS-EMP-MOTIF
              GO TO LIT-PARAM-EMPRUNT-FIN
           END-IF.
           COMPUTE WS-EMP-VALEUR = FUNCTION NUMVAL(WS-EMP-TOK).
           IF (WS-EMP-VALEUR < 1) OR (WS-EMP-VALEUR > 480)
              OR (WS-EMP-VALEUR NOT = FUNCTION INTEGER(WS-EMP-VALEUR))
              MOVE 'O' TO WS-EMP-ERREUR
              MOVE 'DUREE HORS 1-480 MOIS' TO WS-EMP-MOTIF
              GO TO LIT-PARAM-EMPRUNT-FIN
           END-IF.
           MOVE WS-EMP-VALEUR TO WS-EMP-DUREE.
           PERFORM VARYING WS-EMP-IND FROM 2 BY 1
                   UNTIL (WS-EMP-IND > 4) OR WS-EMP-EN-ERREUR
              PERFORM LIT-OPTION-EMPRUNT
           END-PERFORM.
       LIT-PARAM-EMPRUNT-FIN.
           EXIT.

       LIT-OPTION-EMPRUNT.
           MOVE FUNCTION UPPER-CASE(WS-EMP-TOK-TAB(WS-EMP-IND))
              TO WS-EMP-TOK.
           MOVE 0 TO TALLY.
           INSPECT WS-EMP-TOK TALLYING TALLY
              FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
              WHEN WS-EMP-TOK = SPACES
                 CONTINUE
              WHEN (WS-EMP-TOK = 'C') OR (WS-EMP-TOK = 'L')
                 MOVE WS-EMP-TOK(1:1) TO WS-EMP-METHODE
              WHEN (TALLY = 8) AND (WS-EMP-TOK(1:8) NUMERIC)
                 MOVE WS-EMP-TOK(1:8) TO WS-EMP-DATE-DEP
              WHEN (TALLY < 4) AND (WS-EMP-TOK(1:TALLY) NUMERIC)
                 MOVE WS-EMP-TOK(1:TALLY) TO WS-EMP-DIFFERE
              WHEN OTHER
                 MOVE 'O' TO WS-EMP-ERREUR
                 INITIALIZE WS-EMP-MOTIF
                 STRING 'PARAMETRE DE PRET INCONNU : '
                        FUNCTION TRIM(WS-EMP-TOK)
                 DELIMITED BY SIZE
                 INTO WS-EMP-MOTIF
           END-EVALUATE.

      * MAJv9: coeur du tableau d'amortissement, partagé entre le
      * mode écran et le mode batch. Pendant le différé seuls les
      * intérêts sont payés ; ensuite l'échéance est constante
      * (formule des annuités au taux mensuel taux / 12) ou le
      * capital est amorti par parts égales. La dernière échéance
      * solde exactement le capital restant et absorbe l'écart
      * d'arrondi, indiqué en pied d'échéancier
       CALC-EMPRUNT-CALCUL.
           IF NOT WS-EMP-EN-ERREUR
              IF WS-EMP-DIFFERE >= WS-EMP-DUREE
                 MOVE 'O' TO WS-EMP-ERREUR
                 MOVE 'DIFFERE AU MOINS EGAL A LA DUREE'
                    TO WS-EMP-MOTIF
              END-IF
           END-IF.
           IF NOT WS-EMP-EN-ERREUR
              MOVE 'V' TO DC-ACTION
              MOVE WS-EMP-DATE-DEP TO DC-DATE1
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
              END-CALL
              IF DC-RC NOT = 0
                 MOVE 'O' TO WS-EMP-ERREUR
                 MOVE 'DATE DE DEPART INVALIDE' TO WS-EMP-MOTIF
              END-IF
           END-IF.
           IF WS-EMP-EN-ERREUR
              ADD 1 TO WS-NB-OPS-KO
              INITIALIZE WS-EMP-LIG
              IF WS-MODE-IS-BATCH
                 STRING ' ! EMPRUNT REFUSE ('
                        FUNCTION TRIM(WS-EMP-MOTIF) ') : '
                        FUNCTION TRIM(E-REC-OPS) ' |'
                 DELIMITED BY SIZE
                 INTO WS-EMP-LIG
              ELSE
                 STRING ' ! EMPRUNT REFUSE ('
                        FUNCTION TRIM(WS-EMP-MOTIF) ') |'
                 DELIMITED BY SIZE
                 INTO WS-EMP-LIG
              END-IF
              DISPLAY FUNCTION TRIM(WS-EMP-LIG)
              PERFORM ECRIT-FIC
              MOVE WS-EMP-LIG TO E-REC-OUT
              PERFORM ECRIT-FIC
              GO TO CALC-EMPRUNT-CALCUL-FIN
           END-IF.

           COMPUTE WS-EMP-NB-AMORT = WS-EMP-DUREE - WS-EMP-DIFFERE.
           COMPUTE WS-EMP-TAUX-MOIS ROUNDED = WS-EMP-TAUX / 1200.
           MOVE 0 TO WS-EMP-ECHEANCE WS-EMP-AMORT-CST.
           IF WS-EMP-CONSTANTE
              IF WS-EMP-TAUX = 0
                 COMPUTE WS-EMP-ECHEANCE ROUNDED =
                    WS-EMP-CAPITAL / WS-EMP-NB-AMORT
              ELSE
                 COMPUTE WS-EMP-FACTEUR ROUNDED =
                    (1 + WS-EMP-TAUX-MOIS) ** WS-EMP-NB-AMORT
                 COMPUTE WS-EMP-ECHEANCE ROUNDED =
                    WS-EMP-CAPITAL * WS-EMP-TAUX-MOIS * WS-EMP-FACTEUR
                    / (WS-EMP-FACTEUR - 1)
              END-IF
              MOVE 'ECHEANCES CONSTANTES' TO WS-EMP-LIBMETH
           ELSE
              COMPUTE WS-EMP-AMORT-CST ROUNDED =
                 WS-EMP-CAPITAL / WS-EMP-NB-AMORT
              MOVE 'AMORTISSEMENT CONSTANT' TO WS-EMP-LIBMETH
           END-IF.
           MOVE WS-EMP-CAPITAL TO WS-EMP-CAP-AFF.
           MOVE WS-EMP-TAUX    TO WS-EMP-TAUX-AFF.
           MOVE WS-EMP-DUREE   TO WS-EMP-DUREE-AFF.
           MOVE WS-EMP-DIFFERE TO WS-EMP-DIFF-AFF.

           PERFORM OUVRE-ECHEANCIER.
           PERFORM ECRIT-ENTETE-ECHEANCIER.
           MOVE WS-EMP-CAPITAL TO WS-EMP-RESTANT.
           MOVE 0 TO WS-EMP-TOT-VERSE WS-EMP-TOT-INT WS-EMP-TOT-AMORT
                     WS-EMP-AJUST.
           PERFORM VARYING WS-EMP-NUM FROM 1 BY 1
                   UNTIL WS-EMP-NUM > WS-EMP-DUREE
              PERFORM ECRIT-ECHEANCE
           END-PERFORM.
           PERFORM ECRIT-PIED-ECHEANCIER.

      *    totaux à l'écran, dans Calc-Report.txt et dans le csv
           MOVE WS-EMP-TOT-VERSE TO WS-EMP-TVER-AFF.
           MOVE WS-EMP-TOT-INT   TO WS-EMP-TINT-AFF.
           DISPLAY 'EMPRUNT     : ' FUNCTION TRIM(WS-EMP-CAP-AFF)
              ' A ' FUNCTION TRIM(WS-EMP-TAUX-AFF) ' % SUR '
              FUNCTION TRIM(WS-EMP-DUREE-AFF) ' MOIS, DIFFERE '
              FUNCTION TRIM(WS-EMP-DIFF-AFF) ', '
              FUNCTION TRIM(WS-EMP-LIBMETH).
           IF WS-EMP-CONSTANTE
              MOVE WS-EMP-ECHEANCE TO WS-EMP-ECH-AFF
              DISPLAY 'ECHEANCE    : ' WS-EMP-ECH-AFF
           ELSE
              MOVE WS-EMP-AMORT-CST TO WS-EMP-ECH-AFF
              DISPLAY 'AMORTISSEMT : ' WS-EMP-ECH-AFF
           END-IF.
           DISPLAY 'TOTAL VERSE : ' WS-EMP-TVER-AFF.
           DISPLAY 'INTERETS    : ' WS-EMP-TINT-AFF.
           DISPLAY 'ECHEANCIER DANS Calc-Echeancier.txt'.

           INITIALIZE WS-EMP-LIG.
           STRING ' ! EMPRUNT ' FUNCTION TRIM(WS-EMP-CAP-AFF)
                  ' A ' FUNCTION TRIM(WS-EMP-TAUX-AFF) ' % SUR '
                  FUNCTION TRIM(WS-EMP-DUREE-AFF) ' MOIS (DIFFERE '
                  FUNCTION TRIM(WS-EMP-DIFF-AFF) ') '
                  FUNCTION TRIM(WS-EMP-LIBMETH)
                  ' : TOTAL VERSE ' FUNCTION TRIM(WS-EMP-TVER-AFF)
                  ' DONT INTERETS ' FUNCTION TRIM(WS-EMP-TINT-AFF)
                  ' |'
           DELIMITED BY SIZE
           INTO WS-EMP-LIG.
      *    les opérations simples en attente partent d'abord (même
      *    séquence que la trace TVA)
           PERFORM ECRIT-FIC.
           MOVE WS-EMP-LIG TO E-REC-OUT.
           PERFORM ECRIT-FIC.

           MOVE SPACES TO WS-CSV-LIG.
           STRING 'EMPRUNT,' FUNCTION TRIM(WS-EMP-CAP-AFF) ','
                  FUNCTION TRIM(WS-EMP-TAUX-AFF) ','
                  FUNCTION TRIM(WS-EMP-DUREE-AFF) ','
                  FUNCTION TRIM(WS-EMP-DIFF-AFF) ','
                  WS-EMP-METHODE ','
                  FUNCTION TRIM(WS-EMP-TVER-AFF) ','
                  FUNCTION TRIM(WS-EMP-TINT-AFF)
           DELIMITED BY SIZE
           INTO WS-CSV-LIG.
           MOVE WS-CSV-LIG TO E-REC-CSV.
           WRITE E-REC-CSV.

           ADD 1 TO WS-NB-OPS.
      *    "> Mn" range le coût du crédit (total des intérêts)
           IF WS-REG-STOCK > 0
              MOVE WS-EMP-TOT-INT TO WS-REG-VAL(WS-REG-STOCK)
              SET WS-REG-EST-CHARGE(WS-REG-STOCK) TO TRUE
           END-IF.
       CALC-EMPRUNT-CALCUL-FIN.
           EXIT.

      * MAJv9: une échéance : intérêts du mois sur le capital
      * restant, part de capital selon la période et la méthode,
      * date d'échéance calculée par datecalc (départ + n mois)
       ECRIT-ECHEANCE.
           COMPUTE WS-EMP-INTERETS ROUNDED =
              WS-EMP-RESTANT * WS-EMP-TAUX-MOIS.
           EVALUATE TRUE
              WHEN WS-EMP-NUM <= WS-EMP-DIFFERE
                 MOVE 0 TO WS-EMP-AMORT
              WHEN WS-EMP-NUM = WS-EMP-DUREE
                 MOVE WS-EMP-RESTANT TO WS-EMP-AMORT
                 IF WS-EMP-CONSTANTE
                    COMPUTE WS-EMP-AJUST = WS-EMP-RESTANT
                       + WS-EMP-INTERETS - WS-EMP-ECHEANCE
                 ELSE
                    COMPUTE WS-EMP-AJUST =
                       WS-EMP-RESTANT - WS-EMP-AMORT-CST
                 END-IF
              WHEN WS-EMP-CONSTANTE
                 COMPUTE WS-EMP-AMORT =
                    WS-EMP-ECHEANCE - WS-EMP-INTERETS
              WHEN OTHER
                 MOVE WS-EMP-AMORT-CST TO WS-EMP-AMORT
           END-EVALUATE.
           IF WS-EMP-AMORT > WS-EMP-RESTANT
              MOVE WS-EMP-RESTANT TO WS-EMP-AMORT
           END-IF.
           COMPUTE WS-EMP-VERSE = WS-EMP-AMORT + WS-EMP-INTERETS.
           SUBTRACT WS-EMP-AMORT FROM WS-EMP-RESTANT.
           ADD WS-EMP-VERSE    TO WS-EMP-TOT-VERSE.
           ADD WS-EMP-INTERETS TO WS-EMP-TOT-INT.
           ADD WS-EMP-AMORT    TO WS-EMP-TOT-AMORT.

           MOVE 'M' TO DC-ACTION.
           MOVE WS-EMP-DATE-DEP TO DC-DATE1.
           MOVE WS-EMP-NUM TO DC-NB-JOURS.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
           END-CALL.
           MOVE WS-EMP-NUM      TO ECH-NUM.
           MOVE DC-DATE2(7:2)   TO ECH-JJ.
           MOVE DC-DATE2(5:2)   TO ECH-MM.
           MOVE DC-DATE2(1:4)   TO ECH-AAAA.
           MOVE WS-EMP-VERSE    TO ECH-VERSE.
           MOVE WS-EMP-INTERETS TO ECH-INTERETS.
           MOVE WS-EMP-AMORT    TO ECH-AMORT.
           MOVE WS-EMP-RESTANT  TO ECH-RESTANT.
           MOVE WS-ECH-DET TO E-REC-ECH.
           WRITE E-REC-ECH.

      * MAJv9: entête d'un prêt dans l'échéancier
       ECRIT-ENTETE-ECHEANCIER.
           MOVE ALL '=' TO E-REC-ECH.
           MOVE SPACES TO E-REC-ECH(70:).
           WRITE E-REC-ECH.
           INITIALIZE WS-EMP-LIG.
           STRING 'PRET DE ' FUNCTION TRIM(WS-EMP-CAP-AFF)
                  ' AU TAUX ANNUEL DE ' FUNCTION TRIM(WS-EMP-TAUX-AFF)
                  ' % SUR ' FUNCTION TRIM(WS-EMP-DUREE-AFF)
                  ' MOIS DONT ' FUNCTION TRIM(WS-EMP-DIFF-AFF)
                  ' DE DIFFERE'
           DELIMITED BY SIZE
           INTO WS-EMP-LIG.
           MOVE WS-EMP-LIG TO E-REC-ECH.
           WRITE E-REC-ECH.
           INITIALIZE WS-EMP-LIG.
           STRING FUNCTION TRIM(WS-EMP-LIBMETH)
                  ', ECHEANCES MENSUELLES, DEPART LE '
                  WS-EMP-DEP-JJ '/' WS-EMP-DEP-MM '/' WS-EMP-DEP-AAAA
           DELIMITED BY SIZE
           INTO WS-EMP-LIG.
           MOVE WS-EMP-LIG TO E-REC-ECH.
           WRITE E-REC-ECH.
           MOVE SPACES TO E-REC-ECH.
           WRITE E-REC-ECH.
           MOVE SPACES TO E-REC-ECH.
           STRING '  NUM  DATE            MONTANT     INTERETS'
                  '       AMORTI   RESTANT DU'
           DELIMITED BY SIZE
           INTO E-REC-ECH.
           WRITE E-REC-ECH.
           MOVE ALL '-' TO E-REC-ECH.
           MOVE SPACES TO E-REC-ECH(70:).
           WRITE E-REC-ECH.

      * MAJv9: totaux du prêt et écart d'arrondi de la dernière
      * échéance
       ECRIT-PIED-ECHEANCIER.
           MOVE ALL '-' TO E-REC-ECH.
           MOVE SPACES TO E-REC-ECH(70:).
           WRITE E-REC-ECH.
           MOVE WS-EMP-TOT-VERSE TO TOT-VERSE.
           MOVE WS-EMP-TOT-INT   TO TOT-INTERETS.
           MOVE WS-EMP-TOT-AMORT TO TOT-AMORT.
           MOVE WS-ECH-TOT TO E-REC-ECH.
           WRITE E-REC-ECH.
           MOVE WS-EMP-AJUST TO WS-EMP-AJUST-AFF.
           INITIALIZE WS-EMP-LIG.
           STRING '  AJUSTEMENT D''ARRONDI SUR LA DERNIERE ECHEANCE : '
                  FUNCTION TRIM(WS-EMP-AJUST-AFF)
           DELIMITED BY SIZE
           INTO WS-EMP-LIG.
           MOVE WS-EMP-LIG TO E-REC-ECH.
           WRITE E-REC-ECH.
           MOVE SPACES TO E-REC-ECH.
           WRITE E-REC-ECH.

      * MAJv9: Calc-Echeancier.txt est ouvert au premier prêt de la
      * session et fermé avant chaque arrêt du programme
       OUVRE-ECHEANCIER.
           IF NOT WS-ECH-EST-OUVERT
              OPEN OUTPUT FIC-ECH
              IF WS-STAT-ECHOK
                 SET WS-ECH-EST-OUVERT TO TRUE
              ELSE
                 DISPLAY 'CODE RETOUR D''ERREUR ECHEANCIER' SPACE
                    WS-STAT-FIC-ECH
              END-IF
           END-IF.

       FERME-ECHEANCIER.
           IF WS-ECH-EST-OUVERT
              CLOSE FIC-ECH
              MOVE 'N' TO WS-ECH-OUVERT
           END-IF.

      * Affiche a x b = c
       AFF-RESULT.
           MOVE WS-RESULT TO WS-AFF-RESULT 
                 PERFORM ECRIT-FIC
                 CLOSE FIC-OUT
                 CLOSE FIC-CSV
                 PERFORM FERME-ECHEANCIER
                 PERFORM ECRIT-JOURNAL
                 STOP RUN
              END-IF

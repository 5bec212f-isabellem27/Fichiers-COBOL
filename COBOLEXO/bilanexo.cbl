      *=============================================================*
      *    Bilanexo : suivi individuel des stagiaires.              *
      *    Relit le journal choicexo-historique.txt (une ligne      *
      *    horodatée par exercice lancé, avec le nom du stagiaire   *
      *    et le résultat rendu par l'exercice) et totalise, par    *
      *    stagiaire et par exercice, sur la période choisie, le    *
      *    nombre de lancements, le nombre de réussites et le       *
      *    score moyen des passages évalués.                        *
      *    La période (dates AAAA-MM-JJ) est demandée au            *
      *    lancement ; une borne laissée à blanc ne filtre pas.     *
      *    Les lignes d'avant le suivi nominatif (sans nom) sont    *
      *    regroupées sous ANONYME ; celles d'avant les résultats   *
      *    (colonnes 61-66 à blanc) comptent comme lancements non   *
      *    évalués.                                                 *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 22/08/2026                                 *
       01  WS-LOG-EXO          PIC X(10) VALUE SPACES .
       01  WS-LOG-NOM          PIC X(20) VALUE SPACES .
       01  WS-LOG-PTR          PIC 99    VALUE 0 .
      *    résultat de l'exercice (colonnes 61-62 : OK, KO ou NE ;
      *    64-66 : score en pourcentage)
       01  WS-LOG-RESU         PIC XX    VALUE SPACES .
       01  WS-LOG-SCORE-X      PIC X(3)  VALUE SPACES .
       01  WS-LOG-SCORE REDEFINES WS-LOG-SCORE-X PIC 999 .

      *    totaux par couple stagiaire/exercice
       01  WS-IND-TOT          PIC 999   VALUE 0 .
              05 WS-TOT-NOM    PIC X(20) .
              05 WS-TOT-EXO    PIC X(10) .
              05 WS-TOT-NB     PIC 9(4)  .
              05 WS-TOT-OK     PIC 9(4)  .
              05 WS-TOT-EVAL   PIC 9(4)  .
              05 WS-TOT-SCORE  PIC 9(7)  .
       01  WS-NB-LIGNES        PIC 9(5)  VALUE 0 .
       01  WS-NB-RETENUES      PIC 9(5)  VALUE 0 .
       01  WS-TOT-NB-Z         PIC ZZZ9  .
       01  WS-TOT-OK-Z         PIC ZZZ9  .
       01  WS-MOY-SCORE        PIC 999   VALUE 0 .
       01  WS-MOY-SCORE-Z      PIC ZZ9   .
       01  WS-LIG-MOY          PIC X(10) VALUE SPACES .
       01  WS-LIG-BILAN        PIC X(80) VALUE SPACES .

       PROCEDURE DIVISION .
       1000-TRAITE-LIGNE-START.
           ADD 1 TO WS-NB-LIGNES.
           MOVE SPACES TO WS-LOG-DATE WS-LOG-HEURE
                          WS-LOG-EXO  WS-LOG-NOM
                          WS-LOG-RESU WS-LOG-SCORE-X.
      *    date et heure sont à largeur fixe ; l'exercice est le mot
      *    suivant et tout le reste de la ligne est le nom du
      *    stagiaire, qui peut contenir des espaces (Jean Dupont)
           IF WS-LOG-PTR < 81
              MOVE REC-CHOIXLOG(WS-LOG-PTR:) TO WS-LOG-NOM
           END-IF.
      *    le résultat est en colonnes fixes, au-delà du nom (20
      *    caractères au plus) : il n'entre jamais dans WS-LOG-NOM
           MOVE REC-CHOIXLOG(61:2) TO WS-LOG-RESU.
           MOVE REC-CHOIXLOG(64:3) TO WS-LOG-SCORE-X.
           IF (WS-LOG-DATE = SPACES) OR (WS-LOG-EXO = SPACES)
              GO TO END-1000-TRAITE-LIGNE
           END-IF.
              MOVE WS-LOG-NOM TO WS-TOT-NOM(WS-IND-TOT)
              MOVE WS-LOG-EXO TO WS-TOT-EXO(WS-IND-TOT)
              MOVE 0 TO WS-TOT-NB(WS-IND-TOT)
                        WS-TOT-OK(WS-IND-TOT)
                        WS-TOT-EVAL(WS-IND-TOT)
                        WS-TOT-SCORE(WS-IND-TOT)
           END-IF.
           ADD 1 TO WS-TOT-NB(WS-IND-TOT).
      *    réussites, et score moyen sur les seuls passages évalués
           IF WS-LOG-RESU = 'OK'
              ADD 1 TO WS-TOT-OK(WS-IND-TOT)
           END-IF.
           IF ((WS-LOG-RESU = 'OK') OR (WS-LOG-RESU = 'KO'))
              AND (WS-LOG-SCORE-X IS NUMERIC)
              ADD 1 TO WS-TOT-EVAL(WS-IND-TOT)
              ADD WS-LOG-SCORE TO WS-TOT-SCORE(WS-IND-TOT)
           END-IF.
       END-1000-TRAITE-LIGNE.
           EXIT.

           PERFORM VARYING WS-IND-TOT FROM 1 BY 1
                 UNTIL (WS-IND-TOT > WS-NB-TOT)
              MOVE WS-TOT-NB(WS-IND-TOT) TO WS-TOT-NB-Z
              MOVE WS-TOT-OK(WS-IND-TOT) TO WS-TOT-OK-Z
              IF WS-TOT-EVAL(WS-IND-TOT) > 0
                 COMPUTE WS-MOY-SCORE ROUNDED =
                    WS-TOT-SCORE(WS-IND-TOT) / WS-TOT-EVAL(WS-IND-TOT)
                 MOVE WS-MOY-SCORE TO WS-MOY-SCORE-Z
                 INITIALIZE WS-LIG-MOY
                 STRING FUNCTION TRIM(WS-MOY-SCORE-Z) ' %'
                 DELIMITED BY SIZE
                 INTO WS-LIG-MOY
              ELSE
                 MOVE 'NON EVALUE' TO WS-LIG-MOY
              END-IF
              INITIALIZE WS-LIG-BILAN
              STRING WS-TOT-NOM(WS-IND-TOT) SPACE
                     WS-TOT-EXO(WS-IND-TOT) SPACE ':' SPACE
                     FUNCTION TRIM(WS-TOT-NB-Z) SPACE 'FOIS, '
                     FUNCTION TRIM(WS-TOT-OK-Z) SPACE 'REUSSI(S),'
                     ' SCORE MOYEN ' WS-LIG-MOY
              DELIMITED BY SIZE
              INTO WS-LIG-BILAN
              MOVE WS-LIG-BILAN TO REC-BILAN

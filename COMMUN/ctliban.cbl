      *=============================================================*
      *    Contrôle commun des coordonnées bancaires, appelé comme  *
      *    datecalc. Les salaires nets partent désormais par        *
      *    virement : un IBAN saisi de travers doit être arrêté     *
      *    avant la remise à la banque, pas au retour d'impayé.     *
      *    IBAN : deux lettres de pays, deux chiffres de clé, puis  *
      *    lettres et chiffres seulement, 15 à 34 caractères (27    *
      *    pour la France) ; clé vérifiée par le modulo 97 de la    *
      *    norme (les 4 premiers caractères passés en fin, chaque   *
      *    lettre remplacée par 10 à 35, le reste doit valoir 1).   *
      *    BIC : 8 ou 11 caractères, banque et pays en lettres.     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctliban.
       AUTHOR . Isabelle Marand.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    alphabet de conversion des lettres : la position de la
      *    lettre dans la table plus 9 donne sa valeur (A = 10)
       01  WS-ALPHABET         PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ALPHA-TAB REDEFINES WS-ALPHABET.
           05 WS-ALPHA-LETTRE  PIC X OCCURS 26 TIMES.

       01  WS-LONGUEUR         PIC 99     VALUE 0.
       01  WS-IND-CAR          PIC 99     VALUE 0.
       01  WS-IND-POS          PIC 99     VALUE 0.
       01  WS-IND-ALPHA        PIC 99     VALUE 0.
       01  WS-CAR              PIC X      VALUE SPACE.
       01  WS-CAR-9 REDEFINES WS-CAR PIC 9.
       01  WS-VALEUR           PIC 99     VALUE 0.
       01  WS-RESTE            PIC 9(4)   VALUE 0.
       01  WS-QUOT             PIC 9(6)   VALUE 0.
       01  WS-IBAN-TOURNE      PIC X(34)  VALUE SPACES.

       LINKAGE SECTION.
           COPY CTLIBAN.

       PROCEDURE DIVISION USING IB-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO IB-RC.
           PERFORM 1000-FORME-IBAN-START THRU 1010-FORME-IBAN-END.
           IF IB-RC = 0
              PERFORM 2000-CLE-IBAN-START THRU 2010-CLE-IBAN-END
           END-IF.
           IF IB-RC = 0
              PERFORM 3000-FORME-BIC-START THRU 3010-FORME-BIC-END
           END-IF.
      * 0000-MAIN-END
           GOBACK.

      *    Forme de l'IBAN : longueur utile sans blanc intérieur,
      *    pays en lettres, clé en chiffres, reste alphanumérique
       1000-FORME-IBAN-START.
           MOVE 0 TO WS-LONGUEUR.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 34
              IF IB-IBAN(WS-IND-CAR:1) NOT = SPACE
                 IF WS-LONGUEUR < WS-IND-CAR - 1
      *             blanc au milieu de l'IBAN
                    MOVE 1 TO IB-RC
                    GO TO 1010-FORME-IBAN-END
                 END-IF
                 MOVE WS-IND-CAR TO WS-LONGUEUR
              END-IF
           END-PERFORM.
           IF (WS-LONGUEUR < 15)
              OR ((IB-IBAN(1:2) = 'FR') AND (WS-LONGUEUR NOT = 27))
              MOVE 1 TO IB-RC
              GO TO 1010-FORME-IBAN-END
           END-IF.
           IF (IB-IBAN(1:2) IS NOT ALPHABETIC-UPPER)
              OR (IB-IBAN(3:2) IS NOT NUMERIC)
              MOVE 1 TO IB-RC
              GO TO 1010-FORME-IBAN-END
           END-IF.
           PERFORM VARYING WS-IND-CAR FROM 5 BY 1
                   UNTIL WS-IND-CAR > WS-LONGUEUR
              MOVE IB-IBAN(WS-IND-CAR:1) TO WS-CAR
              IF (WS-CAR IS NOT NUMERIC)
                 AND ((WS-CAR IS NOT ALPHABETIC-UPPER)
                       OR (WS-CAR = SPACE))
                 MOVE 1 TO IB-RC
              END-IF
           END-PERFORM.
       1010-FORME-IBAN-END.
           EXIT.

      *    Clé modulo 97 : l'IBAN tourné de 4 caractères est lu
      *    chiffre à chiffre, chaque lettre comptant pour deux
      *    chiffres ; le reste courant reste sous 97
       2000-CLE-IBAN-START.
           MOVE SPACES TO WS-IBAN-TOURNE.
           COMPUTE WS-IND-POS = WS-LONGUEUR - 3.
           MOVE IB-IBAN(5:WS-LONGUEUR - 4) TO WS-IBAN-TOURNE.
           MOVE IB-IBAN(1:4) TO WS-IBAN-TOURNE(WS-IND-POS:4).
           MOVE 0 TO WS-RESTE.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > WS-LONGUEUR
              MOVE WS-IBAN-TOURNE(WS-IND-CAR:1) TO WS-CAR
              IF WS-CAR IS NUMERIC
                 COMPUTE WS-QUOT = WS-RESTE * 10 + WS-CAR-9
              ELSE
                 PERFORM VARYING WS-IND-ALPHA FROM 1 BY 1
                         UNTIL WS-ALPHA-LETTRE(WS-IND-ALPHA) = WS-CAR
                    CONTINUE
                 END-PERFORM
                 COMPUTE WS-VALEUR = WS-IND-ALPHA + 9
                 COMPUTE WS-QUOT = WS-RESTE * 100 + WS-VALEUR
              END-IF
              DIVIDE WS-QUOT BY 97 GIVING WS-QUOT
                 REMAINDER WS-RESTE
           END-PERFORM.
           IF WS-RESTE NOT = 1
              MOVE 2 TO IB-RC
           END-IF.
       2010-CLE-IBAN-END.
           EXIT.

      *    Forme du BIC : 8 ou 11 caractères, 4 lettres de banque,
      *    2 lettres de pays, puis lettres ou chiffres
       3000-FORME-BIC-START.
           MOVE 0 TO WS-LONGUEUR.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 11
              IF IB-BIC(WS-IND-CAR:1) NOT = SPACE
                 MOVE WS-IND-CAR TO WS-LONGUEUR
              END-IF
           END-PERFORM.
           IF (WS-LONGUEUR NOT = 8) AND (WS-LONGUEUR NOT = 11)
              MOVE 3 TO IB-RC
              GO TO 3010-FORME-BIC-END
           END-IF.
           IF (IB-BIC(1:6) IS NOT ALPHABETIC-UPPER)
              OR (IB-BIC(1:6) = SPACES)
              MOVE 3 TO IB-RC
              GO TO 3010-FORME-BIC-END
           END-IF.
           PERFORM VARYING WS-IND-CAR FROM 7 BY 1
                   UNTIL WS-IND-CAR > WS-LONGUEUR
              MOVE IB-BIC(WS-IND-CAR:1) TO WS-CAR
              IF (WS-CAR IS NOT NUMERIC)
                 AND ((WS-CAR IS NOT ALPHABETIC-UPPER)
                       OR (WS-CAR = SPACE))
                 MOVE 3 TO IB-RC
              END-IF
           END-PERFORM.
       3010-FORME-BIC-END.
           EXIT.

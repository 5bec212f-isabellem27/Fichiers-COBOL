      *    D = différence en jours DC-DATE2 - DC-DATE1              *
      *    O = ajout de DC-NB-JOURS jours ouvrés à DC-DATE1         *
      *        (samedis, dimanches et jours-feries.txt sautés)      *
      *    N = nombre de jours ouvrés de DC-DATE1 à DC-DATE2        *
      *        inclus, rendu dans DC-NB-JOURS (décompte des congés) *
      *    M = ajout de DC-NB-JOURS mois à DC-DATE1, le jour étant  *
      *        ramené au dernier du mois s'il n'y existe pas        *
      *        (échéances mensuelles des prêts)                     *
      *    Le calendrier jours-feries.txt (une date AAAAMMJJ par    *
      *    ligne, libellé en suite) est chargé au premier appel ;   *
      *    fichier absent toléré : seuls les week-ends sont alors   *
       88  WS-JOUR-EST-OUVRE              VALUE 'Y'.
       01  WS-DATE-COURANTE    PIC 9(8)   VALUE 0.

      *    ajout de mois : rang du mois depuis l'an 0 et jour demandé
       01  WS-RANG-MOIS        PIC 9(8)   VALUE 0.
       01  WS-JJ-DEMANDE       PIC 99     VALUE 0.

       LINKAGE SECTION.
           COPY DATECALC.

              WHEN 'O'
                 PERFORM 4000-ACTION-OUVRES-START
                      THRU 4010-ACTION-OUVRES-END
              WHEN 'N'
                 PERFORM 7000-ACTION-NB-OUVRES-START
                      THRU 7010-ACTION-NB-OUVRES-END
              WHEN 'M'
                 PERFORM 8000-ACTION-MOIS-START
                      THRU 8010-ACTION-MOIS-END
              WHEN OTHER
                 MOVE 2 TO DC-RC
           END-EVALUATE.
           END-PERFORM.
       6010-TESTE-OUVRE-END.
           EXIT.

      *    Décompte des jours ouvrés de DC-DATE1 à DC-DATE2, bornes
      *    comprises ; une période inversée est irrecevable
       7000-ACTION-NB-OUVRES-START.
           MOVE DC-DATE1 TO WS-VD-DATE.
           PERFORM 5000-VALIDE-DATE-START THRU 5010-VALIDE-DATE-END.
           IF NOT WS-VD-IS-OK
              MOVE 1 TO DC-RC
              GO TO 7010-ACTION-NB-OUVRES-END
           END-IF.
           MOVE DC-DATE2 TO WS-VD-DATE.
           PERFORM 5000-VALIDE-DATE-START THRU 5010-VALIDE-DATE-END.
           IF NOT WS-VD-IS-OK
              MOVE 1 TO DC-RC
              GO TO 7010-ACTION-NB-OUVRES-END
           END-IF.
           IF DC-DATE2 < DC-DATE1
              MOVE 2 TO DC-RC
              GO TO 7010-ACTION-NB-OUVRES-END
           END-IF.
           COMPUTE WS-ENTIER-1 =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DC-DATE1)).
           COMPUTE WS-ENTIER-2 =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DC-DATE2)).
           MOVE 0 TO DC-NB-JOURS.
           PERFORM UNTIL WS-ENTIER-1 > WS-ENTIER-2
              PERFORM 6000-TESTE-OUVRE-START
                   THRU 6010-TESTE-OUVRE-END
              IF WS-JOUR-EST-OUVRE
                 ADD 1 TO DC-NB-JOURS
              END-IF
              ADD 1 TO WS-ENTIER-1
           END-PERFORM.
       7010-ACTION-NB-OUVRES-END.
           EXIT.

      *    Ajout de DC-NB-JOURS mois à DC-DATE1 : le 31 janvier plus
      *    un mois donne le 28 (ou 29) février, le jour d'origine
      *    étant repris tel quel dès qu'il existe dans le mois
       8000-ACTION-MOIS-START.
           IF DC-NB-JOURS < 0
              MOVE 2 TO DC-RC
              GO TO 8010-ACTION-MOIS-END
           END-IF.
           MOVE DC-DATE1 TO WS-VD-DATE.
           PERFORM 5000-VALIDE-DATE-START THRU 5010-VALIDE-DATE-END.
           IF NOT WS-VD-IS-OK
              MOVE 1 TO DC-RC
              GO TO 8010-ACTION-MOIS-END
           END-IF.
           MOVE WS-VD-JJ TO WS-JJ-DEMANDE.
           COMPUTE WS-RANG-MOIS =
              (WS-VD-AAAA * 12) + WS-VD-MM - 1 + DC-NB-JOURS.
           IF WS-RANG-MOIS > 119999
              MOVE 2 TO DC-RC
              GO TO 8010-ACTION-MOIS-END
           END-IF.
           DIVIDE WS-RANG-MOIS BY 12
              GIVING WS-VD-AAAA REMAINDER WS-VD-MM.
           ADD 1 TO WS-VD-MM.
      *    le premier du mois est toujours valide : la validation
      *    rend le nombre de jours du mois dans WS-VD-JJMAX
           MOVE 1 TO WS-VD-JJ.
           PERFORM 5000-VALIDE-DATE-START THRU 5010-VALIDE-DATE-END.
           IF WS-JJ-DEMANDE > WS-VD-JJMAX
              MOVE WS-VD-JJMAX TO WS-VD-JJ
           ELSE
              MOVE WS-JJ-DEMANDE TO WS-VD-JJ
           END-IF.
           MOVE WS-VD-DATE TO DC-DATE2.
       8010-ACTION-MOIS-END.
           EXIT.

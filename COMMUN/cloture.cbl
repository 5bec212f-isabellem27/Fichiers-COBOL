      *=============================================================*
      *    Transaction de clôture des périodes (periodes.txt, lu    *
      *    par periode avant que bulpaie, quittanc, promo1 ou       *
      *    cession ne réécrivent leurs sorties).                    *
      *    L'opérateur s'identifie (droit M sur cloture), puis      *
      *    saisit le domaine (PAIE, PRIMES, ECOLE, REASSUR), la     *
      *    période (blanc = celle du jour) et l'action :            *
      *      - E met la période en clôture (sorties encore          *
      *        réécrites, avec avertissement),                      *
      *      - F la ferme (réécriture refusée),                     *
      *      - R la rouvre, avec un motif obligatoire ; la          *
      *        réouverture part à l'astreinte.                      *
      *    Formats de période : AAAAMM ou AAAA en PAIE et PRIMES,   *
      *    AAAA-Tn ou AAAA en REASSUR, AAAA-AAAA-Tn ou AAAA-AAAA    *
      *    en ECOLE. Chaque passage est écrit par periode dans      *
      *    periodes-journal.txt (opérateur, ancien et nouvel        *
      *    état, motif).                                            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cloture.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    saisies de l'opérateur
       01  WS-SAISIE-DOMAINE  PIC X(8)      VALUE SPACES .
       88  WS-DOMAINE-VALIDE               VALUE 'PAIE' 'PRIMES'
                                                 'ECOLE' 'REASSUR'.
       01  WS-SAISIE-PERIODE  PIC X(12)     VALUE SPACES .
       01  WS-SAISIE-ACTION   PIC X         VALUE SPACE  .
       88  WS-ACTION-CLOTURE               VALUE 'E'    .
       88  WS-ACTION-FERMETURE             VALUE 'F'    .
       88  WS-ACTION-REOUVERTURE           VALUE 'R'    .
       01  WS-SAISIE-MOTIF    PIC X(40)     VALUE SPACES .
       01  WS-SAISIE-CONFIRM  PIC X         VALUE SPACE  .
       88  WS-CONFIRME                     VALUE 'O' 'o' .

      *    contrôle du format de la période
       01  WS-PERIODE-VALIDE  PIC X         VALUE 'N'    .
       88  WS-PERIODE-EST-VALIDE           VALUE 'O'    .
       01  WS-PER-AN1         PIC 9(4)      VALUE 0      .
       01  WS-PER-AN2         PIC 9(4)      VALUE 0      .
       01  WS-PER-MOIS        PIC 99        VALUE 0      .
       01  WS-ETAT-ACTUEL     PIC X(10)     VALUE SPACES .
       01  WS-ETAT-DEMANDE    PIC X(10)     VALUE SPACES .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'CLOTURE DES PERIODES - PASSAGE D''ETAT'.
           PERFORM CONTROLE-OPERATEUR.
           PERFORM SAISIE-PERIODE THRU SAISIE-PERIODE-FIN.

      *    état actuel, lu sans message
           INITIALIZE PE-ZONE.
           SET PE-ACTION-LECTURE TO TRUE.
           MOVE WS-SAISIE-DOMAINE TO PE-DOMAINE.
           MOVE WS-SAISIE-PERIODE TO PE-PERIODE.
           MOVE 'cloture' TO PE-PROGRAMME.
           MOVE AU-OPERATEUR TO PE-OPERATEUR.
           CALL 'periode' USING PE-ZONE.
           IF PE-RC = 3
              DISPLAY 'PERIODES.TXT ILLISIBLE - AUCUN PASSAGE D''ETAT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PE-PERIODE TO WS-SAISIE-PERIODE.
           MOVE PE-STATUT TO WS-ETAT-ACTUEL.

           PERFORM SAISIE-ACTION THRU SAISIE-ACTION-FIN.

           DISPLAY 'PERIODE' SPACE FUNCTION TRIM(WS-SAISIE-DOMAINE)
              SPACE FUNCTION TRIM(WS-SAISIE-PERIODE) SPACE ':'
              SPACE FUNCTION TRIM(WS-ETAT-ACTUEL) SPACE '->'
              SPACE FUNCTION TRIM(WS-ETAT-DEMANDE).
           DISPLAY 'CONFIRMEZ CE PASSAGE D''ETAT (O/N) :'.
           ACCEPT WS-SAISIE-CONFIRM.
           IF NOT WS-CONFIRME
              DISPLAY 'PASSAGE ABANDONNE - PERIODES.TXT INCHANGE'
              STOP RUN
           END-IF.

      *    periode émet le message du passage ou de son refus
           INITIALIZE PE-ZONE.
           SET PE-ACTION-TRANSACTION TO TRUE.
           MOVE WS-SAISIE-DOMAINE TO PE-DOMAINE.
           MOVE WS-SAISIE-PERIODE TO PE-PERIODE.
           MOVE 'cloture' TO PE-PROGRAMME.
           MOVE AU-OPERATEUR TO PE-OPERATEUR.
           MOVE WS-ETAT-DEMANDE TO PE-STATUT.
           MOVE WS-SAISIE-MOTIF TO PE-MOTIF.
           CALL 'periode' USING PE-ZONE.
           EVALUATE PE-RC
              WHEN 0
                 MOVE 0 TO RETURN-CODE
              WHEN 4
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      * 0000-MAIN-END
           STOP RUN.

      *    L'opérateur doit avoir le droit M sur cloture ;
      *    autoris a déjà émis le message du refus
       CONTROLE-OPERATEUR.
           INITIALIZE AU-ZONE.
           DISPLAY 'VOTRE IDENTIFIANT :'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET :'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'cloture' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Saisie et contrôle du domaine et de la période
       SAISIE-PERIODE.
           DISPLAY 'DOMAINE (PAIE, PRIMES, ECOLE, REASSUR) :'.
           ACCEPT WS-SAISIE-DOMAINE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DOMAINE)
             TO WS-SAISIE-DOMAINE.
           IF NOT WS-DOMAINE-VALIDE
              DISPLAY 'DOMAINE INVALIDE :' SPACE WS-SAISIE-DOMAINE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PERIODE (BLANC = PERIODE DU JOUR) :'.
           ACCEPT WS-SAISIE-PERIODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-PERIODE)
             TO WS-SAISIE-PERIODE.
           IF WS-SAISIE-PERIODE = SPACES
              GO TO SAISIE-PERIODE-FIN
           END-IF.
           PERFORM CONTROLE-FORMAT THRU CONTROLE-FORMAT-FIN.
           IF NOT WS-PERIODE-EST-VALIDE
              DISPLAY 'PERIODE INVALIDE POUR' SPACE
                 FUNCTION TRIM(WS-SAISIE-DOMAINE) SPACE ':'
                 SPACE WS-SAISIE-PERIODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       SAISIE-PERIODE-FIN.
           EXIT.

      *    AAAA hors ECOLE ; AAAAMM en PAIE et PRIMES, AAAA-Tn en
      *    REASSUR ; AAAA-AAAA et AAAA-AAAA-Tn en ECOLE
       CONTROLE-FORMAT.
           MOVE 'N' TO WS-PERIODE-VALIDE.
           IF WS-SAISIE-PERIODE(1:4) IS NOT NUMERIC
              GO TO CONTROLE-FORMAT-FIN
           END-IF.
           MOVE WS-SAISIE-PERIODE(1:4) TO WS-PER-AN1.
           IF (WS-SAISIE-PERIODE(5:8) = SPACES)
              AND (WS-SAISIE-DOMAINE NOT = 'ECOLE')
              SET WS-PERIODE-EST-VALIDE TO TRUE
              GO TO CONTROLE-FORMAT-FIN
           END-IF.
           EVALUATE WS-SAISIE-DOMAINE
              WHEN 'PAIE'
              WHEN 'PRIMES'
                 IF WS-SAISIE-PERIODE(5:2) IS NUMERIC
                    AND WS-SAISIE-PERIODE(7:6) = SPACES
                    MOVE WS-SAISIE-PERIODE(5:2) TO WS-PER-MOIS
                    IF WS-PER-MOIS >= 1 AND WS-PER-MOIS <= 12
                       SET WS-PERIODE-EST-VALIDE TO TRUE
                    END-IF
                 END-IF
              WHEN 'REASSUR'
                 IF WS-SAISIE-PERIODE(5:2) = '-T'
                    AND WS-SAISIE-PERIODE(7:1) >= '1'
                    AND WS-SAISIE-PERIODE(7:1) <= '4'
                    AND WS-SAISIE-PERIODE(8:5) = SPACES
                    SET WS-PERIODE-EST-VALIDE TO TRUE
                 END-IF
              WHEN 'ECOLE'
                 IF WS-SAISIE-PERIODE(5:1) = '-'
                    AND WS-SAISIE-PERIODE(6:4) IS NUMERIC
                    MOVE WS-SAISIE-PERIODE(6:4) TO WS-PER-AN2
                    IF WS-PER-AN2 = WS-PER-AN1 + 1
                       IF WS-SAISIE-PERIODE(10:3) = SPACES
                          SET WS-PERIODE-EST-VALIDE TO TRUE
                       END-IF
                       IF WS-SAISIE-PERIODE(10:2) = '-T'
                          AND WS-SAISIE-PERIODE(12:1) >= '1'
                          AND WS-SAISIE-PERIODE(12:1) <= '3'
                          SET WS-PERIODE-EST-VALIDE TO TRUE
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
       CONTROLE-FORMAT-FIN.
           EXIT.

      *    Action demandée ; la réouverture exige un motif
       SAISIE-ACTION.
           DISPLAY 'PERIODE' SPACE FUNCTION TRIM(WS-SAISIE-DOMAINE)
              SPACE FUNCTION TRIM(WS-SAISIE-PERIODE) SPACE
              'ACTUELLEMENT' SPACE FUNCTION TRIM(WS-ETAT-ACTUEL).
           DISPLAY 'ACTION (E=MISE EN CLOTURE, F=FERMETURE, '
              'R=REOUVERTURE) :'.
           ACCEPT WS-SAISIE-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ACTION)
             TO WS-SAISIE-ACTION.
           EVALUATE TRUE
              WHEN WS-ACTION-CLOTURE
                 MOVE 'EN-CLOTURE' TO WS-ETAT-DEMANDE
              WHEN WS-ACTION-FERMETURE
                 MOVE 'FERMEE' TO WS-ETAT-DEMANDE
              WHEN WS-ACTION-REOUVERTURE
                 MOVE 'OUVERTE' TO WS-ETAT-DEMANDE
              WHEN OTHER
                 DISPLAY 'ACTION INVALIDE :' SPACE WS-SAISIE-ACTION
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           IF WS-ACTION-REOUVERTURE
              DISPLAY 'MOTIF DE LA REOUVERTURE (OBLIGATOIRE) :'
           ELSE
              DISPLAY 'MOTIF (FACULTATIF) :'
           END-IF.
           ACCEPT WS-SAISIE-MOTIF.
           IF WS-ACTION-REOUVERTURE AND (WS-SAISIE-MOTIF = SPACES)
              DISPLAY 'REOUVERTURE SANS MOTIF REFUSEE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       SAISIE-ACTION-FIN.
           EXIT.

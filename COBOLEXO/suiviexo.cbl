      *=============================================================*
      *    Suiviexo : suivi d'une session de formation.             *
      *    Le code session est demandé au lancement ; la session    *
      *    et ses inscrits sont lus dans cohortes.txt (tenu par     *
      *    cohortex), puis le journal choicexo-historique.txt est   *
      *    relu pour écrire dans suivi-session.txt (et à l'écran) : *
      *      - les présences par jour de session, puis par          *
      *        stagiaire (un stagiaire est présent le jour où il    *
      *        a lancé au moins un exercice), les stagiaires        *
      *        jamais venus étant signalés,                         *
      *      - l'état de chaque exercice par stagiaire au regard    *
      *        des prérequis de parcours.txt : REUSSI, ESSAI (lancé *
      *        sans réussite), OUVERT (prérequis acquis) ou VERROU  *
      *        (prérequis pas encore acquis, même règle que         *
      *        choicexo),                                           *
      *      - les stagiaires à risque de ne pas être certifiés     *
      *        à la fin de la session : réussites manquant au       *
      *        barème de criteres-certification.txt (règle de       *
      *        certifex) comparées à ce que le rythme de réussite   *
      *        du stagiaire depuis le début de la session laisse    *
      *        attendre d'ici la date de fin.                       *
      *    Une ligne du journal est rattachée à un inscrit par son  *
      *    identifiant (colonnes 68-77), ou par le nom pour les     *
      *    lignes d'avant les sessions. Tout l'historique jusqu'à   *
      *    la fin de session compte pour les exercices et le        *
      *    barème ; seuls les jours de la session (40 au plus)      *
      *    comptent pour les présences et le rythme.                *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. suiviexo.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COHORTE ASSIGN TO 'cohortes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COHORTE.

           SELECT CHOICEXO-LOG ASSIGN TO 'choicexo-historique.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CHOIXLOG.

           SELECT F-PARCOURS ASSIGN TO 'parcours.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PARCOURS.

           SELECT F-CRITERE ASSIGN TO 'criteres-certification.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CRITERE.

           SELECT F-SUIVI ASSIGN TO 'suivi-session.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-SUIVI.

       DATA DIVISION.
       FILE SECTION.
       FD  F-COHORTE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY './copy/cohorte.cpy' .

       FD  CHOICEXO-LOG.
       01  REC-CHOIXLOG    PIC X(80).

       FD  F-PARCOURS
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARCOURS.
           05 PARC-EXO     PIC X(10).
           05 PARC-PREREQ  PIC X(10).

       FD  F-CRITERE
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CRITERE.
           05 CRIT-EXO     PIC X(10).
           05 CRIT-MIN     PIC 9(4).

       FD  F-SUIVI.
       01  REC-SUIVI       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STAT-COHORTE     PIC XX .
           88 WS-STAT-COHORTEOK        VALUE '00' .
           88 WS-STAT-COHORTEFIN       VALUE '10' .
           88 WS-STAT-COHORTEABS       VALUE '35' .
       01  WS-STAT-CHOIXLOG    PIC XX .
           88 WS-STAT-CHOIXLOGOK       VALUE '00' .
           88 WS-STAT-CHOIXLOGFIN      VALUE '10' .
           88 WS-STAT-CHOIXLOGABS      VALUE '35' .
       01  WS-STAT-PARCOURS    PIC XX .
           88 WS-STAT-PARCOURSOK       VALUE '00' .
           88 WS-STAT-PARCOURSFIN      VALUE '10' .
           88 WS-STAT-PARCOURSABS      VALUE '35' .
       01  WS-STAT-CRITERE     PIC XX .
           88 WS-STAT-CRITEREOK        VALUE '00' .
           88 WS-STAT-CRITEREFIN       VALUE '10' .
           88 WS-STAT-CRITEREABS       VALUE '35' .
       01  WS-STAT-SUIVI       PIC XX .
           88 WS-STAT-SUIVIOK          VALUE '00' .

      *    session suivie
       01  WS-SAI-SESSION      PIC X(8)  VALUE SPACES .
       01  WS-SES-TROUVEE      PIC X     VALUE 'N' .
           88 WS-SES-EST-TROUVEE         VALUE 'O' .
       01  WS-SES-FORMATEUR    PIC X(20) VALUE SPACES .
       01  WS-SES-DEBUT        PIC X(10) VALUE SPACES .
       01  WS-SES-FIN          PIC X(10) VALUE SPACES .

      *    jours de la session en quantièmes (FUNCTION
      *    INTEGER-OF-DATE) : début, fin, jour du traitement ;
      *    WS-NB-JOURS jours suivis (40 au plus) dont
      *    WS-NB-JOURS-PASSES déjà commencés
       01  WS-JOUR             PIC X(10) VALUE SPACES .
       01  WS-CUR-DATE         PIC X(21) VALUE SPACES .
       01  WS-INT-DEBUT        PIC 9(7)  VALUE 0 .
       01  WS-INT-FIN          PIC 9(7)  VALUE 0 .
       01  WS-INT-JOUR         PIC 9(7)  VALUE 0 .
       01  WS-INT-LOG          PIC 9(7)  VALUE 0 .
       01  WS-INT-BORNE        PIC 9(7)  VALUE 0 .
       01  WS-NB-JOURS         PIC 99    VALUE 0 .
       01  WS-NB-JOURS-PASSES  PIC 99    VALUE 0 .
       01  WS-IND-JOUR         PIC S9(7) VALUE 0 .
       01  WS-DATE-CTL         PIC X(10) VALUE SPACES .
       01  WS-DATE-AMJ.
           05 WS-DATE-AA       PIC X(4)  .
           05 WS-DATE-MM       PIC XX    .
           05 WS-DATE-JJ       PIC XX    .
       01  WS-DATE-NUM REDEFINES WS-DATE-AMJ PIC 9(8) .

      *    exercices du menu de choicexo, dans le même ordre, et
      *    leur titre de colonne
       01  WS-EXO-LIB-INIT.
           05 FILLER           PIC X(10)  VALUE 'NBPIZZAS'  .
           05 FILLER           PIC X(10)  VALUE 'SYRACUSE'  .
           05 FILLER           PIC X(10)  VALUE 'CLIENT'    .
           05 FILLER           PIC X(10)  VALUE 'ECHEC'     .
           05 FILLER           PIC X(10)  VALUE 'ROMAIN'    .
           05 FILLER           PIC X(10)  VALUE 'EPARGNE'   .
       01  WS-TAB-EXO-LIB REDEFINES WS-EXO-LIB-INIT.
           05 WS-EXO-LIB       PIC X(10)  OCCURS 6 TIMES    .
       01  WS-IND-EX           PIC 9     VALUE 0 .
       01  WS-IND-PR           PIC 9     VALUE 0 .

      *    stagiaires inscrits à la session et leur cumul : grille
      *    des présences (X présent, . absent, un caractère par
      *    jour), et par exercice lancements, réussites et passages
      *    qui valent prérequis (réussite ou ligne d'avant les
      *    résultats)
       01  WS-IND-INS          PIC 999   VALUE 0 .
       01  WS-INSCRITS.
           03 WS-NB-INS        PIC 99    VALUE 0 .
           03 WS-INS-TAB  OCCURS 1 TO 99 TIMES
                           DEPENDING ON WS-NB-INS.
              05 WS-INS-ID        PIC X(10) .
              05 WS-INS-NOM       PIC X(20) .
              05 WS-INS-NOM-MAJ   PIC X(20) .
              05 WS-INS-PRES      PIC X(40) .
              05 WS-INS-NB-PRES   PIC 99    .
              05 WS-INS-OK-SES    PIC 9(4)  .
              05 WS-INS-EXO  OCCURS 6 TIMES .
                 10 WS-INS-NB     PIC 9(4)  .
                 10 WS-INS-OK     PIC 9(4)  .
                 10 WS-INS-ACQ    PIC 9(4)  .

      *    prérequis entre exercices (même fichier que choicexo)
       01  WS-IND-PA           PIC 99    VALUE 0 .
       01  WS-PARCOURS.
           03 WS-NB-PA         PIC 99    VALUE 0 .
           03 WS-PA-TAB  OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-NB-PA.
              05 WS-PA-EXO     PIC X(10) .
              05 WS-PA-PREREQ  PIC X(10) .

      *    barème de certification (même fichier que certifex)
       01  WS-IND-CR           PIC 99    VALUE 0 .
       01  WS-CRITERES.
           03 WS-NB-CR         PIC 99    VALUE 0 .
           03 WS-CR-TAB  OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-NB-CR.
              05 WS-CR-EXO     PIC X(10) .
              05 WS-CR-MIN     PIC 9(4)  .

      *    découpage d'une ligne du journal (même dessin que
      *    bilanexo, plus l'identifiant du stagiaire)
       01  WS-LOG-DATE         PIC X(10) VALUE SPACES .
       01  WS-LOG-EXO          PIC X(10) VALUE SPACES .
       01  WS-LOG-NOM          PIC X(20) VALUE SPACES .
       01  WS-LOG-PTR          PIC 99    VALUE 0 .
       01  WS-LOG-RESU         PIC XX    VALUE SPACES .
       01  WS-LOG-ID           PIC X(10) VALUE SPACES .

      *    évaluation d'un stagiaire
       01  WS-ETAT-EXO         PIC X(6)  VALUE SPACES .
       01  WS-NB-REUSSIS       PIC 9     VALUE 0 .
       01  WS-MANQUE           PIC 9(5)  VALUE 0 .
       01  WS-MANQUE-Z         PIC ZZZ9  .
       01  WS-OK-CR            PIC 9(4)  VALUE 0 .
       01  WS-JOURS-ECOULES    PIC 9(7)  VALUE 0 .
       01  WS-JOURS-RESTANTS   PIC 9(7)  VALUE 0 .
       01  WS-PROJECTION       PIC 9(5)  VALUE 0 .
       01  WS-PROJECTION-Z     PIC ZZZ9  .
       01  WS-NB-A-RISQUE      PIC 99    VALUE 0 .
       01  WS-NB-JAMAIS-VENUS  PIC 99    VALUE 0 .
       01  WS-NB-PRESENTS      PIC 99    VALUE 0 .

      *    éditions
       01  WS-LIG-RAP          PIC X(80) VALUE SPACES .
       01  WS-LIG-GRILLE       PIC X(40) VALUE SPACES .
       01  WS-NB-Z             PIC Z9    .
       01  WS-NB2-Z            PIC Z9    .

       PROCEDURE DIVISION .
       0000-MAIN-START.
           DISPLAY 'Code session a suivre ?'.
           ACCEPT WS-SAI-SESSION.
           MOVE FUNCTION UPPER-CASE(WS-SAI-SESSION) TO WS-SAI-SESSION.
           PERFORM 1000-CHARGE-SESSION-START
                THRU END-1000-CHARGE-SESSION.
           IF NOT WS-SES-EST-TROUVEE
              DISPLAY 'SESSION ' WS-SAI-SESSION
                 ' ABSENTE DE COHORTES.TXT - AUCUN SUIVI'
              STOP RUN
           END-IF.
           PERFORM 1050-CALCULE-JOURS-START
                THRU END-1050-CALCULE-JOURS.
           PERFORM 1100-CHARGE-PARCOURS-START
                THRU END-1100-CHARGE-PARCOURS.
           PERFORM 1200-CHARGE-CRITERES-START
                THRU END-1200-CHARGE-CRITERES.
           PERFORM 2000-CHARGE-JOURNAL-START
                THRU END-2000-CHARGE-JOURNAL.

           OPEN OUTPUT F-SUIVI.
           PERFORM 3000-ECRIT-PRESENCES-START
                THRU END-3000-ECRIT-PRESENCES.
           PERFORM 4000-ECRIT-EXERCICES-START
                THRU END-4000-ECRIT-EXERCICES.
           PERFORM 5000-ECRIT-RISQUES-START
                THRU END-5000-ECRIT-RISQUES.
           CLOSE F-SUIVI.

           DISPLAY 'INSCRITS            :' SPACE WS-NB-INS.
           DISPLAY 'JAMAIS VENUS        :' SPACE WS-NB-JAMAIS-VENUS.
           DISPLAY 'A RISQUE            :' SPACE WS-NB-A-RISQUE.
       END-0000-MAIN.
           STOP RUN.

      *    Lit la session demandée et ses inscrits dans cohortes.txt
       1000-CHARGE-SESSION-START.
           OPEN INPUT F-COHORTE.
           IF WS-STAT-COHORTEABS
              CLOSE F-COHORTE
              GO TO END-1000-CHARGE-SESSION
           END-IF.
           IF NOT WS-STAT-COHORTEOK
              DISPLAY 'CODE RETOUR D''ERREUR COHORTES' SPACE
                 WS-STAT-COHORTE
      *       code retour 8 : statut fichier en erreur
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-COHORTE.
           PERFORM UNTIL WS-STAT-COHORTEFIN
              IF COH-SESSION = WS-SAI-SESSION
                 IF COH-EST-SESSION
                    SET WS-SES-EST-TROUVEE TO TRUE
                    MOVE COH-FORMATEUR TO WS-SES-FORMATEUR
                    MOVE COH-DEBUT     TO WS-SES-DEBUT
                    MOVE COH-FIN       TO WS-SES-FIN
                 END-IF
                 IF COH-EST-INSCRIT
                    IF WS-NB-INS >= 99
                       DISPLAY 'TABLE DES INSCRITS PLEINE'
                    ELSE
                       ADD 1 TO WS-NB-INS
                       INITIALIZE WS-INS-TAB(WS-NB-INS)
                       MOVE COH-ID-STAG  TO WS-INS-ID(WS-NB-INS)
                       MOVE COH-NOM-STAG TO WS-INS-NOM(WS-NB-INS)
                       MOVE FUNCTION UPPER-CASE(COH-NOM-STAG)
                          TO WS-INS-NOM-MAJ(WS-NB-INS)
                    END-IF
                 END-IF
              END-IF
              READ F-COHORTE
           END-PERFORM.
           CLOSE F-COHORTE.
       END-1000-CHARGE-SESSION.
           EXIT.

      *    Quantièmes du début, de la fin et du jour ; nombre de
      *    jours suivis et de jours déjà commencés ; grilles de
      *    présence initialisées à absent pour ces derniers
       1050-CALCULE-JOURS-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           INITIALIZE WS-JOUR.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2)
           DELIMITED BY SIZE
           INTO WS-JOUR.
           MOVE WS-JOUR TO WS-DATE-CTL.
           PERFORM 8100-QUANTIEME-START THRU END-8100-QUANTIEME.
           MOVE WS-INT-LOG TO WS-INT-JOUR.
           MOVE WS-SES-DEBUT TO WS-DATE-CTL.
           PERFORM 8100-QUANTIEME-START THRU END-8100-QUANTIEME.
           MOVE WS-INT-LOG TO WS-INT-DEBUT.
           MOVE WS-SES-FIN TO WS-DATE-CTL.
           PERFORM 8100-QUANTIEME-START THRU END-8100-QUANTIEME.
           MOVE WS-INT-LOG TO WS-INT-FIN.
           IF (WS-INT-DEBUT = 0) OR (WS-INT-FIN < WS-INT-DEBUT)
              DISPLAY 'DATES DE LA SESSION ' WS-SAI-SESSION
                 ' INVALIDES : ' WS-SES-DEBUT SPACE WS-SES-FIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (WS-INT-FIN - WS-INT-DEBUT + 1) > 40
              MOVE 40 TO WS-NB-JOURS
              DISPLAY 'SESSION DE PLUS DE 40 JOURS - PRESENCES '
                 'SUIVIES SUR LES 40 PREMIERS'
           ELSE
              COMPUTE WS-NB-JOURS = WS-INT-FIN - WS-INT-DEBUT + 1
           END-IF.
           IF WS-INT-JOUR < WS-INT-DEBUT
              MOVE 0 TO WS-NB-JOURS-PASSES
           ELSE
              IF (WS-INT-JOUR - WS-INT-DEBUT + 1) > WS-NB-JOURS
                 MOVE WS-NB-JOURS TO WS-NB-JOURS-PASSES
              ELSE
                 COMPUTE WS-NB-JOURS-PASSES =
                    WS-INT-JOUR - WS-INT-DEBUT + 1
              END-IF
           END-IF.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
              MOVE SPACES TO WS-INS-PRES(WS-IND-INS)
              IF WS-NB-JOURS-PASSES > 0
                 MOVE ALL '.'
                    TO WS-INS-PRES(WS-IND-INS)(1:WS-NB-JOURS-PASSES)
              END-IF
           END-PERFORM.
       END-1050-CALCULE-JOURS.
           EXIT.

      *    Prérequis entre exercices ; fichier absent = tous les
      *    exercices ouverts
       1100-CHARGE-PARCOURS-START.
           OPEN INPUT F-PARCOURS.
           IF NOT WS-STAT-PARCOURSOK
              CLOSE F-PARCOURS
              GO TO END-1100-CHARGE-PARCOURS
           END-IF.
           READ F-PARCOURS.
           PERFORM UNTIL WS-STAT-PARCOURSFIN
                      OR (WS-NB-PA >= 20)
              IF (PARC-EXO NOT = SPACES)
                 AND (PARC-PREREQ NOT = SPACES)
                 ADD 1 TO WS-NB-PA
                 MOVE FUNCTION UPPER-CASE(PARC-EXO)
                    TO WS-PA-EXO(WS-NB-PA)
                 MOVE FUNCTION UPPER-CASE(PARC-PREREQ)
                    TO WS-PA-PREREQ(WS-NB-PA)
              END-IF
              READ F-PARCOURS
           END-PERFORM.
           CLOSE F-PARCOURS.
       END-1100-CHARGE-PARCOURS.
           EXIT.

      *    Barème de certification ; fichier absent = pas d'analyse
      *    de risque
       1200-CHARGE-CRITERES-START.
           OPEN INPUT F-CRITERE.
           IF NOT WS-STAT-CRITEREOK
              CLOSE F-CRITERE
              GO TO END-1200-CHARGE-CRITERES
           END-IF.
           READ F-CRITERE.
           PERFORM UNTIL WS-STAT-CRITEREFIN
                      OR (WS-NB-CR >= 20)
              IF (CRIT-EXO NOT = SPACES) AND (CRIT-MIN NUMERIC)
                 ADD 1 TO WS-NB-CR
                 MOVE FUNCTION UPPER-CASE(CRIT-EXO)
                    TO WS-CR-EXO(WS-NB-CR)
                 MOVE CRIT-MIN TO WS-CR-MIN(WS-NB-CR)
              ELSE
                 DISPLAY 'LIGNE DE CRITERE ILLISIBLE IGNOREE'
              END-IF
              READ F-CRITERE
           END-PERFORM.
           CLOSE F-CRITERE.
       END-1200-CHARGE-CRITERES.
           EXIT.

      *    Relit le journal et cumule, pour chaque inscrit, les
      *    passages jusqu'à la fin de la session
       2000-CHARGE-JOURNAL-START.
           OPEN INPUT CHOICEXO-LOG.
           IF WS-STAT-CHOIXLOGABS
              DISPLAY 'CHOICEXO-HISTORIQUE.TXT INTROUVABLE - '
                 'AUCUN PASSAGE'
              CLOSE CHOICEXO-LOG
              GO TO END-2000-CHARGE-JOURNAL
           END-IF.
           IF NOT WS-STAT-CHOIXLOGOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-CHOIXLOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CHOICEXO-LOG.
           PERFORM UNTIL WS-STAT-CHOIXLOGFIN
              PERFORM 2100-TRAITE-LIGNE-START
                   THRU END-2100-TRAITE-LIGNE
              READ CHOICEXO-LOG
           END-PERFORM.
           CLOSE CHOICEXO-LOG.
       END-2000-CHARGE-JOURNAL.
           EXIT.

       2100-TRAITE-LIGNE-START.
           MOVE SPACES TO WS-LOG-DATE WS-LOG-EXO WS-LOG-NOM
                          WS-LOG-RESU WS-LOG-ID.
           MOVE REC-CHOIXLOG(1:10) TO WS-LOG-DATE.
           MOVE 21 TO WS-LOG-PTR.
           UNSTRING REC-CHOIXLOG DELIMITED BY ALL SPACE
              INTO WS-LOG-EXO
              WITH POINTER WS-LOG-PTR.
           IF WS-LOG-PTR < 81
              MOVE REC-CHOIXLOG(WS-LOG-PTR:) TO WS-LOG-NOM
           END-IF.
      *    résultat et identifiant en colonnes fixes, au-delà du nom
           MOVE REC-CHOIXLOG(61:2)  TO WS-LOG-RESU.
           MOVE REC-CHOIXLOG(68:10) TO WS-LOG-ID.
           IF (WS-LOG-DATE = SPACES) OR (WS-LOG-EXO = SPACES)
              OR (WS-LOG-DATE > WS-SES-FIN)
              GO TO END-2100-TRAITE-LIGNE
           END-IF.
      *    inscrit concerné : par l'identifiant, sinon par le nom
           MOVE FUNCTION UPPER-CASE(WS-LOG-NOM) TO WS-LOG-NOM.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
                 OR ((WS-LOG-ID NOT = SPACES)
                     AND (WS-LOG-ID = WS-INS-ID(WS-IND-INS)))
                 OR ((WS-LOG-ID = SPACES)
                     AND (WS-LOG-NOM = WS-INS-NOM-MAJ(WS-IND-INS)))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-INS TO WS-IND-INS
           END-PERFORM.
           IF WS-IND-INS > WS-NB-INS
              GO TO END-2100-TRAITE-LIGNE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-LOG-EXO) TO WS-LOG-EXO.
           PERFORM VARYING WS-IND-EX FROM 1 BY 1
                 UNTIL (WS-IND-EX > 6)
                 OR (WS-EXO-LIB(WS-IND-EX) = WS-LOG-EXO)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-EX TO WS-IND-EX
           END-PERFORM.
           IF WS-IND-EX <= 6
              ADD 1 TO WS-INS-NB(WS-IND-INS, WS-IND-EX)
              IF WS-LOG-RESU = 'OK'
                 ADD 1 TO WS-INS-OK(WS-IND-INS, WS-IND-EX)
              END-IF
              IF (WS-LOG-RESU = 'OK') OR (WS-LOG-RESU = SPACES)
                 ADD 1 TO WS-INS-ACQ(WS-IND-INS, WS-IND-EX)
              END-IF
           END-IF.
      *    présence et réussites du jour, pour les jours de session
           IF WS-LOG-DATE < WS-SES-DEBUT
              GO TO END-2100-TRAITE-LIGNE
           END-IF.
           IF WS-LOG-RESU = 'OK'
              ADD 1 TO WS-INS-OK-SES(WS-IND-INS)
           END-IF.
           MOVE WS-LOG-DATE TO WS-DATE-CTL.
           PERFORM 8100-QUANTIEME-START THRU END-8100-QUANTIEME.
           COMPUTE WS-IND-JOUR = WS-INT-LOG - WS-INT-DEBUT + 1.
           IF (WS-IND-JOUR >= 1) AND (WS-IND-JOUR <= WS-NB-JOURS)
              MOVE 'X' TO WS-INS-PRES(WS-IND-INS)(WS-IND-JOUR:1)
           END-IF.
       END-2100-TRAITE-LIGNE.
           EXIT.

      *    Présences par jour de session commencé, puis grille des
      *    présences de chaque inscrit
       3000-ECRIT-PRESENCES-START.
           INITIALIZE WS-LIG-RAP.
           STRING 'SUIVI DE LA SESSION ' FUNCTION TRIM(WS-SAI-SESSION)
                  ' - FORMATEUR ' FUNCTION TRIM(WS-SES-FORMATEUR)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE WS-NB-INS TO WS-NB-Z.
           INITIALIZE WS-LIG-RAP.
           STRING 'DU ' WS-SES-DEBUT ' AU ' WS-SES-FIN
                  ' - ' FUNCTION TRIM(WS-NB-Z) ' INSCRIT(S)'
                  ' - SITUATION AU ' WS-JOUR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE 'PRESENCES PAR JOUR' TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           IF WS-NB-JOURS-PASSES = 0
              MOVE '   SESSION PAS ENCORE COMMENCEE' TO WS-LIG-RAP
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
           END-IF.
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                 UNTIL (WS-IND-JOUR > WS-NB-JOURS-PASSES)
              MOVE 0 TO WS-NB-PRESENTS
              PERFORM VARYING WS-IND-INS FROM 1 BY 1
                    UNTIL (WS-IND-INS > WS-NB-INS)
                 IF WS-INS-PRES(WS-IND-INS)(WS-IND-JOUR:1) = 'X'
                    ADD 1 TO WS-NB-PRESENTS
                 END-IF
              END-PERFORM
              COMPUTE WS-INT-LOG = WS-INT-DEBUT + WS-IND-JOUR - 1
              PERFORM 8200-DATE-DU-QUANTIEME-START
                   THRU END-8200-DATE-DU-QUANTIEME
              MOVE WS-NB-PRESENTS TO WS-NB2-Z
              INITIALIZE WS-LIG-RAP
              STRING '   ' WS-DATE-CTL ' : ' FUNCTION TRIM(WS-NB2-Z)
                     ' PRESENT(S) SUR ' FUNCTION TRIM(WS-NB-Z)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
           END-PERFORM.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE 'PRESENCES PAR STAGIAIRE (X PRESENT, . ABSENT)'
              TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
              MOVE 0 TO WS-INS-NB-PRES(WS-IND-INS)
              INSPECT WS-INS-PRES(WS-IND-INS)
                 TALLYING WS-INS-NB-PRES(WS-IND-INS) FOR ALL 'X'
              INITIALIZE WS-LIG-RAP
              IF (WS-INS-NB-PRES(WS-IND-INS) = 0)
                 AND (WS-NB-JOURS-PASSES > 0)
                 ADD 1 TO WS-NB-JAMAIS-VENUS
                 STRING WS-INS-ID(WS-IND-INS) SPACE
                        WS-INS-NOM(WS-IND-INS) SPACE
                        'JAMAIS VENU'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 MOVE WS-INS-NB-PRES(WS-IND-INS) TO WS-NB2-Z
                 MOVE WS-NB-JOURS-PASSES TO WS-NB-Z
                 MOVE WS-INS-PRES(WS-IND-INS) TO WS-LIG-GRILLE
                 STRING WS-INS-ID(WS-IND-INS) SPACE
                        WS-INS-NOM(WS-IND-INS) SPACE
                        WS-LIG-GRILLE(1:WS-NB-JOURS) SPACE
                        FUNCTION TRIM(WS-NB2-Z) '/'
                        FUNCTION TRIM(WS-NB-Z)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              END-IF
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
           END-PERFORM.
       END-3000-ECRIT-PRESENCES.
           EXIT.

      *    Etat de chaque exercice par inscrit au regard du parcours
       4000-ECRIT-EXERCICES-START.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE 'EXERCICES PAR STAGIAIRE (PARCOURS.TXT)' TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           MOVE 'STAGIAIRE' TO WS-LIG-RAP.
           MOVE 33 TO WS-LOG-PTR.
           PERFORM VARYING WS-IND-EX FROM 1 BY 1
                 UNTIL (WS-IND-EX > 6)
              STRING WS-EXO-LIB(WS-IND-EX)(1:6) SPACE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
           END-PERFORM.
           STRING 'TOTAL'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP
           WITH POINTER WS-LOG-PTR.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
              MOVE 0 TO WS-NB-REUSSIS
              INITIALIZE WS-LIG-RAP
              STRING WS-INS-ID(WS-IND-INS) SPACE
                     WS-INS-NOM(WS-IND-INS) SPACE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE 33 TO WS-LOG-PTR
              PERFORM VARYING WS-IND-EX FROM 1 BY 1
                    UNTIL (WS-IND-EX > 6)
                 PERFORM 4100-ETAT-EXO-START THRU END-4100-ETAT-EXO
                 STRING WS-ETAT-EXO SPACE
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 WITH POINTER WS-LOG-PTR
              END-PERFORM
              STRING WS-NB-REUSSIS '/6'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
           END-PERFORM.
       END-4000-ECRIT-EXERCICES.
           EXIT.

      *    Etat de l'exercice WS-IND-EX pour l'inscrit WS-IND-INS,
      *    rendu dans WS-ETAT-EXO ; un exercice dont un prérequis
      *    n'est pas acquis est verrouillé (règle de choicexo)
       4100-ETAT-EXO-START.
           IF WS-INS-OK(WS-IND-INS, WS-IND-EX) > 0
              MOVE 'REUSSI' TO WS-ETAT-EXO
              ADD 1 TO WS-NB-REUSSIS
              GO TO END-4100-ETAT-EXO
           END-IF.
           IF WS-INS-NB(WS-IND-INS, WS-IND-EX) > 0
              MOVE 'ESSAI' TO WS-ETAT-EXO
              GO TO END-4100-ETAT-EXO
           END-IF.
           MOVE 'OUVERT' TO WS-ETAT-EXO.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                 UNTIL (WS-IND-PA > WS-NB-PA)
              IF WS-PA-EXO(WS-IND-PA) = WS-EXO-LIB(WS-IND-EX)
                 PERFORM VARYING WS-IND-PR FROM 1 BY 1
                       UNTIL (WS-IND-PR > 6)
                    IF (WS-EXO-LIB(WS-IND-PR) = WS-PA-PREREQ(WS-IND-PA))
                       AND (WS-INS-ACQ(WS-IND-INS, WS-IND-PR) = 0)
                       MOVE 'VERROU' TO WS-ETAT-EXO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       END-4100-ETAT-EXO.
           EXIT.

      *    Stagiaires à risque de ne pas être certifiés à la fin de
      *    la session
       5000-ECRIT-RISQUES-START.
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           INITIALIZE WS-LIG-RAP.
           STRING 'CERTIFICATION A LA FIN DE SESSION (' WS-SES-FIN ')'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
           IF WS-NB-CR = 0
              INITIALIZE WS-LIG-RAP
              STRING '   CRITERES-CERTIFICATION.TXT ABSENT OU VIDE'
                     ' - RISQUE NON EVALUE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
              GO TO END-5000-ECRIT-RISQUES
           END-IF.
      *    jours de session écoulés (jour du traitement compris) et
      *    jours restant après lui
           IF WS-INT-JOUR > WS-INT-FIN
              MOVE WS-INT-FIN TO WS-INT-BORNE
           ELSE
              MOVE WS-INT-JOUR TO WS-INT-BORNE
           END-IF.
           IF WS-INT-BORNE < WS-INT-DEBUT
              MOVE 0 TO WS-JOURS-ECOULES
           ELSE
              COMPUTE WS-JOURS-ECOULES = WS-INT-BORNE - WS-INT-DEBUT + 1
           END-IF.
           IF WS-INT-JOUR < WS-INT-FIN
              IF WS-INT-JOUR < WS-INT-DEBUT
                 COMPUTE WS-JOURS-RESTANTS =
                    WS-INT-FIN - WS-INT-DEBUT + 1
              ELSE
                 COMPUTE WS-JOURS-RESTANTS = WS-INT-FIN - WS-INT-JOUR
              END-IF
           ELSE
              MOVE 0 TO WS-JOURS-RESTANTS
           END-IF.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
              PERFORM 5100-EVALUE-RISQUE-START
                   THRU END-5100-EVALUE-RISQUE
           END-PERFORM.
       END-5000-ECRIT-RISQUES.
           EXIT.

      *    Réussites manquant à l'inscrit WS-IND-INS pour le barème,
      *    comparées aux réussites que son rythme depuis le début
      *    de la session laisse attendre d'ici la fin
       5100-EVALUE-RISQUE-START.
           MOVE 0 TO WS-MANQUE.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                 UNTIL (WS-IND-CR > WS-NB-CR)
              MOVE 0 TO WS-OK-CR
              PERFORM VARYING WS-IND-EX FROM 1 BY 1
                    UNTIL (WS-IND-EX > 6)
                 IF WS-EXO-LIB(WS-IND-EX) = WS-CR-EXO(WS-IND-CR)
                    MOVE WS-INS-OK(WS-IND-INS, WS-IND-EX) TO WS-OK-CR
                 END-IF
              END-PERFORM
              IF WS-OK-CR < WS-CR-MIN(WS-IND-CR)
                 COMPUTE WS-MANQUE =
                    WS-MANQUE + WS-CR-MIN(WS-IND-CR) - WS-OK-CR
              END-IF
           END-PERFORM.
           MOVE WS-MANQUE TO WS-MANQUE-Z.
           INITIALIZE WS-LIG-RAP.
           STRING WS-INS-ID(WS-IND-INS) SPACE
                  WS-INS-NOM(WS-IND-INS) SPACE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE 33 TO WS-LOG-PTR.
           IF WS-MANQUE = 0
              STRING 'CERTIFIABLE'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
              GO TO END-5100-EVALUE-RISQUE
           END-IF.
           IF WS-JOURS-ECOULES = 0
              STRING 'SESSION NON COMMENCEE - RESTE '
                     FUNCTION TRIM(WS-MANQUE-Z) ' REUSSITE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
              GO TO END-5100-EVALUE-RISQUE
           END-IF.
           ADD 1 TO WS-NB-A-RISQUE.
           IF WS-INT-JOUR > WS-INT-FIN
              STRING 'NON CERTIFIE - SESSION TERMINEE, MANQUE '
                     FUNCTION TRIM(WS-MANQUE-Z)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
              GO TO END-5100-EVALUE-RISQUE
           END-IF.
           IF WS-INS-NB-PRES(WS-IND-INS) = 0
              STRING 'A RISQUE - JAMAIS VENU, RESTE '
                     FUNCTION TRIM(WS-MANQUE-Z) ' REUSSITE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
              PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE
              GO TO END-5100-EVALUE-RISQUE
           END-IF.
           COMPUTE WS-PROJECTION = WS-INS-OK-SES(WS-IND-INS)
                 * WS-JOURS-RESTANTS / WS-JOURS-ECOULES.
           IF WS-PROJECTION < WS-MANQUE
              MOVE WS-PROJECTION TO WS-PROJECTION-Z
              STRING 'A RISQUE - MANQUE ' FUNCTION TRIM(WS-MANQUE-Z)
                     ', PREVU ' FUNCTION TRIM(WS-PROJECTION-Z)
                     ' D''ICI LA FIN'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
           ELSE
              SUBTRACT 1 FROM WS-NB-A-RISQUE
              STRING 'EN BONNE VOIE - RESTE '
                     FUNCTION TRIM(WS-MANQUE-Z) ' REUSSITE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              WITH POINTER WS-LOG-PTR
           END-IF.
           PERFORM 8000-ECRIT-LIGNE-START THRU END-8000-ECRIT-LIGNE.
       END-5100-EVALUE-RISQUE.
           EXIT.

      *    Ecrit WS-LIG-RAP dans suivi-session.txt et à l'écran
       8000-ECRIT-LIGNE-START.
           MOVE WS-LIG-RAP TO REC-SUIVI.
           WRITE REC-SUIVI.
           DISPLAY WS-LIG-RAP.
       END-8000-ECRIT-LIGNE.
           EXIT.

      *    Quantième de la date WS-DATE-CTL (AAAA-MM-JJ) rendu dans
      *    WS-INT-LOG, à zéro si la date est invalide
       8100-QUANTIEME-START.
           MOVE 0 TO WS-INT-LOG.
           MOVE WS-DATE-CTL(1:4) TO WS-DATE-AA.
           MOVE WS-DATE-CTL(6:2) TO WS-DATE-MM.
           MOVE WS-DATE-CTL(9:2) TO WS-DATE-JJ.
           IF WS-DATE-AMJ IS NOT NUMERIC
              GO TO END-8100-QUANTIEME
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              GO TO END-8100-QUANTIEME
           END-IF.
           COMPUTE WS-INT-LOG = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
       END-8100-QUANTIEME.
           EXIT.

      *    Date AAAA-MM-JJ du quantième WS-INT-LOG, rendue dans
      *    WS-DATE-CTL
       8200-DATE-DU-QUANTIEME-START.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-LOG).
           INITIALIZE WS-DATE-CTL.
           STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DATE-JJ
           DELIMITED BY SIZE
           INTO WS-DATE-CTL.
       END-8200-DATE-DU-QUANTIEME.
           EXIT.

      *          illégales (IIII, VX, IC...), choix du sens sur     *
      *          l'écran de l'exercice                              *
      *                                                             *
      *    [IM] - MAJV4: le 15/10/2026                              *
      *          Chaque exercice contrôle la réponse du stagiaire   *
      *          contre le résultat calculé et rend à choicexo un   *
      *          code réussite/échec et un score                    *
      *          (copy/resultat-exo.cpy) ; le salaire médian de     *
      *          l'exercice 3 n'est affiché qu'après la réponse     *
      *                                                             *
      *    [MAINT] - le 23/07/2024: le ratio de parts par convive   *
      *          de l'exercice 1 est saisi sur l'écran (WS-RATIO-   *
      *          PIZZA) au lieu d'être câblé en dur, pour rejouer   *
       01  WS-LIG-ROM-ERR    PIC X(40)
           VALUE 'Chiffre romain invalide : '              .

      *    [IM]MAJV4: réponse saisie par le stagiaire sur l'écran de
      *    l'exercice, comparée au résultat calculé (à la tolérance
      *    près pour une réponse numérique) ; les compteurs donnent
      *    le score rendu à choicexo au retour au menu
       01  WS-REP-SAISIE     PIC X(15)   VALUE SPACES      .
       01  WS-REP-ATTENDUE   PIC X(15)   VALUE SPACES      .
       01  WS-REP-TYPE       PIC X       VALUE 'N'         .
           88  WS-REP-NUMERIQUE          VALUE 'N'         .
           88  WS-REP-ALPHA              VALUE 'A'         .
       01  WS-REP-VALEUR     PIC S9(8)V99 VALUE 0          .
       01  WS-REP-TOLERANCE  PIC 9(4)V99 VALUE 0           .
       01  WS-REP-ECART      PIC S9(9)V99 VALUE 0          .
       01  WS-REPONSE-JUSTE  PIC 9       VALUE 0           .
           88  WS-REPONSE-EST-JUSTE      VALUE 1           .
       01  WS-RES-NB-REPONSES PIC 999    VALUE 0           .
       01  WS-RES-NB-JUSTES  PIC 999     VALUE 0           .
       01  WS-RES-SEUIL      PIC 999     VALUE 50          .
       01  SC-VERDICT        PIC X(60)   VALUE SPACES      .
       01  WS-LIG-JUSTE      PIC X(30)   VALUE 'Bonne reponse !'.
       01  WS-LIG-FAUX       PIC X(30)
           VALUE 'Mauvaise reponse, c''etait '             .
      *    Syracuse : nombre d'opérations pour arriver à 1
       01  WS-SYR-NB-ETAPES  PIC 9(4)    VALUE 0           .
       01  WS-SYR-A-CONTROLER PIC 9      VALUE 0           .
       01  WS-SYR-ETAPES-Z   PIC ZZZ9                      .
      *    chiffres romains : conversion aboutie, réponse à contrôler
       01  WS-ROM-A-CONTROLER PIC 9      VALUE 0           .
      *    fichier client : le médian reste masqué jusqu'à la
      *    réponse du stagiaire
       01  SC-MEDZ           PIC X(8)    VALUE SPACES      .
       01  WS-FILE-REPONDU   PIC 9       VALUE 0           .

      *    [IM]MAJV4: résultat de l'exercice rendu à choicexo
       LINKAGE SECTION.
           COPY './copy/resultat-exo.cpy'      .

       SCREEN SECTION.
           COPY './copy/screen-pizza.cpy'      .
           COPY './copy/screen-syracuse.cpy'   .
       0000-MAIN-START.

      ******************************************************************
       ENTRY 'nbpizzas' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1000-NBPIZZAS-START THRU END-1000-NBPIZZAS  .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK .
      ******************************************************************
       ENTRY 'syracuse' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1010-SYRACUSE-START THRU END-1010-SYRACUSE  .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK.
      ******************************************************************
       ENTRY 'client' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1020-FILE-START   THRU END-1020-FILE    .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK.
      ******************************************************************
       ENTRY 'echec' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1030-ECHEC-START    THRU END-1030-ECHEC     .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK.
      ******************************************************************
      *    [IM] MAJV2: ajout des chiffres romains
       ENTRY 'romain' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1040-ROMAIN-START    THRU END-1040-ROMAIN   .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK.
      ******************************************************************
      *    [IM] MAJV3: ajout des intérêts composés
       ENTRY 'epargne' USING RES-EXO .
           PERFORM 7050-INIT-RESULTAT-START
                             THRU END-7050-INIT-RESULTAT.
           PERFORM 1050-EPARGNE-START   THRU END-1050-EPARGNE  .
           PERFORM 7100-RESULTAT-EXO-START
                             THRU END-7100-RESULTAT-EXO.
           GOBACK.
      ******************************************************************

              PERFORM 8000-INITIALIZE-ALL-START
                             THRU END-8000-INITIALIZE-ALL
              ACCEPT SCR-PIZZAS
              MOVE SPACES TO SC-VERDICT
              PERFORM 1005-PIZZA-CONFIG-START THRU END-1005-PIZZA-CONFIG
              PERFORM 2000-CALC-NBPIZZAS-START
                                THRU END-2000-CALC-NBPIZZAS
      *       [IM]MAJV4: contrôle de l'estimation du stagiaire
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 AND (WS-NBGOURMAND > 0)
                 SET WS-REP-NUMERIQUE TO TRUE
                 MOVE WS-NBPIZZA TO WS-REP-VALEUR
                 MOVE 0 TO WS-REP-TOLERANCE
                 MOVE FUNCTION TRIM(WS-NBPIZZAZ) TO WS-REP-ATTENDUE
                 PERFORM 7000-CONTROLE-REPONSE-START
                       THRU END-7000-CONTROLE-REPONSE
              ELSE
                 MOVE SPACES TO WS-REP-SAISIE
              END-IF
           END-PERFORM.
       END-1000-NBPIZZAS.
           EXIT.
      *         PERFORM 8000-INITIALIZE-ALL-START 
      *                       THRU END-8000-INITIALIZE-ALL         
              ACCEPT SCR-SYRACUSE
              MOVE SPACES TO SC-VERDICT
      *       [IM]MAJV4: le calcul compte les opérations jusqu'à 1,
      *       réponse attendue du stagiaire
              MOVE 0 TO WS-SYR-NB-ETAPES
              MOVE 0 TO WS-SYR-A-CONTROLER
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 AND (WS-CHIFFRE > 0)
                 MOVE 1 TO WS-SYR-A-CONTROLER
              END-IF
              PERFORM 2010-CALC-SYRACUSE-START 
                                THRU END-2010-CALC-SYRACUSE
              ADD 1 TO WS-NB-WRITE
              END-EVALUATE
              PERFORM 2025-ECRIT-SYRACUSE-HIST-START
                    THRU END-2025-ECRIT-SYRACUSE-HIST
              IF WS-SYR-A-CONTROLER = 1
                 SET WS-REP-NUMERIQUE TO TRUE
                 MOVE WS-SYR-NB-ETAPES TO WS-REP-VALEUR
                 MOVE 0 TO WS-REP-TOLERANCE
                 MOVE WS-SYR-NB-ETAPES TO WS-SYR-ETAPES-Z
                 MOVE FUNCTION TRIM(WS-SYR-ETAPES-Z) TO WS-REP-ATTENDUE
                 PERFORM 7000-CONTROLE-REPONSE-START
                       THRU END-7000-CONTROLE-REPONSE
              ELSE
                 MOVE SPACES TO WS-REP-SAISIE
              END-IF
           END-PERFORM.
       END-1010-SYRACUSE.
           EXIT.
                    THRU END-8000-INITIALIZE-ALL.
           PERFORM 2040-CHERCHE-MINMAX-START
                 THRU END-2040-CHERCHE-MINMAX.
      *    [IM]MAJV4: le stagiaire donne d'abord son calcul du
      *    salaire médian, qui n'est affiché qu'une fois la réponse
      *    contrôlée ; retour au menu par X comme pour les autres
      *    exercices
           MOVE SPACES TO SC-MEDZ.
           MOVE 0 TO WS-FILE-REPONDU.
           PERFORM UNTIL (FUNCTION UPPER-CASE(SC-RETURN) = 'X')
              ACCEPT SCR-FILE
              MOVE SPACES TO SC-VERDICT
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 AND (WS-FILE-REPONDU = 0)
                 AND (WS-REP-SAISIE NOT = SPACES)
                 SET WS-REP-NUMERIQUE TO TRUE
                 MOVE WS-MED-SALAIRE TO WS-REP-VALEUR
                 MOVE 0 TO WS-REP-TOLERANCE
                 MOVE FUNCTION TRIM(WS-MEDZ) TO WS-REP-ATTENDUE
                 PERFORM 7000-CONTROLE-REPONSE-START
                       THRU END-7000-CONTROLE-REPONSE
                 MOVE 1 TO WS-FILE-REPONDU
                 MOVE WS-MEDZ TO SC-MEDZ
              ELSE
                 MOVE SPACES TO WS-REP-SAISIE
              END-IF
           END-PERFORM.
       END-1020-FILE.
           EXIT.
       
                    THRU END-2065-CONSTRUIT-LIG-DN
              PERFORM 2070-ECRIT-ECHEC-HIST-START
                    THRU END-2070-ECRIT-ECHEC-HIST
      *       [IM]MAJV4: la position choisie est la réponse du
      *       stagiaire, juste quand elle attaque une dame noire
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 MOVE WS-ECHEC-VAL TO WS-REPONSE-JUSTE
                 PERFORM 7010-COMPTE-REPONSE-START
                       THRU END-7010-COMPTE-REPONSE
              END-IF
           END-PERFORM.
       END-1030-ECHEC.
           EXIT.
           PERFORM UNTIL (FUNCTION UPPER-CASE (SC-RETURN) = 'X')
              INITIALIZE WS-CHIFFRE-ROMAIN WS-CHIFFRE WS-IND-ROMAIN
              ACCEPT SCR-ROMAIN
              MOVE SPACES TO SC-VERDICT
              MOVE 0 TO WS-ROM-A-CONTROLER
      *       [IM]MAJV3: le sens 2 convertit un chiffre romain saisi
      *       en nombre, le sens 1 reste la conversion historique
              IF WS-SENS-ROMAIN = 2 THEN
                 PERFORM 1045-ROMAIN-INVERSE-START
                       THRU END-1045-ROMAIN-INVERSE
      *          [IM]MAJV4: réponse attendue, le nombre
                 IF WS-ROM-IS-OK
                    MOVE 1 TO WS-ROM-A-CONTROLER
                    SET WS-REP-NUMERIQUE TO TRUE
                    MOVE WS-ROM-NOMBRE TO WS-REP-VALEUR
                    MOVE 0 TO WS-REP-TOLERANCE
                    MOVE FUNCTION TRIM(WS-CHIFFREZ) TO WS-REP-ATTENDUE
                 END-IF
              ELSE
                 IF (WS-CHIFFRE > 0) AND (WS-CHIFFRE < 4000) THEN
                    PERFORM 1042-CALCULE-ROMAIN-START
                           WS-CHIFFRE-ROMAIN
                    DELIMITED BY SIZE
                    INTO SC-ROMAIN
      *             [IM]MAJV4: réponse attendue, l'écriture romaine
                    MOVE 1 TO WS-ROM-A-CONTROLER
                    SET WS-REP-ALPHA TO TRUE
                    MOVE WS-CHIFFRE-ROMAIN TO WS-REP-ATTENDUE
                 END-IF
              END-IF
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 AND (WS-ROM-A-CONTROLER = 1)
                 PERFORM 7000-CONTROLE-REPONSE-START
                       THRU END-7000-CONTROLE-REPONSE
              ELSE
                 MOVE SPACES TO WS-REP-SAISIE
              END-IF
           END-PERFORM.           
       END-1040-ROMAIN.
           EXIT.
              INITIALIZE SC-EPARGNE1 SC-EPARGNE2 SC-EPARGNE3
                         SC-EPARGNE4 SC-EPARGNE5
              ACCEPT SCR-EPARGNE
              MOVE SPACES TO SC-VERDICT
              IF (WS-EPG-CAPITAL > 0) AND (WS-EPG-DUREE > 0)
                 IF WS-EPG-DUREE > 20
                    MOVE 20 TO WS-EPG-DUREE
                 PERFORM 2080-CALC-EPARGNE-START
                       THRU END-2080-CALC-EPARGNE
              END-IF
      *       [IM]MAJV4: solde final attendu, à l'euro près (arrondi
      *       des intérêts année par année)
              IF (FUNCTION UPPER-CASE(SC-RETURN) NOT = 'X')
                 AND (WS-EPG-CAPITAL > 0) AND (WS-EPG-DUREE > 0)
                 SET WS-REP-NUMERIQUE TO TRUE
                 MOVE WS-EPG-SOLDE TO WS-REP-VALEUR
                 MOVE 1 TO WS-REP-TOLERANCE
                 MOVE FUNCTION TRIM(WS-EPG-SOLDE-Z) TO WS-REP-ATTENDUE
                 PERFORM 7000-CONTROLE-REPONSE-START
                       THRU END-7000-CONTROLE-REPONSE
              ELSE
                 MOVE SPACES TO WS-REP-SAISIE
              END-IF
           END-PERFORM.
       END-1050-EPARGNE.
           EXIT.
           EXIT.

       2020-CALC-PAIR-START. 
      *    [IM]MAJV4: une opération de plus vers 1
           ADD 1 TO WS-SYR-NB-ETAPES.
           IF (FUNCTION LENGTH (FUNCTION TRIM(WS-OPESYRACUSE)) > 240) 
           THEN
              IF (WS-PREM = 1) THEN 
           EXIT.

       2030-CALC-IMPAIR-START. 
      *    [IM]MAJV4: une opération de plus vers 1
           ADD 1 TO WS-SYR-NB-ETAPES.
           IF (FUNCTION LENGTH (FUNCTION TRIM(WS-OPESYRACUSE) ) > 240) 
           THEN
              IF (WS-PREM = 1) THEN 
       END-2025-ECRIT-SYRACUSE-HIST.
           EXIT.

      *    [IM]MAJV4: compare la réponse saisie (WS-REP-SAISIE) au
      *    résultat calculé : WS-REP-VALEUR à WS-REP-TOLERANCE près
      *    pour une réponse numérique, texte WS-REP-ATTENDUE sinon ;
      *    une réponse laissée à blanc n'est pas comptée
       7000-CONTROLE-REPONSE-START.
           MOVE SPACES TO SC-VERDICT.
           IF WS-REP-SAISIE = SPACES
              GO TO END-7000-CONTROLE-REPONSE
           END-IF.
           MOVE 0 TO WS-REPONSE-JUSTE.
           IF WS-REP-NUMERIQUE
              INSPECT WS-REP-SAISIE REPLACING ALL ',' BY '.'
              IF FUNCTION TEST-NUMVAL(WS-REP-SAISIE) = 0
                 COMPUTE WS-REP-ECART =
                    FUNCTION NUMVAL(WS-REP-SAISIE) - WS-REP-VALEUR
                 IF WS-REP-ECART < 0
                    MULTIPLY -1 BY WS-REP-ECART
                 END-IF
                 IF WS-REP-ECART <= WS-REP-TOLERANCE
                    MOVE 1 TO WS-REPONSE-JUSTE
                 END-IF
              END-IF
           ELSE
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REP-SAISIE))
                 = FUNCTION TRIM(WS-REP-ATTENDUE)
                 MOVE 1 TO WS-REPONSE-JUSTE
              END-IF
           END-IF.
           PERFORM 7010-COMPTE-REPONSE-START
                 THRU END-7010-COMPTE-REPONSE.
           IF WS-REPONSE-EST-JUSTE
              MOVE WS-LIG-JUSTE TO SC-VERDICT
           ELSE
              STRING FUNCTION TRIM(WS-LIG-FAUX) SPACE
                     FUNCTION TRIM(WS-REP-ATTENDUE)
              DELIMITED BY SIZE
              INTO SC-VERDICT
           END-IF.
           MOVE SPACES TO WS-REP-SAISIE.
       END-7000-CONTROLE-REPONSE.
           EXIT.

      *    [IM]MAJV4: une réponse de plus, juste ou non
       7010-COMPTE-REPONSE-START.
           ADD 1 TO WS-RES-NB-REPONSES.
           IF WS-REPONSE-EST-JUSTE
              ADD 1 TO WS-RES-NB-JUSTES
           END-IF.
       END-7010-COMPTE-REPONSE.
           EXIT.

      *    [IM]MAJV4: remise à zéro des réponses à l'entrée d'un
      *    exercice
       7050-INIT-RESULTAT-START.
           MOVE 0 TO WS-RES-NB-REPONSES WS-RES-NB-JUSTES.
           MOVE SPACES TO WS-REP-SAISIE SC-VERDICT SC-MEDZ.
       END-7050-INIT-RESULTAT.
           EXIT.

      *    [IM]MAJV4: résultat rendu à choicexo au retour au menu :
      *    score en pourcentage de réponses justes, réussite à partir
      *    de WS-RES-SEUIL, non évalué si aucune réponse n'a été
      *    donnée
       7100-RESULTAT-EXO-START.
           MOVE WS-RES-NB-REPONSES TO RES-NB-REPONSES.
           MOVE WS-RES-NB-JUSTES   TO RES-NB-JUSTES.
           IF WS-RES-NB-REPONSES = 0
              SET RES-NON-EVALUE TO TRUE
              MOVE 0 TO RES-SCORE
           ELSE
              COMPUTE RES-SCORE ROUNDED =
                 WS-RES-NB-JUSTES * 100 / WS-RES-NB-REPONSES
              IF RES-SCORE >= WS-RES-SEUIL
                 SET RES-REUSSI TO TRUE
              ELSE
                 SET RES-ECHEC TO TRUE
              END-IF
           END-IF.
       END-7100-RESULTAT-EXO.
           EXIT.

       8000-INITIALIZE-ALL-START.
           INITIALIZE  SC-RETURN WS-POS-DB SC-LIG-ECHEC SC-LIG-DN
                       WS-LIG-POS-DN-ALL

      *=============================================================*
      *    Console d'exploitation de la chaine de production.      *
      *    Sur le modèle du menu de choicexo, la console liste les  *
      *    programmes de la chaine : filecpy0, filelect, traingen   *
      *    qui génère train.dat depuis l'horaire, resvpass qui      *
      *    tient les réservations nominatives à la place de         *
      *    resvmaj quand il est configuré, trainpla, replanif,      *
      *    passmani, indemnis avant recette, autocars avant         *
      *    afficheu, puis ctrlnote et promo1 les semaines de        *
      *    trimestre. ctrlnote retient promo1 tant que des notes    *
      *    manquent, y compris quand les branches sont actives :    *
      *    les deux étapes sont alors reliées d'office.             *
      *    La console les lance dans l'ordre configuré dans         *
      *    chaine-param.txt                                         *
      *    (un nom de programme par ligne), affiche le résultat de  *
      *    chaque étape d'après son code retour, et arrête la       *
      *    chaine dès qu'une étape échoue au lieu de laisser la     *
      *    suivante tourner sur des fichiers périmés.               *
      *    Quand chaine-fichiers.txt déclare les entrées des        *
      *    étapes, la console en tire le graphe des dépendances :   *
      *    les étapes sans fichier commun forment des branches      *
      *    indépendantes (EMPLOYE, FICHIER, TRAIN, PROMO...)        *
      *    menées de front, chacune dans son propre processus :     *
      *    la console relance chaineop (commande CHAINE_COMMANDE)   *
      *    avec CHAINE_BRANCHE=nn par branche, en arrière-plan,     *
      *    attend la fin de toutes puis relit leurs comptes         *
      *    rendus chaine-etat-nn.txt (suivi chaine-branche-nn.log)  *
      *    avant le bilan ; sans interpréteur de commandes, les     *
      *    branches sont menées à tour de rôle dans la console.     *
      *    Une étape ne part qu'une fois ses producteurs            *
      *    terminés avec succès, et un échec ne bloque que les      *
      *    étapes en aval. Le bilan de fin de chaine montre les     *
      *    branches et la durée du chemin critique.                 *
      *    Codes retour de l'atelier : 0 OK, 12 fichier d'entrée    *
      *    absent, 8 statut fichier/SQL en erreur, 16 capacité ou   *
      *    contrôle d'intégrité.                                    *
      *    (un STOP RUN arrêterait toute l'unité d'exécution,       *
      *    console comprise) ; toute étape ajoutée à la chaine      *
      *    doit respecter la même règle.                            *
      *    L'état de la chaine du jour (étape, statut, code retour, *
      *    heure) est tenu dans chaine-etat.txt après chaque étape. *
      *    Relancée le même jour sur une chaine en échec, la        *
      *    console propose de reprendre à l'étape en échec : les    *
      *    étapes faites ne sont pas relancées, sauf si             *
      *    l'opérateur les force, et la reprise est tracée dans     *
      *    run-journal.txt (STATUT REPRISE) pour le rapport du      *
      *    matin de jrnrap.                                         *
      *    Une étape arrêtée en code 8, 12 ou 16 est de plus        *
      *    signalée à l'astreinte par la boite des alertes.         *
      *    Avant le démarrage, les fichiers paramètres des étapes   *
      *    sont contrôlés par paramchk (param-registre.txt) : une   *
      *    étape dont un fichier est en erreur est retenue, le      *
      *    détail est dans rapport-parametres.txt.                  *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 22/08/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FJOURNAL.

      *    état de la chaine du jour : une ligne par étape, réécrit
      *    après chaque étape et relu au lancement suivant pour
      *    proposer la reprise à l'étape en échec
           SELECT F-ETAT
           ASSIGN TO 'chaine-etat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FETAT.

      *    compte rendu d'une branche menée dans son propre
      *    processus (chaine-etat-nn.txt) : écrit par le processus
      *    de la branche après chaque étape, relu par la console
      *    une fois toutes les branches terminées
           SELECT F-BRANCHE
           ASSIGN TO WS-FIC-BRANCHE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBRANCHE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAM
           RECORDING MODE IS F.
       01  REC-JOURNAL         PIC X(120).

      *    une ligne par étape : date de la chaine (1-8), numéro
      *    d'étape (10-11), programme (13-20), état (22-33), code
      *    retour (35-39), fin de l'étape AAAAMMJJHHMMSS (41-54)
       FD  F-ETAT
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ETAT.
           05 ETA-DATE         PIC X(8).
           05 FILLER           PIC X.
           05 ETA-NUM          PIC 99.
           05 FILLER           PIC X.
           05 ETA-PRG          PIC X(8).
           05 FILLER           PIC X.
           05 ETA-ETAT         PIC X(12).
           05 FILLER           PIC X.
           05 ETA-RC           PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 ETA-HORODATE     PIC X(14).

      *    une ligne par étape de la branche : numéro d'étape
      *    (1-2), programme (4-11), état (13-24), code retour
      *    (26-30), début (32-45) et fin (47-60) AAAAMMJJHHMMSS
       FD  F-BRANCHE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BRANCHE.
           05 BRA-NUM          PIC 99.
           05 FILLER           PIC X.
           05 BRA-PRG          PIC X(8).
           05 FILLER           PIC X.
           05 BRA-ETAT         PIC X(12).
           05 FILLER           PIC X.
           05 BRA-RC           PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 BRA-DEBUT        PIC X(14).
           05 FILLER           PIC X.
           05 BRA-FIN          PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       01  WS-CHAINE-DEFAUT.
           05 FILLER          PIC X(8)   VALUE 'filecpy0' .
           05 FILLER          PIC X(8)   VALUE 'filelect' .
           05 FILLER          PIC X(8)   VALUE 'traingen' .
           05 FILLER          PIC X(8)   VALUE 'trainpla' .
           05 FILLER          PIC X(8)   VALUE 'ctrlnote' .
           05 FILLER          PIC X(8)   VALUE 'promo1  ' .
       01  WS-CHAINE-DEFAUT-TAB REDEFINES WS-CHAINE-DEFAUT.
           05 WS-DEF-PRG      PIC X(8)   OCCURS 6 TIMES  .

       01  WS-IND-ETAPE       PIC 99     VALUE 0         .
       01  WS-CHAINE.
              05 WS-ETAPE-PRG PIC X(8)                   .
              05 WS-ETAPE-RC  PIC S9(4)                  .
              05 WS-ETAPE-ETAT PIC X(12)                 .
              05 WS-ETAPE-HORO PIC X(14)                 .
              05 WS-ETAPE-DEBUT PIC X(14)                .
              05 WS-ETAPE-BRANCHE PIC 99                 .
              05 WS-ETAPE-DUREE PIC 9(7)                 .
              05 WS-ETAPE-FIN-CRIT PIC 9(7)              .
              05 WS-ETAPE-PRED-CRIT PIC 99               .
              05 WS-ETAPE-ERR-PARAM PIC 9(6)             .

       01  WS-CHOICE          PIC X      VALUE SPACE     .
       01  WS-CHAINE-KO       PIC 9     VALUE 0         .
       01  WS-JRN-FIN         PIC X(14)  VALUE SPACES    .
       01  WS-JRN-STATUT      PIC X(10)  VALUE SPACES    .

      *    reprise de la chaine du jour : état relu de
      *    chaine-etat.txt, étapes déjà faites (sautées sauf si
      *    l'opérateur les force) et étape de reprise
       01  WS-STAT-FETAT      PIC XX                     .
       88  WS-STAT-FETATOK                 VALUE '00'    .
       88  WS-STAT-FETATFIN                VALUE '10'    .
       88  WS-STAT-FETATNOFILE             VALUE '35'    .
       01  WS-DATE-CHAINE     PIC X(8)   VALUE SPACES    .
       01  WS-IND-ETAT        PIC 99     VALUE 0         .
       01  WS-ETATS-PRECEDENTS.
           03 WS-NB-ETAT      PIC 99     VALUE 0         .
           03 WS-ETAT-TAB  OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-NB-ETAT
                            INDEXED BY IDX-ETAT.
              05 WS-ETAT-PRG  PIC X(8)                   .
              05 WS-ETAT-ETAT PIC X(12)                  .
              05 WS-ETAT-RC   PIC S9(4)                  .
              05 WS-ETAT-HORO PIC X(14)                  .
       01  WS-NB-FAITES       PIC 99     VALUE 0         .
       01  WS-NB-ECHECS       PIC 99     VALUE 0         .
       01  WS-NB-FORCEES      PIC 99     VALUE 0         .
       01  WS-NB-SAUTEES      PIC 99     VALUE 0         .
       01  WS-ETAPE-REPRISE   PIC 99     VALUE 0         .
       01  WS-REPRISE         PIC X      VALUE SPACE     .
       88  WS-REPRISE-ETAPE                VALUE 'R'     .
       88  WS-REPRISE-TOUT                 VALUE 'T'     .
       88  WS-REPRISE-ABANDON              VALUE 'A'     .
       01  WS-LISTE-FORCEES   PIC X(40)  VALUE SPACES    .
       01  WS-FORCEES.
           05 WS-FORCEE-X     PIC X(3)   OCCURS 10 TIMES .
       01  WS-IND-FORCEE      PIC 99     VALUE 0         .
       01  WS-NUM-FORCEE      PIC 99     VALUE 0         .
       01  WS-NUM-ED          PIC Z9                     .
       01  WS-JR-DEBUT-SAUVE  PIC X(14)  VALUE SPACES    .

      *    graphe des dépendances de la chaine : WS-GR-PRED(i, j)
      *    à 'O' quand l'étape j produit une entrée de l'étape i ;
      *    sans chaine-fichiers.txt chaque étape dépend de la
      *    précédente (chaine séquentielle historique)
       01  WS-GRAPHE.
           05 WS-GR-LIGNE     OCCURS 20 TIMES            .
              10 WS-GR-PRED   PIC X      OCCURS 20 TIMES .
       01  WS-MODE-CHAINE     PIC X      VALUE 'S'       .
       88  WS-MODE-SEQUENTIEL              VALUE 'S'     .
       88  WS-MODE-GRAPHE                  VALUE 'G'     .
       01  WS-IND-PRED        PIC 99     VALUE 0         .
       01  WS-IND-SUCC        PIC 99     VALUE 0         .
       01  WS-IND-BR          PIC 99     VALUE 0         .
       01  WS-NB-BRANCHES     PIC 99     VALUE 0         .
       01  WS-BR-RENUM        PIC 99     OCCURS 20 TIMES .
       01  WS-GR-CHANGE       PIC X      VALUE 'N'       .
       88  WS-GR-A-CHANGE                  VALUE 'O'     .
       01  WS-NB-PASSES       PIC 99     VALUE 0         .
      *    ordonnancement : à chaque tour, une étape prête par
      *    branche ; un tour sans lancement ni blocage termine
       01  WS-ORDO-FINI       PIC X      VALUE 'N'       .
       88  WS-ORDO-EST-FINI                VALUE 'O'     .
       01  WS-NB-ACTIONS-TOUR PIC 99     VALUE 0         .
       01  WS-ETAPE-CHOISIE   PIC 99     VALUE 0         .
       01  WS-PREDS           PIC X      VALUE SPACE     .
       88  WS-PREDS-PRETS                  VALUE 'P'     .
       88  WS-PREDS-ATTENTE                VALUE 'A'     .
       88  WS-PREDS-ECHEC                  VALUE 'E'     .
       01  WS-PRED-ECHEC-PRG  PIC X(8)   VALUE SPACES    .
       01  WS-NB-BLOQUEES     PIC 99     VALUE 0         .
       01  WS-ETAPE-KO        PIC 9      VALUE 0         .
      *    durées en secondes et chemin critique
       01  WS-TS              PIC X(14)  VALUE SPACES    .
       01  WS-TS-DET REDEFINES WS-TS.
           05 WS-TS-DATE      PIC 9(8)                   .
           05 WS-TS-HH        PIC 99                     .
           05 WS-TS-MN        PIC 99                     .
           05 WS-TS-SS        PIC 99                     .
       01  WS-TS-SECONDES     PIC 9(12)  VALUE 0         .
       01  WS-TS-DEBUT-SEC    PIC 9(12)  VALUE 0         .
       01  WS-DUREE-CUMUL     PIC 9(7)   VALUE 0         .
       01  WS-DUREE-CRIT      PIC 9(7)   VALUE 0         .
       01  WS-FIN-PRED        PIC 9(7)   VALUE 0         .
       01  WS-ETAPE-CRIT      PIC 99     VALUE 0         .
       01  WS-NB-CHEMIN       PIC 99     VALUE 0         .
       01  WS-CHEMIN          PIC 99     OCCURS 20 TIMES .
       01  WS-DUREE-ED        PIC Z(6)9                  .
       01  WS-LIGNE-BILAN     PIC X(160) VALUE SPACES    .
       01  WS-PTR-BILAN       PIC 999    VALUE 0         .

      *    branches menées chacune dans son propre processus : la
      *    console relance le même module avec CHAINE_BRANCHE=nn
      *    (commande CHAINE_COMMANDE, chaineop par défaut), attend
      *    la fin de toutes les branches puis relit leurs comptes
      *    rendus ; un processus de branche ne mène que les étapes
      *    de sa branche
       01  WS-STAT-FBRANCHE   PIC XX                     .
       88  WS-STAT-FBRANCHEOK              VALUE '00'    .
       88  WS-STAT-FBRANCHEFIN             VALUE '10'    .
       88  WS-STAT-FBRANCHENOFILE          VALUE '35'    .
       01  WS-FIC-BRANCHE     PIC X(40)  VALUE SPACES    .
       01  WS-FIC-BRANCHE-LOG PIC X(40)  VALUE SPACES    .
       01  WS-BRANCHE-X       PIC X(2)   VALUE SPACES    .
       01  WS-BRANCHE-9 REDEFINES WS-BRANCHE-X PIC 99    .
       01  WS-BRANCHE-PROCESSUS PIC X    VALUE 'N'       .
       88  WS-MODE-BRANCHE                 VALUE 'O'     .
       01  WS-NUM-BRANCHE     PIC 99     VALUE 0         .
       01  WS-BR-LANCEE       PIC X      OCCURS 20 TIMES .
       01  WS-NB-LANCEES      PIC 99     VALUE 0         .
       01  WS-CMD-BRANCHE     PIC X(80)  VALUE SPACES    .
       01  WS-COMMANDE        PIC X(2000) VALUE SPACES   .
       01  WS-PTR-CMD         PIC 9(4)   VALUE 0         .

      * zone d'échange du journal commun des exécutions (runjrnl) :
      * en mode sans surveillance la console laisse elle-même sa
      * trace pour l'équipe du matin
      * les runbooks s'indexent sur le numéro
           COPY MSGLIB.

      * zone d'échange du contrôle des fichiers paramètres
      * (paramchk) : une étape dont un fichier paramètre est en
      * erreur n'est pas lancée
           COPY PARAMCHK.
       01  WS-PARAM-RAPPORT   PIC X      VALUE 'O'       .
       01  WS-NB-ERR-ED       PIC ZZZZZ9                 .

       PROCEDURE DIVISION .
       0000-MAIN-START.
      *    processus d'une branche lancé par la console : il mène
      *    les étapes de sa branche puis s'arrête
           ACCEPT WS-BRANCHE-X FROM ENVIRONMENT 'CHAINE_BRANCHE'.
           IF WS-BRANCHE-X NOT = SPACES
              PERFORM 6000-MENE-BRANCHE-START
                   THRU END-6000-MENE-BRANCHE
              STOP RUN
           END-IF.
      *    les entrées déclarées des étapes, pour le contrôle de
      *    fraicheur d'avant lancement
           PERFORM 1500-CHARGE-FICHIERS-START
           CLOSE F-PARAM.
           IF WS-NB-ETAPE = 0
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > 6)
                 ADD 1 TO WS-NB-ETAPE
                 MOVE WS-DEF-PRG(WS-IND-ETAPE)
                    TO WS-ETAPE-PRG(WS-NB-ETAPE)
              GO TO END-3000-LANCE-CHAINE
           END-IF.
           MOVE 0 TO WS-CHAINE-KO.
      *    chaine du jour déjà passée en échec : reprise à l'étape
      *    en échec, les étapes déjà faites ne sont pas relancées
           PERFORM 3010-PREPARE-REPRISE-START
                THRU END-3010-PREPARE-REPRISE.
           IF WS-REPRISE-ABANDON
              DISPLAY 'CHAINE NON RELANCEE'
              GO TO END-3000-LANCE-CHAINE
           END-IF.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
           PERFORM 3400-CONSTRUIT-GRAPHE-START
                THRU END-3400-CONSTRUIT-GRAPHE.
           PERFORM 3300-CONTROLE-PARAMETRES-START
                THRU END-3300-CONTROLE-PARAMETRES.
      *    les étapes déjà faites sont annoncées sautées d'emblée,
      *    elles comptent comme terminées pour leurs successeurs
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE 0 TO WS-ETAPE-DUREE(WS-IND-ETAPE)
              MOVE SPACES TO WS-ETAPE-DEBUT(WS-IND-ETAPE)
              IF WS-ETAPE-ETAT(WS-IND-ETAPE) = 'DEJA FAITE'
                 PERFORM 3100-LANCE-ETAPE-START
                      THRU END-3100-LANCE-ETAPE
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-NB-BLOQUEES.
           MOVE 'N' TO WS-ORDO-FINI.
      *    branches indépendantes : chacune part dans son propre
      *    processus ; lancement impossible, elles sont menées à
      *    tour de rôle dans la console comme avant
           IF WS-MODE-GRAPHE AND (WS-NB-BRANCHES > 1)
              PERFORM 3800-LANCE-BRANCHES-START
                   THRU END-3800-LANCE-BRANCHES
           END-IF.
           PERFORM UNTIL WS-ORDO-EST-FINI
              PERFORM 3500-TOUR-BRANCHES-START
                   THRU END-3500-TOUR-BRANCHES
           END-PERFORM.
           IF WS-CHAINE-KO = 1
              INITIALIZE MSG-ZONE
              IF WS-MODE-SEQUENTIEL
                 MOVE 0103 TO MSG-NUMERO
              ELSE
                 MOVE 0112 TO MSG-NUMERO
                 MOVE WS-NB-KO TO WS-NUM-ED
                 MOVE FUNCTION TRIM(WS-NUM-ED) TO MSG-SUBST1
                 MOVE WS-NB-BLOQUEES TO WS-NUM-ED
                 MOVE FUNCTION TRIM(WS-NUM-ED) TO MSG-SUBST2
              END-IF
              PERFORM 5000-EMET-MESSAGE-START
                   THRU END-5000-EMET-MESSAGE
           ELSE
           END-IF.
           PERFORM 2000-AFFICHE-CHAINE-START
                THRU END-2000-AFFICHE-CHAINE.
           PERFORM 3600-CHEMIN-CRITIQUE-START
                THRU END-3600-CHEMIN-CRITIQUE.
           PERFORM 3700-BILAN-BRANCHES-START
                THRU END-3700-BILAN-BRANCHES.
       END-3000-LANCE-CHAINE.
           EXIT.

       3100-LANCE-ETAPE-START.
      *    étape déjà faite aujourd'hui : sautée à la reprise
           IF WS-ETAPE-ETAT(WS-IND-ETAPE) = 'DEJA FAITE'
              ADD 1 TO WS-NB-SAUTEES
              INITIALIZE MSG-ZONE
              MOVE 0109 TO MSG-NUMERO
              MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1
              STRING WS-ETAPE-HORO(WS-IND-ETAPE)(9:2) ':'
                     WS-ETAPE-HORO(WS-IND-ETAPE)(11:2) ':'
                     WS-ETAPE-HORO(WS-IND-ETAPE)(13:2)
              DELIMITED BY SIZE
              INTO MSG-SUBST2
              PERFORM 5000-EMET-MESSAGE-START
                   THRU END-5000-EMET-MESSAGE
              GO TO END-3100-LANCE-ETAPE
           END-IF.
      *    contrôle de fraicheur : les entrées déclarées de l'étape
      *    doivent exister et dater d'après le dernier passage
      *    réussi de leur étape productrice, sinon l'étape est
              ADD 1 TO WS-NB-KO
              GO TO END-3100-LANCE-ETAPE
           END-IF.
      *    fichiers paramètres de l'étape en erreur au contrôle
      *    d'avant démarrage : l'étape ne tourne pas sur une valeur
      *    par défaut prise à la place d'une valeur mal saisie
           IF WS-ETAPE-ERR-PARAM(WS-IND-ETAPE) > 0
              PERFORM 3110-RETIENT-PARAMETRES-START
                   THRU END-3110-RETIENT-PARAMETRES
              GO TO END-3100-LANCE-ETAPE
           END-IF.
           DISPLAY 'LANCEMENT DE' SPACE
              WS-ETAPE-PRG(WS-IND-ETAPE) '...'.
      *    l'étape est notée en cours avant l'appel : un arrêt
      *    brutal pendant l'étape la laisse à reprendre
           MOVE 'EN COURS' TO WS-ETAPE-ETAT(WS-IND-ETAPE).
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO WS-ETAPE-HORO(WS-IND-ETAPE).
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
           MOVE 0 TO WS-ETAPE-KO.
           MOVE 0 TO RETURN-CODE.
           CALL WS-ETAPE-PRG(WS-IND-ETAPE)
              ON EXCEPTION
                 PERFORM 5000-EMET-MESSAGE-START
                      THRU END-5000-EMET-MESSAGE
                 MOVE 'INDISPONIBLE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 MOVE 1 TO WS-CHAINE-KO WS-ETAPE-KO
                 ADD 1 TO WS-NB-KO
           END-CALL.
           IF WS-ETAPE-KO = 0
              MOVE RETURN-CODE TO WS-ETAPE-RC(WS-IND-ETAPE)
      *       le module est déchargé après chaque passage : un
      *       nouveau lancement de la chaine (après correction d'un
                 MOVE 0102 TO MSG-NUMERO
                 MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1
                 MOVE WS-RC-ED TO MSG-SUBST2
      *          un arrêt franc de l'étape réveille l'astreinte,
      *          quel que soit le seuil de sévérité des alertes
                 MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-PROGRAMME
                 IF (WS-ETAPE-RC(WS-IND-ETAPE) = 8)
                    OR (WS-ETAPE-RC(WS-IND-ETAPE) = 12)
                    OR (WS-ETAPE-RC(WS-IND-ETAPE) = 16)
                    SET MSG-ALERTE-FORCEE TO TRUE
                 END-IF
                 PERFORM 5000-EMET-MESSAGE-START
                      THRU END-5000-EMET-MESSAGE
                 MOVE 'EN ERREUR' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
       END-3100-LANCE-ETAPE.
           EXIT.

      *    Etape retenue pour fichier paramètre en erreur au
      *    contrôle d'avant démarrage
       3110-RETIENT-PARAMETRES-START.
           INITIALIZE MSG-ZONE.
           MOVE 0114 TO MSG-NUMERO.
           MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1.
           MOVE WS-ETAPE-ERR-PARAM(WS-IND-ETAPE) TO WS-NB-ERR-ED.
           MOVE FUNCTION TRIM(WS-NB-ERR-ED) TO MSG-SUBST2.
           PERFORM 5000-EMET-MESSAGE-START
                THRU END-5000-EMET-MESSAGE.
           MOVE 'RETENUE' TO WS-ETAPE-ETAT(WS-IND-ETAPE).
           MOVE 1 TO WS-CHAINE-KO.
           ADD 1 TO WS-NB-KO.
       END-3110-RETIENT-PARAMETRES.
           EXIT.

      *    Prépare le lancement : toutes les étapes repartent en
      *    attente, puis l'état de la chaine du jour est relu ; si
      *    une étape y est en échec (ou restée en cours), les
      *    étapes déjà faites sont sautées et la chaine reprend à
      *    la première étape à refaire. En console l'opérateur
      *    choisit : R reprendre (en forçant au besoin certaines
      *    étapes déjà faites), T tout relancer, A abandonner ; en
      *    mode sans surveillance la reprise est automatique
       3010-PREPARE-REPRISE-START.
           MOVE SPACE TO WS-REPRISE.
           MOVE 0 TO WS-NB-FAITES WS-NB-ECHECS WS-NB-FORCEES
                     WS-NB-SAUTEES WS-ETAPE-REPRISE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CHAINE.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE 'EN ATTENTE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
              MOVE 0 TO WS-ETAPE-RC(WS-IND-ETAPE)
              MOVE SPACES TO WS-ETAPE-HORO(WS-IND-ETAPE)
           END-PERFORM.
           PERFORM 3020-CHARGE-ETAT-START
                THRU END-3020-CHARGE-ETAT.
      *    rapprochement par programme : la chaine a pu être
      *    reconfigurée entre les deux lancements
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              PERFORM VARYING WS-IND-ETAT FROM 1 BY 1
                    UNTIL (WS-IND-ETAT > WS-NB-ETAT)
                    OR (WS-ETAT-PRG(WS-IND-ETAT)
                          = WS-ETAPE-PRG(WS-IND-ETAPE))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-ETAT TO WS-IND-ETAT
              END-PERFORM
              IF WS-IND-ETAT <= WS-NB-ETAT
                 EVALUATE WS-ETAT-ETAT(WS-IND-ETAT)
                    WHEN 'OK'
                       MOVE 'DEJA FAITE'
                          TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                       MOVE WS-ETAT-RC(WS-IND-ETAT)
                          TO WS-ETAPE-RC(WS-IND-ETAPE)
                       MOVE WS-ETAT-HORO(WS-IND-ETAT)
                          TO WS-ETAPE-HORO(WS-IND-ETAPE)
                       ADD 1 TO WS-NB-FAITES
                    WHEN 'EN ATTENTE'
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-NB-ECHECS
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *    pas d'échec aujourd'hui : lancement complet habituel
           IF WS-NB-ECHECS = 0
              MOVE 0 TO WS-NB-FAITES
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 MOVE 'EN ATTENTE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 MOVE 0 TO WS-ETAPE-RC(WS-IND-ETAPE)
                 MOVE SPACES TO WS-ETAPE-HORO(WS-IND-ETAPE)
              END-PERFORM
              GO TO END-3010-PREPARE-REPRISE
           END-IF.
           PERFORM 3040-CALCULE-REPRISE-START
                THRU END-3040-CALCULE-REPRISE.
           MOVE WS-ETAPE-REPRISE TO WS-NUM-ED.
           DISPLAY 'CHAINE DU JOUR INTERROMPUE :' SPACE
              WS-NB-FAITES SPACE 'ETAPE(S) DEJA FAITE(S),'
              SPACE 'REPRISE A L''ETAPE' SPACE
              FUNCTION TRIM(WS-NUM-ED) SPACE
              '(' FUNCTION TRIM(WS-ETAPE-PRG(WS-ETAPE-REPRISE)) ')'.
           IF WS-MODE-AUTO OR (WS-NB-FAITES = 0)
              SET WS-REPRISE-ETAPE TO TRUE
           ELSE
              PERFORM 2000-AFFICHE-CHAINE-START
                   THRU END-2000-AFFICHE-CHAINE
              PERFORM UNTIL WS-REPRISE-ETAPE OR WS-REPRISE-TOUT
                         OR WS-REPRISE-ABANDON
                 DISPLAY 'R=REPRENDRE A L''ETAPE EN ECHEC,'
                    ' T=TOUT RELANCER, A=ABANDONNER :'
                 ACCEPT WS-REPRISE
                 MOVE FUNCTION UPPER-CASE(WS-REPRISE) TO WS-REPRISE
              END-PERFORM
           END-IF.
           IF WS-REPRISE-ABANDON
              GO TO END-3010-PREPARE-REPRISE
           END-IF.
      *    tout relancer : chaque étape déjà faite est forcée
           IF WS-REPRISE-TOUT
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 IF WS-ETAPE-ETAT(WS-IND-ETAPE) = 'DEJA FAITE'
                    MOVE 'EN ATTENTE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                    ADD 1 TO WS-NB-FORCEES
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-REPRISE-ETAPE AND (NOT WS-MODE-AUTO)
              AND (WS-NB-FAITES > 0)
              DISPLAY 'ETAPES DEJA FAITES A RELANCER QUAND MEME'
                 ' (NUMEROS SEPARES PAR UN BLANC, VIDE = AUCUNE) :'
              MOVE SPACES TO WS-LISTE-FORCEES
              ACCEPT WS-LISTE-FORCEES
              PERFORM 3030-FORCE-ETAPES-START
                   THRU END-3030-FORCE-ETAPES
           END-IF.
           PERFORM 3040-CALCULE-REPRISE-START
                THRU END-3040-CALCULE-REPRISE.
           PERFORM 3090-TRACE-REPRISE-START
                THRU END-3090-TRACE-REPRISE.
       END-3010-PREPARE-REPRISE.
           EXIT.

      *    Relit l'état de la chaine ; seules les lignes du jour
      *    comptent, un état de la veille ne se reprend pas
       3020-CHARGE-ETAT-START.
           MOVE 0 TO WS-NB-ETAT.
           OPEN INPUT F-ETAT.
           IF WS-STAT-FETATNOFILE
              CLOSE F-ETAT
              GO TO END-3020-CHARGE-ETAT
           END-IF.
           IF NOT WS-STAT-FETATOK
              DISPLAY 'CODE RETOUR D''ERREUR CHAINE-ETAT' SPACE
                 WS-STAT-FETAT
              CLOSE F-ETAT
              GO TO END-3020-CHARGE-ETAT
           END-IF.
           READ F-ETAT.
           PERFORM UNTIL WS-STAT-FETATFIN
                      OR (WS-NB-ETAT >= 20)
              IF (ETA-DATE = WS-DATE-CHAINE)
                 AND (ETA-PRG NOT = SPACES)
                 ADD 1 TO WS-NB-ETAT
                 MOVE ETA-PRG      TO WS-ETAT-PRG(WS-NB-ETAT)
                 MOVE ETA-ETAT     TO WS-ETAT-ETAT(WS-NB-ETAT)
                 MOVE ETA-HORODATE TO WS-ETAT-HORO(WS-NB-ETAT)
                 IF ETA-RC NUMERIC
                    MOVE ETA-RC TO WS-ETAT-RC(WS-NB-ETAT)
                 ELSE
                    MOVE 0 TO WS-ETAT-RC(WS-NB-ETAT)
                 END-IF
              END-IF
              READ F-ETAT
           END-PERFORM.
           CLOSE F-ETAT.
       END-3020-CHARGE-ETAT.
           EXIT.

      *    Etapes déjà faites que l'opérateur fait relancer quand
      *    même : numéros d'étape saisis séparés par des blancs
       3030-FORCE-ETAPES-START.
           MOVE SPACES TO WS-FORCEES.
           MOVE FUNCTION TRIM(WS-LISTE-FORCEES) TO WS-LISTE-FORCEES.
           IF WS-LISTE-FORCEES = SPACES
              GO TO END-3030-FORCE-ETAPES
           END-IF.
           UNSTRING WS-LISTE-FORCEES DELIMITED BY ALL SPACE OR ','
              INTO WS-FORCEE-X(1) WS-FORCEE-X(2) WS-FORCEE-X(3)
                   WS-FORCEE-X(4) WS-FORCEE-X(5) WS-FORCEE-X(6)
                   WS-FORCEE-X(7) WS-FORCEE-X(8) WS-FORCEE-X(9)
                   WS-FORCEE-X(10).
           PERFORM VARYING WS-IND-FORCEE FROM 1 BY 1
                 UNTIL (WS-IND-FORCEE > 10)
              IF WS-FORCEE-X(WS-IND-FORCEE) NOT = SPACES
                 MOVE 0 TO WS-NUM-FORCEE
                 IF FUNCTION TEST-NUMVAL(WS-FORCEE-X(WS-IND-FORCEE))
                       = 0
                    COMPUTE WS-NUM-FORCEE =
                       FUNCTION NUMVAL(WS-FORCEE-X(WS-IND-FORCEE))
                 END-IF
                 IF (WS-NUM-FORCEE < 1)
                    OR (WS-NUM-FORCEE > WS-NB-ETAPE)
                    DISPLAY 'ETAPE INCONNUE IGNOREE :' SPACE
                       WS-FORCEE-X(WS-IND-FORCEE)
                 ELSE
                    IF WS-ETAPE-ETAT(WS-NUM-FORCEE) = 'DEJA FAITE'
                       MOVE 'EN ATTENTE'
                          TO WS-ETAPE-ETAT(WS-NUM-FORCEE)
                       ADD 1 TO WS-NB-FORCEES
                       INITIALIZE MSG-ZONE
                       MOVE 0110 TO MSG-NUMERO
                       MOVE WS-ETAPE-PRG(WS-NUM-FORCEE) TO MSG-SUBST1
                       PERFORM 5000-EMET-MESSAGE-START
                            THRU END-5000-EMET-MESSAGE
                    ELSE
                       DISPLAY 'ETAPE' SPACE
                          WS-FORCEE-X(WS-IND-FORCEE) SPACE
                          'PAS ENCORE FAITE : ELLE SERA LANCEE'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       END-3030-FORCE-ETAPES.
           EXIT.

      *    Etape de reprise : la première qui n'est pas déjà faite
       3040-CALCULE-REPRISE-START.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 OR (WS-ETAPE-ETAT(WS-IND-ETAPE) NOT = 'DEJA FAITE')
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-ETAPE TO WS-IND-ETAPE
           END-PERFORM.
           IF WS-IND-ETAPE > WS-NB-ETAPE
              MOVE WS-NB-ETAPE TO WS-ETAPE-REPRISE
           ELSE
              MOVE WS-IND-ETAPE TO WS-ETAPE-REPRISE
           END-IF.
       END-3040-CALCULE-REPRISE.
           EXIT.

      *    Trace de la reprise : message opérateur et ligne STATUT
      *    REPRISE au journal commun (LUS = étape de reprise,
      *    ECRITS = étapes déjà faites sautées, REJETES = étapes
      *    forcées), relue par le rapport du matin de jrnrap
       3090-TRACE-REPRISE-START.
           MOVE WS-ETAPE-REPRISE TO WS-NUM-ED.
           INITIALIZE MSG-ZONE.
           MOVE 0108 TO MSG-NUMERO.
           STRING FUNCTION TRIM(WS-NUM-ED) ' ('
                  FUNCTION TRIM(WS-ETAPE-PRG(WS-ETAPE-REPRISE)) ')'
           DELIMITED BY SIZE
           INTO MSG-SUBST1.
           COMPUTE WS-NUM-ED = WS-NB-FAITES - WS-NB-FORCEES.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO MSG-SUBST2.
           PERFORM 5000-EMET-MESSAGE-START
                THRU END-5000-EMET-MESSAGE.
      *    la zone du journal porte en mode sans surveillance le
      *    début de passage de la console : elle est rétablie
           MOVE JR-DEBUT TO WS-JR-DEBUT-SAUVE.
           INITIALIZE JR-ZONE.
           MOVE 'chaineop' TO JR-PROGRAMME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT JR-FIN.
           MOVE WS-ETAPE-REPRISE TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-FAITES - WS-NB-FORCEES.
           MOVE WS-NB-FORCEES TO JR-NB-REJETS.
           MOVE 'REPRISE' TO JR-STATUT.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           INITIALIZE JR-ZONE.
           MOVE WS-JR-DEBUT-SAUVE TO JR-DEBUT.
       END-3090-TRACE-REPRISE.
           EXIT.

      *    Contrôle des fichiers paramètres des étapes à lancer,
      *    avant le démarrage : paramchk les vérifie d'après
      *    param-registre.txt et laisse le détail (fichier, ligne,
      *    colonne) dans rapport-parametres.txt ; une étape dont
      *    un fichier est en erreur sera retenue à son tour
       3300-CONTROLE-PARAMETRES-START.
           MOVE 'O' TO WS-PARAM-RAPPORT.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE 0 TO WS-ETAPE-ERR-PARAM(WS-IND-ETAPE)
              IF WS-ETAPE-ETAT(WS-IND-ETAPE) NOT = 'DEJA FAITE'
                 AND (WS-PARAM-RAPPORT NOT = 'X')
                 INITIALIZE PC-ZONE
                 MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO PC-PROGRAMME
                 MOVE WS-PARAM-RAPPORT TO PC-RAPPORT
                 CALL 'paramchk' USING BY REFERENCE PC-ZONE
                    ON EXCEPTION
      *             contrôleur absent du load : pas de contrôle
                    MOVE 2 TO PC-RC
                 END-CALL
                 MOVE 0 TO RETURN-CODE
                 MOVE 'S' TO WS-PARAM-RAPPORT
                 EVALUATE PC-RC
                    WHEN 1
                       MOVE PC-NB-ERREURS
                         TO WS-ETAPE-ERR-PARAM(WS-IND-ETAPE)
                    WHEN 2
      *                registre absent : rien à contrôler
                       MOVE 'X' TO WS-PARAM-RAPPORT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.
       END-3300-CONTROLE-PARAMETRES.
           EXIT.

      *    Graphe des dépendances : un arc producteur -> consommateur
      *    par entrée déclarée dont les deux étapes sont dans la
      *    chaine du jour, puis les branches (composantes du
      *    graphe) numérotées dans l'ordre de la chaine
       3400-CONSTRUIT-GRAPHE-START.
           MOVE ALL 'N' TO WS-GRAPHE.
           IF WS-NB-DEP = 0
              SET WS-MODE-SEQUENTIEL TO TRUE
              PERFORM VARYING WS-IND-ETAPE FROM 2 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 COMPUTE WS-IND-PRED = WS-IND-ETAPE - 1
                 MOVE 'O' TO WS-GR-PRED(WS-IND-ETAPE, WS-IND-PRED)
              END-PERFORM
           ELSE
              SET WS-MODE-GRAPHE TO TRUE
              PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                    UNTIL (WS-IND-DEP > WS-NB-DEP)
                 PERFORM 3410-AJOUTE-ARC-START
                      THRU END-3410-AJOUTE-ARC
              END-PERFORM
              PERFORM 3430-ARC-CTRLNOTE-START
                   THRU END-3430-ARC-CTRLNOTE
           END-IF.
      *    composantes : chaque étape prend le plus petit numéro
      *    d'étape de sa composante, jusqu'à stabilité
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE WS-IND-ETAPE TO WS-ETAPE-BRANCHE(WS-IND-ETAPE)
           END-PERFORM.
           SET WS-GR-A-CHANGE TO TRUE.
           MOVE 0 TO WS-NB-PASSES.
           PERFORM UNTIL (NOT WS-GR-A-CHANGE)
                      OR (WS-NB-PASSES > WS-NB-ETAPE)
              MOVE 'N' TO WS-GR-CHANGE
              ADD 1 TO WS-NB-PASSES
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                       UNTIL (WS-IND-PRED > WS-NB-ETAPE)
                    IF WS-GR-PRED(WS-IND-ETAPE, WS-IND-PRED) = 'O'
                       PERFORM 3420-FUSIONNE-BRANCHES-START
                            THRU END-3420-FUSIONNE-BRANCHES
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM.
      *    renumérotation 1, 2, 3... dans l'ordre de la chaine
           MOVE 0 TO WS-NB-BRANCHES.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
                 UNTIL (WS-IND-BR > 20)
              MOVE 0 TO WS-BR-RENUM(WS-IND-BR)
           END-PERFORM.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE WS-ETAPE-BRANCHE(WS-IND-ETAPE) TO WS-IND-BR
              IF WS-BR-RENUM(WS-IND-BR) = 0
                 ADD 1 TO WS-NB-BRANCHES
                 MOVE WS-NB-BRANCHES TO WS-BR-RENUM(WS-IND-BR)
              END-IF
              MOVE WS-BR-RENUM(WS-IND-BR)
                 TO WS-ETAPE-BRANCHE(WS-IND-ETAPE)
           END-PERFORM.
       END-3400-CONSTRUIT-GRAPHE.
           EXIT.

      *    Arc de l'entrée déclarée courante, si le consommateur et
      *    le producteur sont tous deux dans la chaine du jour
       3410-AJOUTE-ARC-START.
           PERFORM VARYING WS-IND-SUCC FROM 1 BY 1
                 UNTIL (WS-IND-SUCC > WS-NB-ETAPE)
                 OR (WS-ETAPE-PRG(WS-IND-SUCC) = WS-DEP-PRG(WS-IND-DEP))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-SUCC TO WS-IND-SUCC
           END-PERFORM.
           IF WS-IND-SUCC > WS-NB-ETAPE
              GO TO END-3410-AJOUTE-ARC
           END-IF.
           PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                 UNTIL (WS-IND-PRED > WS-NB-ETAPE)
                 OR (WS-ETAPE-PRG(WS-IND-PRED)
                       = WS-DEP-PRODUCTEUR(WS-IND-DEP))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PRED TO WS-IND-PRED
           END-PERFORM.
           IF (WS-IND-PRED <= WS-NB-ETAPE)
              AND (WS-IND-PRED NOT = WS-IND-SUCC)
              MOVE 'O' TO WS-GR-PRED(WS-IND-SUCC, WS-IND-PRED)
           END-IF.
       END-3410-AJOUTE-ARC.
           EXIT.

      *    Arc fixe ctrlnote -> promo1 quand les deux étapes sont
      *    dans la chaine du jour : promo1 ne lit pas la sortie de
      *    ctrlnote, mais ctrlnote doit le retenir tant que des
      *    notes manquent, comme en mode séquentiel
       3430-ARC-CTRLNOTE-START.
           PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                 UNTIL (WS-IND-PRED > WS-NB-ETAPE)
                 OR (WS-ETAPE-PRG(WS-IND-PRED) = 'ctrlnote')
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PRED TO WS-IND-PRED
           END-PERFORM.
           IF WS-IND-PRED > WS-NB-ETAPE
              GO TO END-3430-ARC-CTRLNOTE
           END-IF.
           PERFORM VARYING WS-IND-SUCC FROM 1 BY 1
                 UNTIL (WS-IND-SUCC > WS-NB-ETAPE)
                 OR (WS-ETAPE-PRG(WS-IND-SUCC) = 'promo1')
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-SUCC TO WS-IND-SUCC
           END-PERFORM.
           IF WS-IND-SUCC <= WS-NB-ETAPE
              MOVE 'O' TO WS-GR-PRED(WS-IND-SUCC, WS-IND-PRED)
           END-IF.
       END-3430-ARC-CTRLNOTE.
           EXIT.

      *    Les deux extrémités de l'arc prennent le plus petit des
      *    deux numéros de branche
       3420-FUSIONNE-BRANCHES-START.
           IF WS-ETAPE-BRANCHE(WS-IND-ETAPE)
                 < WS-ETAPE-BRANCHE(WS-IND-PRED)
              MOVE WS-ETAPE-BRANCHE(WS-IND-ETAPE)
                 TO WS-ETAPE-BRANCHE(WS-IND-PRED)
              SET WS-GR-A-CHANGE TO TRUE
           END-IF.
           IF WS-ETAPE-BRANCHE(WS-IND-PRED)
                 < WS-ETAPE-BRANCHE(WS-IND-ETAPE)
              MOVE WS-ETAPE-BRANCHE(WS-IND-PRED)
                 TO WS-ETAPE-BRANCHE(WS-IND-ETAPE)
              SET WS-GR-A-CHANGE TO TRUE
           END-IF.
       END-3420-FUSIONNE-BRANCHES.
           EXIT.

      *    Un tour d'ordonnancement : chaque branche lance sa
      *    première étape prête ; un tour sans lancement ni blocage
      *    termine la chaine (les étapes encore en attente tiennent
      *    alors à une dépendance circulaire)
       3500-TOUR-BRANCHES-START.
           MOVE 0 TO WS-NB-ACTIONS-TOUR.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
                 UNTIL (WS-IND-BR > WS-NB-BRANCHES)
              PERFORM 3510-ETAPE-SUIVANTE-START
                   THRU END-3510-ETAPE-SUIVANTE
           END-PERFORM.
           IF WS-NB-ACTIONS-TOUR > 0
              GO TO END-3500-TOUR-BRANCHES
           END-IF.
           SET WS-ORDO-EST-FINI TO TRUE.
      *    chaine séquentielle arrêtée sur échec : les étapes
      *    suivantes restent en attente, comme toujours
           IF WS-MODE-SEQUENTIEL
              GO TO END-3500-TOUR-BRANCHES
           END-IF.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              IF WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE'
                 MOVE 'NON LANCEE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 MOVE 1 TO WS-CHAINE-KO
                 ADD 1 TO WS-NB-BLOQUEES
                 INITIALIZE MSG-ZONE
                 MOVE 0113 TO MSG-NUMERO
                 MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1
                 PERFORM 5000-EMET-MESSAGE-START
                      THRU END-5000-EMET-MESSAGE
              END-IF
           END-PERFORM.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
       END-3500-TOUR-BRANCHES.
           EXIT.

      *    Etape suivante de la branche WS-IND-BR : la première en
      *    attente dont tous les producteurs ont réussi ; une étape
      *    dont un producteur a échoué n'est pas lancée
       3510-ETAPE-SUIVANTE-START.
      *    chaine séquentielle : rien ne part après un échec
           IF WS-MODE-SEQUENTIEL AND (WS-CHAINE-KO = 1)
              GO TO END-3510-ETAPE-SUIVANTE
           END-IF.
           MOVE 0 TO WS-ETAPE-CHOISIE.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 OR (WS-ETAPE-CHOISIE > 0)
              IF (WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-IND-BR)
                 AND (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                 PERFORM 3520-EXAMINE-PRODUCTEURS-START
                      THRU END-3520-EXAMINE-PRODUCTEURS
                 IF WS-PREDS-PRETS
                    MOVE WS-IND-ETAPE TO WS-ETAPE-CHOISIE
                 END-IF
                 IF WS-PREDS-ECHEC
                    PERFORM 3530-BLOQUE-ETAPE-START
                         THRU END-3530-BLOQUE-ETAPE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ETAPE-CHOISIE = 0
              GO TO END-3510-ETAPE-SUIVANTE
           END-IF.
           MOVE WS-ETAPE-CHOISIE TO WS-IND-ETAPE.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO WS-ETAPE-DEBUT(WS-IND-ETAPE).
           PERFORM 3100-LANCE-ETAPE-START
                THRU END-3100-LANCE-ETAPE.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO WS-ETAPE-HORO(WS-IND-ETAPE).
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
           ADD 1 TO WS-NB-ACTIONS-TOUR.
       END-3510-ETAPE-SUIVANTE.
           EXIT.

      *    Etat des producteurs de l'étape WS-IND-ETAPE : tous
      *    terminés avec succès (prête), l'un en échec ou non lancé
      *    (échec, nom retenu), sinon encore à attendre
       3520-EXAMINE-PRODUCTEURS-START.
           SET WS-PREDS-PRETS TO TRUE.
           PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                 UNTIL (WS-IND-PRED > WS-NB-ETAPE)
                 OR WS-PREDS-ECHEC
              IF WS-GR-PRED(WS-IND-ETAPE, WS-IND-PRED) = 'O'
                 EVALUATE WS-ETAPE-ETAT(WS-IND-PRED)
                    WHEN 'OK'
                    WHEN 'DEJA FAITE'
                       CONTINUE
                    WHEN 'EN ATTENTE'
                    WHEN 'EN COURS'
                       SET WS-PREDS-ATTENTE TO TRUE
                    WHEN OTHER
                       SET WS-PREDS-ECHEC TO TRUE
                       MOVE WS-ETAPE-PRG(WS-IND-PRED)
                          TO WS-PRED-ECHEC-PRG
                 END-EVALUATE
              END-IF
           END-PERFORM.
       END-3520-EXAMINE-PRODUCTEURS.
           EXIT.

      *    Etape en aval d'un échec : non lancée, les autres
      *    branches continuent
       3530-BLOQUE-ETAPE-START.
           MOVE 'NON LANCEE' TO WS-ETAPE-ETAT(WS-IND-ETAPE).
           MOVE 1 TO WS-CHAINE-KO.
           ADD 1 TO WS-NB-BLOQUEES.
           ADD 1 TO WS-NB-ACTIONS-TOUR.
           INITIALIZE MSG-ZONE.
           MOVE 0111 TO MSG-NUMERO.
           MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1.
           MOVE WS-PRED-ECHEC-PRG TO MSG-SUBST2.
           PERFORM 5000-EMET-MESSAGE-START
                THRU END-5000-EMET-MESSAGE.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
       END-3530-BLOQUE-ETAPE.
           EXIT.

      *    Durée de chaque étape lancée, puis fin au plus tôt de
      *    chaque étape si les branches tournaient chacune de leur
      *    côté : sa durée plus la plus tardive des fins de ses
      *    producteurs ; la plus grande donne le chemin critique
       3600-CHEMIN-CRITIQUE-START.
           MOVE 0 TO WS-DUREE-CUMUL WS-DUREE-CRIT WS-ETAPE-CRIT.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE 0 TO WS-ETAPE-DUREE(WS-IND-ETAPE)
                        WS-ETAPE-FIN-CRIT(WS-IND-ETAPE)
                        WS-ETAPE-PRED-CRIT(WS-IND-ETAPE)
              IF (WS-ETAPE-DEBUT(WS-IND-ETAPE) NOT = SPACES)
                 AND (WS-ETAPE-HORO(WS-IND-ETAPE) NOT = SPACES)
                 MOVE WS-ETAPE-DEBUT(WS-IND-ETAPE) TO WS-TS
                 PERFORM 3610-CONVERTIT-TS-START
                      THRU END-3610-CONVERTIT-TS
                 MOVE WS-TS-SECONDES TO WS-TS-DEBUT-SEC
                 MOVE WS-ETAPE-HORO(WS-IND-ETAPE) TO WS-TS
                 PERFORM 3610-CONVERTIT-TS-START
                      THRU END-3610-CONVERTIT-TS
                 IF WS-TS-SECONDES > WS-TS-DEBUT-SEC
                    COMPUTE WS-ETAPE-DUREE(WS-IND-ETAPE) =
                       WS-TS-SECONDES - WS-TS-DEBUT-SEC
                 END-IF
              END-IF
              ADD WS-ETAPE-DUREE(WS-IND-ETAPE) TO WS-DUREE-CUMUL
           END-PERFORM.
      *    relaxation : autant de passes que d'étapes suffisent sur
      *    un graphe sans cycle
           PERFORM VARYING WS-NB-PASSES FROM 1 BY 1
                 UNTIL (WS-NB-PASSES > WS-NB-ETAPE)
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 MOVE 0 TO WS-FIN-PRED
                 MOVE 0 TO WS-ETAPE-PRED-CRIT(WS-IND-ETAPE)
                 PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                       UNTIL (WS-IND-PRED > WS-NB-ETAPE)
                    IF (WS-GR-PRED(WS-IND-ETAPE, WS-IND-PRED) = 'O')
                       AND (WS-ETAPE-FIN-CRIT(WS-IND-PRED)
                             > WS-FIN-PRED)
                       MOVE WS-ETAPE-FIN-CRIT(WS-IND-PRED)
                          TO WS-FIN-PRED
                       MOVE WS-IND-PRED
                          TO WS-ETAPE-PRED-CRIT(WS-IND-ETAPE)
                    END-IF
                 END-PERFORM
                 COMPUTE WS-ETAPE-FIN-CRIT(WS-IND-ETAPE) =
                    WS-FIN-PRED + WS-ETAPE-DUREE(WS-IND-ETAPE)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              IF (WS-ETAPE-CRIT = 0)
                 OR (WS-ETAPE-FIN-CRIT(WS-IND-ETAPE) > WS-DUREE-CRIT)
                 MOVE WS-ETAPE-FIN-CRIT(WS-IND-ETAPE) TO WS-DUREE-CRIT
                 MOVE WS-IND-ETAPE TO WS-ETAPE-CRIT
              END-IF
           END-PERFORM.
      *    chemin remonté depuis sa dernière étape
           MOVE 0 TO WS-NB-CHEMIN.
           MOVE WS-ETAPE-CRIT TO WS-IND-ETAPE.
           PERFORM UNTIL (WS-IND-ETAPE = 0)
                      OR (WS-NB-CHEMIN >= 20)
              ADD 1 TO WS-NB-CHEMIN
              MOVE WS-IND-ETAPE TO WS-CHEMIN(WS-NB-CHEMIN)
              MOVE WS-ETAPE-PRED-CRIT(WS-IND-ETAPE) TO WS-IND-ETAPE
           END-PERFORM.
       END-3600-CHEMIN-CRITIQUE.
           EXIT.

      *    Horodatage AAAAMMJJHHMMSS en secondes
       3610-CONVERTIT-TS-START.
           IF WS-TS(1:14) NUMERIC
              COMPUTE WS-TS-SECONDES =
                 (FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400)
                 + (WS-TS-HH * 3600) + (WS-TS-MN * 60) + WS-TS-SS
           ELSE
              MOVE 0 TO WS-TS-SECONDES
           END-IF.
       END-3610-CONVERTIT-TS.
           EXIT.

      *    Bilan de fin de chaine : les branches avec leurs étapes
      *    (et les producteurs de chaque étape), le chemin critique
      *    et sa durée face à la durée cumulée des étapes
       3700-BILAN-BRANCHES-START.
           DISPLAY ' '.
           IF WS-MODE-SEQUENTIEL
              DISPLAY 'CHAINE SEQUENTIELLE (SANS CHAINE-FICHIERS.TXT)'
           ELSE
              DISPLAY 'BRANCHES DE LA CHAINE :' SPACE WS-NB-BRANCHES
           END-IF.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
                 UNTIL (WS-IND-BR > WS-NB-BRANCHES)
              MOVE SPACES TO WS-LIGNE-BILAN
              MOVE 1 TO WS-PTR-BILAN
              STRING '  BRANCHE ' WS-IND-BR ' :'
              DELIMITED BY SIZE
              INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 IF WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-IND-BR
                    STRING ' ' FUNCTION TRIM(WS-ETAPE-PRG(WS-IND-ETAPE))
                    DELIMITED BY SIZE
                    INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
                 END-IF
              END-PERFORM
              DISPLAY FUNCTION TRIM(WS-LIGNE-BILAN TRAILING)
              PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                    UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 IF WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-IND-BR
                    PERFORM 3710-BILAN-ETAPE-START
                         THRU END-3710-BILAN-ETAPE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-BILAN.
           MOVE 1 TO WS-PTR-BILAN.
           STRING 'CHEMIN CRITIQUE :' DELIMITED BY SIZE
           INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN.
           PERFORM VARYING WS-IND-SUCC FROM WS-NB-CHEMIN BY -1
                 UNTIL (WS-IND-SUCC < 1)
              MOVE WS-CHEMIN(WS-IND-SUCC) TO WS-IND-ETAPE
              STRING ' ' FUNCTION TRIM(WS-ETAPE-PRG(WS-IND-ETAPE))
              DELIMITED BY SIZE
              INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
              IF WS-IND-SUCC > 1
                 STRING ' >' DELIMITED BY SIZE
                 INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
              END-IF
           END-PERFORM.
           DISPLAY FUNCTION TRIM(WS-LIGNE-BILAN TRAILING).
           MOVE WS-DUREE-CRIT TO WS-DUREE-ED.
           DISPLAY 'DUREE DU CHEMIN CRITIQUE :' SPACE
              FUNCTION TRIM(WS-DUREE-ED) SPACE 'S'.
           MOVE WS-DUREE-CUMUL TO WS-DUREE-ED.
           DISPLAY 'DUREE CUMULEE DES ETAPES :' SPACE
              FUNCTION TRIM(WS-DUREE-ED) SPACE 'S'.
       END-3700-BILAN-BRANCHES.
           EXIT.

      *    Une étape du bilan : état, durée et producteurs
       3710-BILAN-ETAPE-START.
           MOVE WS-ETAPE-DUREE(WS-IND-ETAPE) TO WS-DUREE-ED.
           MOVE SPACES TO WS-LIGNE-BILAN.
           MOVE 1 TO WS-PTR-BILAN.
           STRING '    ' WS-ETAPE-PRG(WS-IND-ETAPE) ' '
                  WS-ETAPE-ETAT(WS-IND-ETAPE) ' '
                  WS-DUREE-ED ' S'
           DELIMITED BY SIZE
           INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN.
           MOVE 'N' TO WS-GR-CHANGE.
           PERFORM VARYING WS-IND-PRED FROM 1 BY 1
                 UNTIL (WS-IND-PRED > WS-NB-ETAPE)
              IF WS-GR-PRED(WS-IND-ETAPE, WS-IND-PRED) = 'O'
                 IF NOT WS-GR-A-CHANGE
                    STRING '  APRES' DELIMITED BY SIZE
                    INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
                    SET WS-GR-A-CHANGE TO TRUE
                 END-IF
                 STRING ' ' FUNCTION TRIM(WS-ETAPE-PRG(WS-IND-PRED))
                 DELIMITED BY SIZE
                 INTO WS-LIGNE-BILAN WITH POINTER WS-PTR-BILAN
              END-IF
           END-PERFORM.
           DISPLAY FUNCTION TRIM(WS-LIGNE-BILAN TRAILING).
       END-3710-BILAN-ETAPE.
           EXIT.

      *    Réécrit l'état de la chaine du jour, une ligne par étape
      *    (une étape sautée garde son passage réussi du jour)
       3200-ECRIT-ETAT-START.
      *    processus d'une branche : l'état ne va que dans le
      *    compte rendu de sa branche, la console tient le reste
           IF WS-MODE-BRANCHE
              PERFORM 6200-ECRIT-BRANCHE-START
                   THRU END-6200-ECRIT-BRANCHE
              GO TO END-3200-ECRIT-ETAT
           END-IF.
           OPEN OUTPUT F-ETAT.
           IF NOT WS-STAT-FETATOK
              DISPLAY 'CODE RETOUR D''ERREUR CHAINE-ETAT' SPACE
                 WS-STAT-FETAT
              GO TO END-3200-ECRIT-ETAT
           END-IF.
           PERFORM VARYING WS-IND-ETAT FROM 1 BY 1
                 UNTIL (WS-IND-ETAT > WS-NB-ETAPE)
              MOVE SPACES TO REC-ETAT
              MOVE WS-DATE-CHAINE TO ETA-DATE
              MOVE WS-IND-ETAT TO ETA-NUM
              MOVE WS-ETAPE-PRG(WS-IND-ETAT) TO ETA-PRG
              IF WS-ETAPE-ETAT(WS-IND-ETAT) = 'DEJA FAITE'
                 MOVE 'OK' TO ETA-ETAT
              ELSE
                 MOVE WS-ETAPE-ETAT(WS-IND-ETAT) TO ETA-ETAT
              END-IF
              MOVE WS-ETAPE-RC(WS-IND-ETAT) TO ETA-RC
              MOVE WS-ETAPE-HORO(WS-IND-ETAT) TO ETA-HORODATE
              WRITE REC-ETAT
           END-PERFORM.
           CLOSE F-ETAT.
       END-3200-ECRIT-ETAT.
           EXIT.

      *    Charge les entrées déclarées des étapes ; fichier absent
      *    = pas de contrôle de fraicheur (comportement historique)
       1500-CHARGE-FICHIERS-START.
       END-3070-CHERCHE-PROD-FIN.
           EXIT.

      *    Lance chaque branche qui a une étape en attente dans son
      *    propre processus, en arrière-plan, et attend la fin de
      *    toutes avant de relire leurs comptes rendus ; le plan
      *    du jour (étapes faites, retenues, en attente) est
      *    d'abord écrit dans chaine-etat.txt, d'où chaque
      *    processus de branche repart
       3800-LANCE-BRANCHES-START.
      *    les étapes retenues au contrôle des paramètres le sont
      *    dès maintenant : leur aval est bloqué dans leur branche
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              IF (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                 AND (WS-ETAPE-ERR-PARAM(WS-IND-ETAPE) > 0)
                 PERFORM 3110-RETIENT-PARAMETRES-START
                      THRU END-3110-RETIENT-PARAMETRES
              END-IF
           END-PERFORM.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
           ACCEPT WS-CMD-BRANCHE FROM ENVIRONMENT 'CHAINE_COMMANDE'.
           IF WS-CMD-BRANCHE = SPACES
              MOVE 'chaineop' TO WS-CMD-BRANCHE
           END-IF.
           MOVE SPACES TO WS-COMMANDE.
           MOVE 1 TO WS-PTR-CMD.
           MOVE 0 TO WS-NB-LANCEES.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
                 UNTIL (WS-IND-BR > WS-NB-BRANCHES)
              PERFORM 3810-PREPARE-BRANCHE-START
                   THRU END-3810-PREPARE-BRANCHE
           END-PERFORM.
           IF WS-NB-LANCEES = 0
              GO TO END-3800-LANCE-BRANCHES
           END-IF.
      *    une seule commande : les branches en arrière-plan, puis
      *    l'attente de toutes ; l'appel rend la main à la fin de
      *    la dernière branche
           STRING 'wait' DELIMITED BY SIZE
              INTO WS-COMMANDE WITH POINTER WS-PTR-CMD.
           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-COMMANDE
              ON EXCEPTION
                 MOVE 1 TO RETURN-CODE
           END-CALL.
      *    interpréteur de commandes indisponible : aucune branche
      *    n'est partie, la console les mène elle-même
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              INITIALIZE MSG-ZONE
              MOVE 0116 TO MSG-NUMERO
              PERFORM 5000-EMET-MESSAGE-START
                   THRU END-5000-EMET-MESSAGE
              GO TO END-3800-LANCE-BRANCHES
           END-IF.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
                 UNTIL (WS-IND-BR > WS-NB-BRANCHES)
              IF WS-BR-LANCEE(WS-IND-BR) = 'O'
                 PERFORM 3850-RELIT-BRANCHE-START
                      THRU END-3850-RELIT-BRANCHE
              END-IF
           END-PERFORM.
      *    étape d'une branche lancée restée sans compte rendu :
      *    le processus de la branche s'est arrêté avant elle
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              MOVE WS-ETAPE-BRANCHE(WS-IND-ETAPE) TO WS-IND-BR
              IF (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                 AND (WS-BR-LANCEE(WS-IND-BR) = 'O')
                 MOVE 'NON LANCEE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 PERFORM 3870-SIGNALE-ETAPE-START
                      THRU END-3870-SIGNALE-ETAPE
                 PERFORM 3860-COMPTE-ETAPE-START
                      THRU END-3860-COMPTE-ETAPE
              END-IF
           END-PERFORM.
           SET WS-ORDO-EST-FINI TO TRUE.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
       END-3800-LANCE-BRANCHES.
           EXIT.

      *    Branche WS-IND-BR : lancée si l'une de ses étapes est en
      *    attente ; son compte rendu d'un lancement précédent est
      *    effacé, une branche qui ne démarre pas ne rend rien
       3810-PREPARE-BRANCHE-START.
           MOVE 'N' TO WS-BR-LANCEE(WS-IND-BR).
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
                 OR (WS-BR-LANCEE(WS-IND-BR) = 'O')
              IF (WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-IND-BR)
                 AND (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                 MOVE 'O' TO WS-BR-LANCEE(WS-IND-BR)
              END-IF
           END-PERFORM.
           IF WS-BR-LANCEE(WS-IND-BR) NOT = 'O'
              GO TO END-3810-PREPARE-BRANCHE
           END-IF.
           ADD 1 TO WS-NB-LANCEES.
           MOVE WS-IND-BR TO WS-NUM-BRANCHE.
           PERFORM 6100-NOMME-BRANCHE-START
                THRU END-6100-NOMME-BRANCHE.
           CALL 'CBL_DELETE_FILE' USING WS-FIC-BRANCHE.
           MOVE 0 TO RETURN-CODE.
           STRING 'CHAINE_BRANCHE=' WS-NUM-BRANCHE
                  ' CHAINE_DATE=' WS-DATE-CHAINE ' '
                  FUNCTION TRIM(WS-CMD-BRANCHE) ' > '
                  FUNCTION TRIM(WS-FIC-BRANCHE-LOG) ' 2>&1 & '
           DELIMITED BY SIZE
           INTO WS-COMMANDE WITH POINTER WS-PTR-CMD.
           INITIALIZE MSG-ZONE.
           MOVE 0115 TO MSG-NUMERO.
           MOVE WS-NUM-BRANCHE TO MSG-SUBST1.
           MOVE WS-FIC-BRANCHE-LOG TO MSG-SUBST2.
           PERFORM 5000-EMET-MESSAGE-START
                THRU END-5000-EMET-MESSAGE.
       END-3810-PREPARE-BRANCHE.
           EXIT.

      *    Compte rendu de la branche WS-IND-BR : chaque étape en
      *    attente dans la console prend l'état, le code retour et
      *    les heures rendus par le processus de la branche
       3850-RELIT-BRANCHE-START.
           MOVE WS-IND-BR TO WS-NUM-BRANCHE.
           PERFORM 6100-NOMME-BRANCHE-START
                THRU END-6100-NOMME-BRANCHE.
           OPEN INPUT F-BRANCHE.
           IF NOT WS-STAT-FBRANCHEOK
              CLOSE F-BRANCHE
              GO TO END-3850-RELIT-BRANCHE
           END-IF.
           READ F-BRANCHE.
           PERFORM UNTIL WS-STAT-FBRANCHEFIN
              IF (BRA-NUM NUMERIC) AND (BRA-NUM > 0)
                 AND (BRA-NUM <= WS-NB-ETAPE)
                 MOVE BRA-NUM TO WS-IND-ETAPE
                 IF (WS-ETAPE-PRG(WS-IND-ETAPE) = BRA-PRG)
                    AND (WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-IND-BR)
                    AND (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                    AND (BRA-ETAT NOT = 'EN ATTENTE')
                    MOVE BRA-ETAT TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                    IF BRA-RC NUMERIC
                       MOVE BRA-RC TO WS-ETAPE-RC(WS-IND-ETAPE)
                    END-IF
                    MOVE BRA-DEBUT TO WS-ETAPE-DEBUT(WS-IND-ETAPE)
                    MOVE BRA-FIN TO WS-ETAPE-HORO(WS-IND-ETAPE)
                    IF BRA-ETAT = 'EN COURS'
                       PERFORM 3870-SIGNALE-ETAPE-START
                            THRU END-3870-SIGNALE-ETAPE
                    END-IF
                    PERFORM 3860-COMPTE-ETAPE-START
                         THRU END-3860-COMPTE-ETAPE
                 END-IF
              END-IF
              READ F-BRANCHE
           END-PERFORM.
           CLOSE F-BRANCHE.
       END-3850-RELIT-BRANCHE.
           EXIT.

      *    Compte de l'étape WS-IND-ETAPE menée par sa branche ; une
      *    étape restée en cours compte en erreur
       3860-COMPTE-ETAPE-START.
           EVALUATE WS-ETAPE-ETAT(WS-IND-ETAPE)
              WHEN 'OK'
                 ADD 1 TO WS-NB-OK
              WHEN 'NON LANCEE'
                 MOVE 1 TO WS-CHAINE-KO
                 ADD 1 TO WS-NB-BLOQUEES
              WHEN 'EN COURS'
                 MOVE 'EN ERREUR' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 MOVE 1 TO WS-CHAINE-KO
                 ADD 1 TO WS-NB-KO
              WHEN OTHER
                 MOVE 1 TO WS-CHAINE-KO
                 ADD 1 TO WS-NB-KO
           END-EVALUATE.
       END-3860-COMPTE-ETAPE.
           EXIT.

      *    Etape de la branche restée sans compte rendu (processus
      *    arrêté avant elle) ou laissée en cours (arrêté pendant)
       3870-SIGNALE-ETAPE-START.
           MOVE WS-ETAPE-BRANCHE(WS-IND-ETAPE) TO WS-NUM-BRANCHE.
           PERFORM 6100-NOMME-BRANCHE-START
                THRU END-6100-NOMME-BRANCHE.
           INITIALIZE MSG-ZONE.
           MOVE 0117 TO MSG-NUMERO.
           MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1.
           MOVE WS-FIC-BRANCHE-LOG TO MSG-SUBST2.
           PERFORM 5000-EMET-MESSAGE-START
                THRU END-5000-EMET-MESSAGE.
       END-3870-SIGNALE-ETAPE.
           EXIT.

      *    Processus d'une branche : la chaine du jour est relue de
      *    chaine-etat.txt telle que la console l'a préparée, le
      *    graphe reconstruit de chaine-fichiers.txt, puis les
      *    étapes de la branche sont menées dans l'ordre de leurs
      *    dépendances ; le compte rendu chaine-etat-nn.txt est
      *    réécrit après chaque étape
       6000-MENE-BRANCHE-START.
           IF WS-BRANCHE-X NOT NUMERIC
              DISPLAY 'NUMERO DE BRANCHE INVALIDE :' SPACE WS-BRANCHE-X
              GO TO END-6000-MENE-BRANCHE
           END-IF.
           MOVE WS-BRANCHE-9 TO WS-NUM-BRANCHE.
           PERFORM 6100-NOMME-BRANCHE-START
                THRU END-6100-NOMME-BRANCHE.
           SET WS-MODE-BRANCHE TO TRUE.
           PERFORM 1500-CHARGE-FICHIERS-START
                THRU END-1500-CHARGE-FICHIERS.
      *    la date de la chaine est celle de la console, même si la
      *    branche démarre après minuit
           ACCEPT WS-DATE-CHAINE FROM ENVIRONMENT 'CHAINE_DATE'.
           IF WS-DATE-CHAINE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CHAINE
           END-IF.
           PERFORM 3020-CHARGE-ETAT-START
                THRU END-3020-CHARGE-ETAT.
           MOVE 0 TO WS-NB-ETAPE.
           PERFORM VARYING WS-IND-ETAT FROM 1 BY 1
                 UNTIL (WS-IND-ETAT > WS-NB-ETAT)
              ADD 1 TO WS-NB-ETAPE
              MOVE WS-ETAT-PRG(WS-IND-ETAT) TO WS-ETAPE-PRG(WS-NB-ETAPE)
              MOVE WS-ETAT-ETAT(WS-IND-ETAT)
                 TO WS-ETAPE-ETAT(WS-NB-ETAPE)
              MOVE WS-ETAT-RC(WS-IND-ETAT) TO WS-ETAPE-RC(WS-NB-ETAPE)
              MOVE WS-ETAT-HORO(WS-IND-ETAT)
                 TO WS-ETAPE-HORO(WS-NB-ETAPE)
              MOVE SPACES TO WS-ETAPE-DEBUT(WS-NB-ETAPE)
              MOVE 0 TO WS-ETAPE-DUREE(WS-NB-ETAPE)
                        WS-ETAPE-ERR-PARAM(WS-NB-ETAPE)
           END-PERFORM.
           PERFORM 3400-CONSTRUIT-GRAPHE-START
                THRU END-3400-CONSTRUIT-GRAPHE.
           IF (WS-NUM-BRANCHE = 0)
              OR (WS-NUM-BRANCHE > WS-NB-BRANCHES)
              DISPLAY 'BRANCHE' SPACE WS-NUM-BRANCHE SPACE
                 'ABSENTE DE LA CHAINE DU JOUR'
              GO TO END-6000-MENE-BRANCHE
           END-IF.
           MOVE 'N' TO WS-ORDO-FINI.
           PERFORM UNTIL WS-ORDO-EST-FINI
              MOVE 0 TO WS-NB-ACTIONS-TOUR
              MOVE WS-NUM-BRANCHE TO WS-IND-BR
              PERFORM 3510-ETAPE-SUIVANTE-START
                   THRU END-3510-ETAPE-SUIVANTE
              IF WS-NB-ACTIONS-TOUR = 0
                 SET WS-ORDO-EST-FINI TO TRUE
              END-IF
           END-PERFORM.
      *    étapes de la branche restées en attente : dépendance
      *    circulaire dans chaine-fichiers.txt
           PERFORM VARYING WS-IND-ETAPE FROM 1 BY 1
                 UNTIL (WS-IND-ETAPE > WS-NB-ETAPE)
              IF (WS-ETAPE-BRANCHE(WS-IND-ETAPE) = WS-NUM-BRANCHE)
                 AND (WS-ETAPE-ETAT(WS-IND-ETAPE) = 'EN ATTENTE')
                 MOVE 'NON LANCEE' TO WS-ETAPE-ETAT(WS-IND-ETAPE)
                 INITIALIZE MSG-ZONE
                 MOVE 0113 TO MSG-NUMERO
                 MOVE WS-ETAPE-PRG(WS-IND-ETAPE) TO MSG-SUBST1
                 PERFORM 5000-EMET-MESSAGE-START
                      THRU END-5000-EMET-MESSAGE
              END-IF
           END-PERFORM.
           PERFORM 3200-ECRIT-ETAT-START
                THRU END-3200-ECRIT-ETAT.
       END-6000-MENE-BRANCHE.
           EXIT.

      *    Noms du compte rendu et de la trace de la branche
      *    WS-NUM-BRANCHE
       6100-NOMME-BRANCHE-START.
           MOVE SPACES TO WS-FIC-BRANCHE WS-FIC-BRANCHE-LOG.
           STRING 'chaine-etat-' WS-NUM-BRANCHE '.txt'
           DELIMITED BY SIZE
           INTO WS-FIC-BRANCHE.
           STRING 'chaine-branche-' WS-NUM-BRANCHE '.log'
           DELIMITED BY SIZE
           INTO WS-FIC-BRANCHE-LOG.
       END-6100-NOMME-BRANCHE.
           EXIT.

      *    Compte rendu de la branche : une ligne par étape de la
      *    branche, réécrit après chaque étape
       6200-ECRIT-BRANCHE-START.
           OPEN OUTPUT F-BRANCHE.
           IF NOT WS-STAT-FBRANCHEOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE
                 FUNCTION TRIM(WS-FIC-BRANCHE) SPACE WS-STAT-FBRANCHE
              GO TO END-6200-ECRIT-BRANCHE
           END-IF.
           PERFORM VARYING WS-IND-ETAT FROM 1 BY 1
                 UNTIL (WS-IND-ETAT > WS-NB-ETAPE)
              IF WS-ETAPE-BRANCHE(WS-IND-ETAT) = WS-NUM-BRANCHE
                 MOVE SPACES TO REC-BRANCHE
                 MOVE WS-IND-ETAT TO BRA-NUM
                 MOVE WS-ETAPE-PRG(WS-IND-ETAT) TO BRA-PRG
                 MOVE WS-ETAPE-ETAT(WS-IND-ETAT) TO BRA-ETAT
                 MOVE WS-ETAPE-RC(WS-IND-ETAT) TO BRA-RC
                 MOVE WS-ETAPE-DEBUT(WS-IND-ETAT) TO BRA-DEBUT
                 MOVE WS-ETAPE-HORO(WS-IND-ETAT) TO BRA-FIN
                 WRITE REC-BRANCHE
              END-IF
           END-PERFORM.
           CLOSE F-BRANCHE.
       END-6200-ECRIT-BRANCHE.
           EXIT.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       5000-EMET-MESSAGE-START.
      *    sauf étape nommée par l'appelant, le message est celui
      *    de la console
           IF MSG-PROGRAMME = SPACES
              MOVE 'chaineop' TO MSG-PROGRAMME
           END-IF.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE

      *=============================================================*
      *    Retour arrière d'un fichier de sortie versionné.         *
      *    genver garde, avant chaque réécriture, la version        *
      *    précédente des fichiers de genver-catalogue.txt comme    *
      *    génération <fichier>.Gnnnn. Ce programme liste les       *
      *    fichiers du catalogue, puis les générations gardées      *
      *    du fichier demandé, de la plus récente (-1) à la plus    *
      *    ancienne, avec date, programme et nombre de lignes.      *
      *    La génération choisie est ramenée sur le fichier, sous   *
      *    verrou et après confirmation ; la version courante est   *
      *    elle aussi gardée avant d'être remplacée. Le retour      *
      *    arrière est tracé au journal des exécutions (statut      *
      *    RETOUR, LUS = rang de la génération, ECRITS = lignes     *
      *    ramenées).                                               *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : il faut le droit de mise à jour ; un   *
      *    refus est tracé au journal (statut REFUSE).              *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genrest.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    fichiers versionnés, tenu à la main
           SELECT F-CATALOGUE
           ASSIGN TO 'genver-catalogue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCAT.

      *    générations gardées, tenu par genver
           SELECT F-INVENTAIRE
           ASSIGN TO 'genver-inventaire.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FINV.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que dans genver
       FD  F-CATALOGUE
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CATALOGUE.
           05 CAT-FICHIER      PIC X(40).
           05 FILLER           PIC X.
           05 CAT-LIMITE       PIC 99.

      * même dessin que l'écriture faite par genver
       FD  F-INVENTAIRE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
       01  REC-INVENTAIRE.
           05 INV-FICHIER      PIC X(40).
           05 FILLER           PIC X.
           05 INV-GENERATION   PIC 9(4).
           05 FILLER           PIC X.
           05 INV-NOM          PIC X(52).
           05 FILLER           PIC X.
           05 INV-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 INV-NB-ENREG     PIC 9(6).
           05 FILLER           PIC X.
           05 INV-PROGRAMME    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FCAT       PIC XX                    .
       88  WS-STAT-FCATOK                  VALUE '00'   .
       88  WS-STAT-FCATFIN                 VALUE '10'   .
       88  WS-STAT-FCATNOFILE              VALUE '35'   .
       01  WS-STAT-FINV       PIC XX                    .
       88  WS-STAT-FINVOK                  VALUE '00'   .
       88  WS-STAT-FINVFIN                 VALUE '10'   .
       88  WS-STAT-FINVNOFILE              VALUE '35'   .

      *    choix saisis par l'opérateur ; le rang se donne avec ou
      *    sans le signe moins affiché dans la liste
       01  WS-SAISIE-FICHIER  PIC X(40)     VALUE SPACES .
       01  WS-SAISIE-RANG     PIC X(3)      VALUE SPACES .
       01  WS-RANG-X          PIC X(2)      VALUE SPACES .
       01  WS-RANG-9 REDEFINES WS-RANG-X    PIC 99.
       01  WS-SAISIE-CONFIRM  PIC X         VALUE SPACE  .
       88  WS-CONFIRME                     VALUE 'O' 'o' .

      *    générations du fichier demandé, dans l'ordre de
      *    l'inventaire (la plus ancienne en tête)
       01  WS-NB-CAT          PIC 99        VALUE 0      .
       01  WS-IND-GE          PIC 99        VALUE 0      .
       01  WS-RANG            PIC 99        VALUE 0      .
       01  WS-GENERATIONS.
           03 WS-NB-GE        PIC 99        VALUE 0      .
           03 WS-GE-TAB  OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-NB-GE
                          INDEXED BY IDX-GE.
              05 WS-GE-NUM       PIC 9(4)                .
              05 WS-GE-HORODATE  PIC X(14)               .
              05 WS-GE-NB        PIC 9(6)                .
              05 WS-GE-PROGRAMME PIC X(8)                .

      *    présentation d'une génération de la liste
       01  WS-LIG-GEN.
           05 FILLER          PIC X         VALUE SPACE  .
           05 WS-LG-RANG      PIC --9                    .
           05 FILLER          PIC X(4)      VALUE ' : G' .
           05 WS-LG-NUM       PIC 9(4)                   .
           05 FILLER          PIC X(4)      VALUE ' DU ' .
           05 WS-LG-JJ        PIC XX                     .
           05 FILLER          PIC X         VALUE '/'    .
           05 WS-LG-MM        PIC XX                     .
           05 FILLER          PIC X         VALUE '/'    .
           05 WS-LG-AAAA      PIC X(4)                   .
           05 FILLER          PIC X         VALUE SPACE  .
           05 WS-LG-HH        PIC XX                     .
           05 FILLER          PIC X         VALUE ':'    .
           05 WS-LG-MI        PIC XX                     .
           05 FILLER          PIC X(5)      VALUE ' PAR ' .
           05 WS-LG-PROGRAMME PIC X(8)                   .
           05 FILLER          PIC X(2)      VALUE ' ('   .
           05 WS-LG-NB        PIC ZZZZZ9                 .
           05 FILLER          PIC X(10)     VALUE ' LIGNE(S))' .

       01  WS-GEN-LIB         PIC X(12)     VALUE SPACES .

      * zone d'échange du versionnement des fichiers de sortie
      * (genver)
           COPY GENVER.

      * zone d'échange du gestionnaire de verrous (verrou) : le
      * producteur ne doit pas réécrire le fichier pendant le
      * retour arrière
           COPY VERROU.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du catalogue central de messages (msglib) :
      * les erreurs opérateur sortent numérotées, indexables par
      * les runbooks
           COPY MSGLIB.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : ramener une génération réécrit le fichier
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           DISPLAY 'RETOUR ARRIERE D''UN FICHIER VERSIONNE'.
           PERFORM CONTROLE-ACCES.
           PERFORM LISTE-CATALOGUE THRU LISTE-CATALOGUE-FIN.
           DISPLAY 'FICHIER A RAMENER (TEL QUE CI-DESSUS) :'.
           ACCEPT WS-SAISIE-FICHIER.

           PERFORM CHERCHE-GENERATIONS THRU CHERCHE-GENERATIONS-FIN.
           IF WS-NB-GE = 0
              DISPLAY 'AUCUNE GENERATION GARDEE POUR' SPACE
                 FUNCTION TRIM(WS-SAISIE-FICHIER)
              STOP RUN
           END-IF.

      *    la plus récente d'abord : rang 1 = dernière de la table
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-GE
              COMPUTE WS-IND-GE = WS-NB-GE - WS-RANG + 1
              PERFORM AFFICHE-GENERATION
           END-PERFORM.
           DISPLAY 'GENERATION A RAMENER (-1 = LA PLUS RECENTE, '
              'BLANC = LISTE SEULE) :'.
           ACCEPT WS-SAISIE-RANG.
           IF WS-SAISIE-RANG = SPACES
              STOP RUN
           END-IF.
           IF WS-SAISIE-RANG(1:1) = '-'
              MOVE WS-SAISIE-RANG(2:2) TO WS-RANG-X
           ELSE
              MOVE WS-SAISIE-RANG(1:2) TO WS-RANG-X
           END-IF.
      *    un seul chiffre saisi : cadré à droite
           IF WS-RANG-X(2:1) = SPACE
              MOVE WS-RANG-X(1:1) TO WS-RANG-X(2:1)
              MOVE '0' TO WS-RANG-X(1:1)
           END-IF.
           IF (WS-RANG-9 NOT NUMERIC)
              OR (WS-RANG-9 = 0)
              OR (WS-RANG-9 > WS-NB-GE)
              DISPLAY 'CHOIX INVALIDE :' SPACE WS-SAISIE-RANG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RANG-9 TO WS-RANG.
           COMPUTE WS-IND-GE = WS-NB-GE - WS-RANG + 1.

           PERFORM AFFICHE-GENERATION.
           DISPLAY 'CONFIRMEZ LE RETOUR ARRIERE DE' SPACE
              FUNCTION TRIM(WS-SAISIE-FICHIER)
              ' SUR CETTE GENERATION (O/N) :'.
           ACCEPT WS-SAISIE-CONFIRM.
           IF NOT WS-CONFIRME
              DISPLAY 'RETOUR ARRIERE ABANDONNE - FICHIER INCHANGE'
              STOP RUN
           END-IF.

           PERFORM RAMENE-GENERATION THRU RAMENE-GENERATION-FIN.
           PERFORM ECRIT-JOURNAL.
      * 0000-MAIN-END
           STOP RUN.

      *    L'opérateur s'identifie : il faut le droit de mise à jour
      *    sur genrest ; un refus est émis et tracé par autoris, et
      *    laissé au journal des exécutions
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           DISPLAY 'VOTRE IDENTIFIANT ?'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'genrest' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Affiche les fichiers catalogués et leur nombre de
      *    générations gardées
       LISTE-CATALOGUE.
           OPEN INPUT F-CATALOGUE.
           IF WS-STAT-FCATNOFILE
              DISPLAY 'GENVER-CATALOGUE.TXT INTROUVABLE - AUCUN '
                 'FICHIER VERSIONNE'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-STAT-FCATOK
              DISPLAY 'CODE RETOUR D''ERREUR CATALOGUE' SPACE
                 WS-STAT-FCAT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'FICHIERS VERSIONNES :'.
           READ F-CATALOGUE.
           PERFORM UNTIL WS-STAT-FCATFIN
              IF (CAT-FICHIER NOT = SPACES)
                 AND (CAT-FICHIER(1:1) NOT = '*')
                 ADD 1 TO WS-NB-CAT
                 DISPLAY '  ' FUNCTION TRIM(CAT-FICHIER)
                    ' (' CAT-LIMITE ' GENERATION(S) GARDEE(S))'
              END-IF
              READ F-CATALOGUE
           END-PERFORM.
           CLOSE F-CATALOGUE.
       LISTE-CATALOGUE-FIN.
           EXIT.

      *    Relit l'inventaire et retient les générations du fichier
      *    demandé ; au-delà de 50, les plus anciennes sont
      *    écartées de la liste
       CHERCHE-GENERATIONS.
           OPEN INPUT F-INVENTAIRE.
           IF WS-STAT-FINVNOFILE
              GO TO CHERCHE-GENERATIONS-FIN
           END-IF.
           IF NOT WS-STAT-FINVOK
              DISPLAY 'CODE RETOUR D''ERREUR INVENTAIRE' SPACE
                 WS-STAT-FINV
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-INVENTAIRE.
           PERFORM UNTIL WS-STAT-FINVFIN
              IF INV-FICHIER = WS-SAISIE-FICHIER
                 IF WS-NB-GE >= 50
                    PERFORM VARYING WS-IND-GE FROM 1 BY 1
                            UNTIL WS-IND-GE >= 50
                       MOVE WS-GE-TAB(WS-IND-GE + 1)
                         TO WS-GE-TAB(WS-IND-GE)
                    END-PERFORM
                 ELSE
                    ADD 1 TO WS-NB-GE
                 END-IF
                 MOVE INV-GENERATION TO WS-GE-NUM(WS-NB-GE)
                 MOVE INV-HORODATE   TO WS-GE-HORODATE(WS-NB-GE)
                 MOVE INV-NB-ENREG   TO WS-GE-NB(WS-NB-GE)
                 MOVE INV-PROGRAMME  TO WS-GE-PROGRAMME(WS-NB-GE)
              END-IF
              READ F-INVENTAIRE
           END-PERFORM.
           CLOSE F-INVENTAIRE.
       CHERCHE-GENERATIONS-FIN.
           EXIT.

      *    Une ligne de la liste pour la génération WS-IND-GE,
      *    au rang WS-RANG
       AFFICHE-GENERATION.
           COMPUTE WS-LG-RANG = 0 - WS-RANG.
           MOVE WS-GE-NUM(WS-IND-GE)       TO WS-LG-NUM.
           MOVE WS-GE-HORODATE(WS-IND-GE)(7:2)  TO WS-LG-JJ.
           MOVE WS-GE-HORODATE(WS-IND-GE)(5:2)  TO WS-LG-MM.
           MOVE WS-GE-HORODATE(WS-IND-GE)(1:4)  TO WS-LG-AAAA.
           MOVE WS-GE-HORODATE(WS-IND-GE)(9:2)  TO WS-LG-HH.
           MOVE WS-GE-HORODATE(WS-IND-GE)(11:2) TO WS-LG-MI.
           MOVE WS-GE-PROGRAMME(WS-IND-GE) TO WS-LG-PROGRAMME.
           MOVE WS-GE-NB(WS-IND-GE)        TO WS-LG-NB.
           DISPLAY WS-LIG-GEN.

      *    Ramène le fichier sur la génération choisie, sous le
      *    verrou du fichier : un producteur lancé en même temps
      *    écraserait le retour arrière
       RAMENE-GENERATION.
           INITIALIZE VR-ZONE.
           MOVE 'P' TO VR-ACTION.
           MOVE WS-SAISIE-FICHIER TO VR-DATASET.
           MOVE 'genrest' TO VR-PROGRAMME.
           CALL 'verrou' USING BY REFERENCE VR-ZONE
              ON EXCEPTION
      *          gestionnaire absent du load : pas de contrôle
                 MOVE 0 TO VR-RC
           END-CALL.
           IF VR-RC NOT = 0
              INITIALIZE MSG-ZONE
              MOVE 0414 TO MSG-NUMERO
              MOVE WS-SAISIE-FICHIER TO MSG-SUBST1
              MOVE VR-TENU-PAR TO MSG-SUBST2
              PERFORM EMET-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO RAMENE-GENERATION-FIN
           END-IF.

           INITIALIZE GV-ZONE.
           MOVE 'R' TO GV-ACTION.
           MOVE WS-SAISIE-FICHIER TO GV-FICHIER.
           MOVE 'genrest' TO GV-PROGRAMME.
           MOVE WS-GE-NUM(WS-IND-GE) TO GV-GENERATION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
                 MOVE 2 TO GV-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

           INITIALIZE MSG-ZONE.
           MOVE WS-SAISIE-FICHIER TO MSG-SUBST1.
           IF GV-RC = 0
              COMPUTE WS-LG-RANG = 0 - WS-RANG
              STRING 'G' GV-GENERATION ' (' FUNCTION TRIM(WS-LG-RANG)
                 ')'
                 DELIMITED BY SIZE INTO WS-GEN-LIB
              MOVE WS-GEN-LIB TO MSG-SUBST2
              MOVE 0121 TO MSG-NUMERO
           ELSE
              MOVE GV-RC TO MSG-SUBST2
              MOVE 0122 TO MSG-NUMERO
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM EMET-MESSAGE.

           MOVE 'L' TO VR-ACTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'verrou' USING BY REFERENCE VR-ZONE
              ON EXCEPTION
                 CONTINUE
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       RAMENE-GENERATION-FIN.
           EXIT.

      *    Trace le retour arrière au journal des exécutions : LUS
      *    porte le rang de la génération ramenée, ECRITS les lignes
      *    remises en place
       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'genrest' TO JR-PROGRAMME.
           MOVE WS-RANG TO JR-NB-LUS.
           MOVE 0 TO JR-NB-REJETS.
      *    accès refusé : rien n'a été ramené
           IF JR-STATUT = 'REFUSE'
              MOVE 0 TO JR-NB-ECRITS
           ELSE
              IF WS-RC-SAUVE = 0
                 MOVE GV-NB-ENREG TO JR-NB-ECRITS
                 MOVE 'RETOUR' TO JR-STATUT
              ELSE
                 MOVE 0 TO JR-NB-ECRITS
                 MOVE 'ERREUR' TO JR-STATUT
              END-IF
           END-IF.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       EMET-MESSAGE.
           MOVE 'genrest' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

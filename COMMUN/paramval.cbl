      *=============================================================*
      *    Validation des fichiers paramètres avant exploitation.   *
      *    paramchk contrôle les fichiers décrits dans              *
      *    param-registre.txt (lignes attendues, colonnes, types,   *
      *    valeurs permises). Ce programme lance le contrôle de     *
      *    tous les fichiers du registre, ou seulement de ceux que  *
      *    lisent les programmes listés dans paramval-param.txt     *
      *    (un nom de programme par ligne, par exemple les étapes   *
      *    de la chaine du jour), et laisse le détail des erreurs   *
      *    (fichier, ligne, colonne) dans rapport-parametres.txt.   *
      *    chaineop fait le même contrôle avant de lancer la        *
      *    chaine, pour les fichiers de chacune de ses étapes.      *
      *    Code retour 4 si des erreurs sont relevées, 12 si le     *
      *    registre est absent.                                     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paramval.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    programmes dont les fichiers sont à contrôler ; absent
      *    ou vide = tout le registre
           SELECT F-PARAM
           ASSIGN TO 'paramval-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAM
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-PROGRAMME    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMFIN               VALUE '10'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

       01  WS-IND-PRG         PIC 99        VALUE 0      .
       01  WS-PROGRAMMES.
           03 WS-NB-PRG       PIC 99        VALUE 0      .
           03 WS-PRG-TAB  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-NB-PRG.
              05 WS-PRG       PIC X(8)                   .

       01  WS-NB-FICHIERS     PIC 9(6)      VALUE 0      .
       01  WS-NB-ERREURS      PIC 9(6)      VALUE 0      .
       01  WS-REGISTRE        PIC X         VALUE 'O'    .
       88  WS-REGISTRE-ABSENT              VALUE 'N'    .
       01  WS-NB-ED           PIC ZZZZZ9                 .
       01  WS-NB-ED2          PIC ZZZZZ9                 .

      * zone d'échange du contrôle des fichiers paramètres
      * (paramchk)
           COPY PARAMCHK.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           DISPLAY 'CONTROLE DES FICHIERS PARAMETRES'.
           PERFORM CHARGE-PROGRAMMES.

           IF WS-NB-PRG = 0
              INITIALIZE PC-ZONE
              SET PC-RAPPORT-NOUVEAU TO TRUE
              PERFORM CONTROLE
           ELSE
              PERFORM VARYING WS-IND-PRG FROM 1 BY 1
                    UNTIL WS-IND-PRG > WS-NB-PRG
                 INITIALIZE PC-ZONE
                 MOVE WS-PRG(WS-IND-PRG) TO PC-PROGRAMME
                 IF WS-IND-PRG = 1
                    SET PC-RAPPORT-NOUVEAU TO TRUE
                 ELSE
                    SET PC-RAPPORT-SUITE TO TRUE
                 END-IF
                 PERFORM CONTROLE
              END-PERFORM
           END-IF.

           MOVE WS-NB-FICHIERS TO WS-NB-ED.
           MOVE WS-NB-ERREURS TO WS-NB-ED2.
           DISPLAY FUNCTION TRIM(WS-NB-ED) ' FICHIER(S) CONTROLE(S), '
              FUNCTION TRIM(WS-NB-ED2) ' ERREUR(S) - DETAIL DANS '
              'RAPPORT-PARAMETRES.TXT'.
           PERFORM ECRIT-JOURNAL.
           IF WS-REGISTRE-ABSENT
              DISPLAY 'PARAM-REGISTRE.TXT ABSENT OU ILLISIBLE - AUCUN '
                 'CONTROLE'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-NB-ERREURS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

      *    Programmes demandés, sans doublon
       CHARGE-PROGRAMMES.
           OPEN INPUT F-PARAM.
           IF NOT WS-STAT-FPARAMOK
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
              CLOSE F-PARAM
           ELSE
              READ F-PARAM
              PERFORM UNTIL WS-STAT-FPARAMFIN OR (WS-NB-PRG >= 20)
                 IF (PAR-PROGRAMME NOT = SPACES)
                    AND (PAR-PROGRAMME(1:1) NOT = '*')
                    PERFORM AJOUTE-PROGRAMME
                 END-IF
                 READ F-PARAM
              END-PERFORM
              CLOSE F-PARAM
           END-IF.

       AJOUTE-PROGRAMME.
           PERFORM VARYING WS-IND-PRG FROM 1 BY 1
                 UNTIL (WS-IND-PRG > WS-NB-PRG)
                 OR (WS-PRG(WS-IND-PRG) = PAR-PROGRAMME)
              CONTINUE
           END-PERFORM.
           IF WS-IND-PRG > WS-NB-PRG
              ADD 1 TO WS-NB-PRG
              MOVE PAR-PROGRAMME TO WS-PRG(WS-NB-PRG)
           END-IF.

      *    Un passage de paramchk, cumulé au bilan
       CONTROLE.
           CALL 'paramchk' USING BY REFERENCE PC-ZONE.
           IF PC-RC = 2
              SET WS-REGISTRE-ABSENT TO TRUE
           END-IF.
           ADD PC-NB-FICHIERS TO WS-NB-FICHIERS.
           ADD PC-NB-ERREURS TO WS-NB-ERREURS.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'paramval' TO JR-PROGRAMME.
           MOVE WS-NB-FICHIERS TO JR-NB-LUS.
           MOVE 0 TO JR-NB-ECRITS.
           MOVE WS-NB-ERREURS TO JR-NB-REJETS.
           IF WS-REGISTRE-ABSENT
              MOVE 'ERREUR' TO JR-STATUT
           ELSE
              MOVE 'OK' TO JR-STATUT
           END-IF.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

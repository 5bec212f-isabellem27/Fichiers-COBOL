      *       ensuite la charge (payé + provision) aux primes du    *
      *       portefeuille (contrats-master.dat), par type de       *
      *       contrat puis par groupe.                              *
      *       Le ratio de chaque groupe est aussi écrit dans        *
      *       sinistralite-groupes.dat pour la tarification des     *
      *       renouvellements (tarifren).                           *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

      *    sinistralité par groupe, relue par tarifren
           SELECT F-GROUPES
           ASSIGN TO 'sinistralite-groupes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FGRP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SINISTRE
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(140).

      * un groupe : primes, charge et ratio charge/primes en %
       FD  F-GROUPES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REC-GROUPE.
           05 SG-GRP           PIC X(14)  .
           05 SG-PRIME         PIC 9(8)V99.
           05 SG-CHARGE        PIC 9(8)V99.
           05 SG-RATIO         PIC 9(3)V99.
           05 FILLER           PIC X      .

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FSIN       PIC XX                    .
       88  WS-STAT-FREJETOK                VALUE '00'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .
       01  WS-STAT-FGRP       PIC XX                    .
       88  WS-STAT-FGRPOK                  VALUE '00'   .

      * découpage d'une ligne de sinistre
       01  WS-SIN-NUM-X       PIC X(8)      VALUE SPACES.
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      ***************************************************************
      * Exécution du programme
      ***************************************************************
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'sinistre' TO JR-PROGRAMME.
           MOVE WS-NB-SINISTRES TO JR-NB-LUS.
           MOVE WS-NB-ACCEPTES  TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Primes du portefeuille (fichier maitre) cumulées par type
      *    de contrat et par groupe, pour le dénominateur du ratio
           WRITE REC-RAPPORT.
           MOVE 'PAR GROUPE D''ASSURES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN OUTPUT F-GROUPES.
           PERFORM VARYING WS-IND-GR FROM 1 BY 1
                   UNTIL (WS-IND-GR > WS-NB-GR)
              MOVE WS-GR-PRIME(WS-IND-GR)  TO WS-PRIME-CHAR
              MOVE WS-GR-CHARGE(WS-IND-GR) TO WS-CHARGE-CHAR
              PERFORM CALC-RATIO-GROUPE
              MOVE SPACES                  TO REC-GROUPE
              MOVE WS-GR-LIB(WS-IND-GR)    TO SG-GRP
              MOVE WS-GR-PRIME(WS-IND-GR)  TO SG-PRIME
              MOVE WS-GR-CHARGE(WS-IND-GR) TO SG-CHARGE
              MOVE WS-RATIO                TO SG-RATIO
              WRITE REC-GROUPE
              INITIALIZE WS-LIG-RAP
              STRING 'GROUPE ' WS-GR-LIB(WS-IND-GR)
                     ' PRIMES ' WS-PRIME-CHAR
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.
           CLOSE F-GROUPES.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

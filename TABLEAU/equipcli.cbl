      *=============================================================*
      *    Equipement des clients : liste de vente croisée          *
      *    Pour chaque client de clients.dat, les contrats ACTIF    *
      *    auxquels il est lié dans souscripteurs.dat (tous rôles   *
      *    confondus, fichier tenu par gestsous) sont relus dans    *
      *    le maitre contrats-master.dat et leurs types comptés.    *
      *    Les clients qui ne détiennent qu'un seul type de         *
      *    contrat partent dans equipement-clients.dat avec leurs   *
      *    coordonnées, pour l'équipe commerciale ; les clients     *
      *    multi-équipés et sans contrat actif sont comptés.        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. equipcli.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT
               ASSIGN TO 'clients.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FCLIENT.

      *    liens client - contrat - rôle, tenus par gestsous
           SELECT F-LIEN
               ASSIGN TO 'souscripteurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FLIEN.

      *    maitre des contrats écrit par filelect
           SELECT FIC-MASTER
               ASSIGN TO 'contrats-master.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FICMASTER.

           SELECT F-EQUIPEMENT
               ASSIGN TO 'equipement-clients.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FEQUIP.

       DATA DIVISION.
       FILE SECTION.
      *    dessin v2 (migration migcli)
       FD  F-CLIENT
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CLIENT.
           03 REC-CLID          PIC 9(4).
           03 REC-CLNOM         PIC X(12).
           03 REC-CLPREN        PIC X(13).
           03 REC-CLNUM         PIC 9(4).
           03 REC-CLTEL         PIC X(10).
           03 REC-CLMAIL        PIC X(30).

      *    même dessin que l'écriture faite par gestsous
       FD  F-LIEN
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LIEN.
           03 REC-SCCLID        PIC 9(4).
           03 REC-SCAGAID       PIC 9(8).
           03 REC-SCROLE        PIC X.
           03 REC-SCDATE        PIC X(8).

      *    même dessin que l'écriture faite par ECRIT-MASTER de
      *    filelect
       FD  FIC-MASTER
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  E-REC-MASTER         PIC X(150).
       01  ENR-MASTER-DET REDEFINES E-REC-MASTER.
           03 FILLER            PIC X(3).
           03 MA-AGAID          PIC 9(8).
           03 FILLER            PIC X(3).
           03 MA-AGAGRP         PIC X(14).
           03 FILLER            PIC X(3).
           03 MA-AGATYP         PIC X(16).
           03 FILLER            PIC X(3).
           03 MA-AGALIB         PIC X(41).
           03 FILLER            PIC X(3).
           03 MA-CLACT          PIC X(10).
           03 FILLER            PIC X(3).
           03 MA-AGADDEB        PIC X(8).
           03 FILLER            PIC X(3).
           03 MA-AGADFIN        PIC X(8).
           03 FILLER            PIC X(3).
           03 MA-AGAMNT         PIC 9(6)V99.
           03 FILLER            PIC X(3).
           03 MA-AGCURR         PIC X(3).
           03 FILLER            PIC X(3).
           03 MA-AGASRC         PIC X(1).

       FD  F-EQUIPEMENT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EQUIPEMENT     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FCLIENT     PIC XX.
           88 WS-STAT-FCLIENT-OK           VALUE '00'.
           88 WS-STAT-FCLIENT-EOF          VALUE '10'.
           88 WS-STAT-FCLIENT-NOFILE       VALUE '35'.
       01  WS-STAT-FLIEN       PIC XX.
           88 WS-STAT-FLIEN-EOF            VALUE '10'.
           88 WS-STAT-FLIEN-NOFILE         VALUE '35'.
       01  WS-STAT-FICMASTER   PIC XX.
           88 WS-STAT-MASTEROK             VALUE '00'.
           88 WS-STAT-MASTERFIN            VALUE '10'.
           88 WS-STAT-MASTERNOFILE         VALUE '35'.
       01  WS-STAT-FEQUIP      PIC XX.
           88 WS-STAT-FEQUIP-OK            VALUE '00'.

       01  IND-TAB             PIC 99    VALUE 1.
       01  IND-LIEN            PIC 999   VALUE 0.
       01  IND-CT              PIC 9(4)  VALUE 0.
       01  IND-TYP             PIC 99    VALUE 0.

        01 WS-TAB-DATA.
            03 WS-NB-CLIENT PIC 99 VALUE 0.
            03 WS-FILLER    OCCURS 1 TO 99 TIMES
                             DEPENDING ON WS-NB-CLIENT.
                05 WS-CLID      PIC 9(4)               .
                05 WS-CLNOM     PIC X(12)              .
                05 WS-CLPREN    PIC X(13)              .
                05 WS-CLTEL     PIC X(10)              .
                05 WS-CLMAIL    PIC X(30)              .

        01 WS-TAB-LIEN.
            03 WS-NB-LIEN   PIC 999 VALUE 0.
            03 WS-LIEN      OCCURS 1 TO 999 TIMES
                             DEPENDING ON WS-NB-LIEN.
                05 WS-SCCLID    PIC 9(4)               .
                05 WS-SCAGAID   PIC 9(8)               .

      *    contrats du maitre : numéro, type et statut
        01 WS-TAB-CONTRAT.
            03 WS-NB-CT     PIC 9(4) VALUE 0.
            03 WS-CT        OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WS-NB-CT.
                05 WS-CT-AGAID  PIC 9(8)               .
                05 WS-CT-TYP    PIC X(16)              .
                05 WS-CT-ACTIF  PIC X                  .

      *    types distincts des contrats actifs du client courant
        01 WS-TAB-TYPE.
            03 WS-NB-TYP    PIC 99 VALUE 0.
            03 WS-TYP       OCCURS 20 TIMES
                                PIC X(16)              .

       01  WS-NB-CTR-ACTIF     PIC 999   VALUE 0.
       01  WS-NB-CTR-CHAR      PIC ZZ9.

      *    compteurs de fin de traitement
       01  WS-NB-MONO          PIC 9(4)  VALUE 0.
       01  WS-NB-MULTI         PIC 9(4)  VALUE 0.
       01  WS-NB-SANS          PIC 9(4)  VALUE 0.
       01  WS-NB-LIEN-INCONNU  PIC 9(4)  VALUE 0.
       01  WS-LIG-RAP          PIC X(132) VALUE SPACES.

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

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-CONTRATS THRU CHARGE-CONTRATS-FIN.
           PERFORM CHARGE-TAB-CLIENT.
           PERFORM CHARGE-TAB-LIEN.

           OPEN OUTPUT F-EQUIPEMENT.
           MOVE 'CLIENTS MONO-EQUIPES - LISTE DE VENTE CROISEE'
              TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.
           MOVE 'CLIENT NOM          PRENOM        TYPE DETENU      '
              TO WS-LIG-RAP.
           MOVE ' NB TELEPHONE  EMAIL' TO WS-LIG-RAP(52:).
           MOVE WS-LIG-RAP TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.
           MOVE ALL '=' TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.

           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > WS-NB-CLIENT
              PERFORM EQUIPEMENT-CLIENT
           END-PERFORM.

           MOVE ALL '-' TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.
           MOVE SPACES TO WS-LIG-RAP.
           STRING 'CLIENTS : ' WS-NB-CLIENT
                  '  MONO-EQUIPES : ' WS-NB-MONO
                  '  MULTI-EQUIPES : ' WS-NB-MULTI
                  '  SANS CONTRAT ACTIF : ' WS-NB-SANS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.
           IF WS-NB-LIEN-INCONNU > 0
              MOVE SPACES TO WS-LIG-RAP
              STRING 'LIENS VERS UN CONTRAT ABSENT DU MAITRE : '
                     WS-NB-LIEN-INCONNU
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-F-EQUIPEMENT
              WRITE REC-F-EQUIPEMENT
           END-IF.
           CLOSE F-EQUIPEMENT.

           DISPLAY 'CLIENTS LUS          :' SPACE WS-NB-CLIENT.
           DISPLAY 'CLIENTS MONO-EQUIPES :' SPACE WS-NB-MONO.
           DISPLAY 'CLIENTS MULTI-EQUIPES:' SPACE WS-NB-MULTI.
           DISPLAY 'SANS CONTRAT ACTIF   :' SPACE WS-NB-SANS.
           IF WS-NB-LIEN-INCONNU > 0
              DISPLAY 'LIENS VERS UN CONTRAT INCONNU :' SPACE
                 WS-NB-LIEN-INCONNU
              MOVE 4 TO RETURN-CODE
           END-IF.

      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'equipcli' TO JR-PROGRAMME.
           MOVE WS-NB-CLIENT TO JR-NB-LUS.
           MOVE WS-NB-MONO   TO JR-NB-ECRITS.
           MOVE WS-NB-LIEN-INCONNU TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-CONTRATS.
           OPEN INPUT FIC-MASTER.
           IF WS-STAT-MASTERNOFILE
              DISPLAY 'CONTRATS-MASTER.DAT INTROUVABLE - LANCEZ '
                 'D''ABORD FILELECT'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-STAT-MASTEROK
              DISPLAY 'CODE RETOUR D''ERREUR MASTER' SPACE
                 WS-STAT-FICMASTER
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ FIC-MASTER.
           PERFORM UNTIL WS-STAT-MASTERFIN
                      OR (WS-NB-CT >= 9999)
              ADD 1 TO WS-NB-CT
              MOVE MA-AGAID TO WS-CT-AGAID(WS-NB-CT)
              MOVE MA-AGATYP TO WS-CT-TYP(WS-NB-CT)
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(MA-CLACT))
                    = 'ACTIF'
                 MOVE 'O' TO WS-CT-ACTIF(WS-NB-CT)
              ELSE
                 MOVE 'N' TO WS-CT-ACTIF(WS-NB-CT)
              END-IF
              READ FIC-MASTER
           END-PERFORM.
       CHARGE-CONTRATS-FIN.
           CLOSE FIC-MASTER.

       CHARGE-TAB-CLIENT.
           OPEN INPUT F-CLIENT.
           IF WS-STAT-FCLIENT-NOFILE
              DISPLAY 'CLIENTS.DAT INTROUVABLE - AUCUN CLIENT CHARGE'
           ELSE
              READ F-CLIENT INTO REC-F-CLIENT
              PERFORM UNTIL WS-STAT-FCLIENT-EOF
                         OR (WS-NB-CLIENT >= 99)
                 ADD 1 TO WS-NB-CLIENT
                 MOVE REC-CLID   TO WS-CLID(WS-NB-CLIENT)
                 MOVE REC-CLNOM  TO WS-CLNOM(WS-NB-CLIENT)
                 MOVE REC-CLPREN TO WS-CLPREN(WS-NB-CLIENT)
                 MOVE REC-CLTEL  TO WS-CLTEL(WS-NB-CLIENT)
                 MOVE REC-CLMAIL TO WS-CLMAIL(WS-NB-CLIENT)
                 READ F-CLIENT INTO REC-F-CLIENT
              END-PERFORM
              CLOSE F-CLIENT
           END-IF.

       CHARGE-TAB-LIEN.
           OPEN INPUT F-LIEN.
           IF WS-STAT-FLIEN-NOFILE
              DISPLAY 'SOUSCRIPTEURS.DAT INTROUVABLE - AUCUN LIEN'
           ELSE
              READ F-LIEN
              PERFORM UNTIL WS-STAT-FLIEN-EOF
                         OR (WS-NB-LIEN >= 999)
                 ADD 1 TO WS-NB-LIEN
                 MOVE REC-SCCLID  TO WS-SCCLID(WS-NB-LIEN)
                 MOVE REC-SCAGAID TO WS-SCAGAID(WS-NB-LIEN)
                 READ F-LIEN
              END-PERFORM
              CLOSE F-LIEN
           END-IF.

      *    Types distincts des contrats actifs du client IND-TAB ;
      *    un seul type : le client part dans la liste
       EQUIPEMENT-CLIENT.
           MOVE 0 TO WS-NB-TYP WS-NB-CTR-ACTIF.
           PERFORM VARYING IND-LIEN FROM 1 BY 1
                   UNTIL IND-LIEN > WS-NB-LIEN
              IF WS-SCCLID(IND-LIEN) = WS-CLID(IND-TAB)
                 PERFORM TYPE-DU-LIEN
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-NB-TYP = 0
                 ADD 1 TO WS-NB-SANS
              WHEN WS-NB-TYP = 1
                 ADD 1 TO WS-NB-MONO
                 PERFORM ECRIT-MONO
              WHEN OTHER
                 ADD 1 TO WS-NB-MULTI
           END-EVALUATE.

      *    Contrat du lien IND-LIEN cherché dans le maitre ; son type
      *    est ajouté à la table des types s'il est actif et nouveau
       TYPE-DU-LIEN.
           PERFORM VARYING IND-CT FROM 1 BY 1
                   UNTIL (IND-CT > WS-NB-CT)
                   OR (WS-CT-AGAID(IND-CT) = WS-SCAGAID(IND-LIEN))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE IND-CT TO IND-CT
           END-PERFORM.
           IF IND-CT > WS-NB-CT
              ADD 1 TO WS-NB-LIEN-INCONNU
           ELSE
              IF WS-CT-ACTIF(IND-CT) = 'O'
                 ADD 1 TO WS-NB-CTR-ACTIF
                 PERFORM VARYING IND-TYP FROM 1 BY 1
                         UNTIL (IND-TYP > WS-NB-TYP)
                         OR (WS-TYP(IND-TYP) = WS-CT-TYP(IND-CT))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                    MOVE IND-TYP TO IND-TYP
                 END-PERFORM
                 IF (IND-TYP > WS-NB-TYP) AND (WS-NB-TYP < 20)
                    ADD 1 TO WS-NB-TYP
                    MOVE WS-CT-TYP(IND-CT) TO WS-TYP(WS-NB-TYP)
                 END-IF
              END-IF
           END-IF.

       ECRIT-MONO.
           MOVE WS-NB-CTR-ACTIF TO WS-NB-CTR-CHAR.
           MOVE SPACES TO WS-LIG-RAP.
           STRING WS-CLID(IND-TAB) '   ' WS-CLNOM(IND-TAB) ' '
                  WS-CLPREN(IND-TAB) ' ' WS-TYP(1) ' '
                  WS-NB-CTR-CHAR ' ' WS-CLTEL(IND-TAB) ' '
                  WS-CLMAIL(IND-TAB)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-EQUIPEMENT.
           WRITE REC-F-EQUIPEMENT.

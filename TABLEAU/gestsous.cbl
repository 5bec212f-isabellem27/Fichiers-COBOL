      *=============================================================*
      *    Gestion des liens clients - contrats (souscripteurs)     *
      *    Le fichier clients.dat et le fichier maitre des          *
      *    contrats vivaient côte à côte sans aucun lien. Le        *
      *    fichier souscripteurs.dat relie un client (REC-CLID) à   *
      *    un contrat (MA-AGAID) avec son rôle :                    *
      *      S souscripteur, A assuré, P payeur.                    *
      *    Ajout, suppression et liste au clavier, avec contrôle    *
      *    du client dans clients.dat et du contrat dans            *
      *    contrats.idx (alimenté par filelect). Chaque action est  *
      *    tracée dans souscripteurs-audit.txt avec l'opérateur.    *
      *    Le fichier souscripteurs.dat est réécrit en bloc à la    *
      *    sortie.                                                  *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : un profil en consultation seule ne     *
      *    peut que lister.                                         *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestsous.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT
               ASSIGN TO 'clients.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FCLIENT.

      *    liens client - contrat - rôle
           SELECT F-LIEN
               ASSIGN TO 'souscripteurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FLIEN.

      *    contrats en accès direct, alimenté par filelect
           SELECT FIC-AGA-IDX
               ASSIGN TO 'contrats.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-AGAID
               FILE STATUS IS WS-STAT-FICIDX.

      *    trace de qui a changé quoi et quand
           SELECT F-AUDIT
               ASSIGN TO 'souscripteurs-audit.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FAUDIT.

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

      *    un lien : client, contrat, rôle et date de création
       FD  F-LIEN
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LIEN.
           03 REC-SCCLID        PIC 9(4).
           03 REC-SCAGAID       PIC 9(8).
           03 REC-SCROLE        PIC X.
           03 REC-SCDATE        PIC X(8).

      * même dessin que l'alimentation faite par filelect
       FD  FIC-AGA-IDX
           RECORD CONTAINS 72 CHARACTERS.
       01  E-REC-IDX.
           05 IDX-AGAID     PIC 9(8)   .
           05 IDX-AGAGRP    PIC X(14)  .
           05 IDX-AGATYP    PIC X(16)  .
           05 IDX-CLACT     PIC X(10)  .
           05 IDX-AGADDEB   PIC X(8)   .
           05 IDX-AGADFIN   PIC X(8)   .
           05 IDX-AGAMNT    PIC X(8)   .

       FD  F-AUDIT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FCLIENT     PIC XX.
           88 WS-STAT-FCLIENT-OK           VALUE '00'.
           88 WS-STAT-FCLIENT-EOF          VALUE '10'.
           88 WS-STAT-FCLIENT-NOFILE       VALUE '35'.
       01  WS-STAT-FLIEN       PIC XX.
           88 WS-STAT-FLIEN-OK             VALUE '00'.
           88 WS-STAT-FLIEN-EOF            VALUE '10'.
           88 WS-STAT-FLIEN-NOFILE         VALUE '35'.
       01  WS-STAT-FICIDX      PIC XX.
           88 WS-STAT-IDXOK                VALUE '00'.
           88 WS-STAT-IDXABS               VALUE '23'.
           88 WS-STAT-IDXNOFILE            VALUE '35'.
       01  WS-STAT-FAUDIT      PIC XX.
           88 WS-STAT-FAUDIT-OK            VALUE '00'.

      *    contrats.idx ouvert : sans lui, pas d'ajout de lien
       01  WS-IDX-OUVERT       PIC 9      VALUE 0.

       01  IND-TAB             PIC 999 VALUE 1.
       01  WS-IND-TRV          PIC 999 VALUE 0.

        01 WS-TAB-DATA.
            03 WS-NB-CLIENT PIC 99 VALUE 0.
            03 WS-FILLER    OCCURS 1 TO 99 TIMES
                             DEPENDING ON WS-NB-CLIENT
                             INDEXED BY IDX-CLIENT.
                05 WS-CLID      PIC 9(4)               .
                05 WS-CLNOM     PIC X(12)              .
                05 WS-CLPREN    PIC X(13)              .

        01 WS-TAB-LIEN.
            03 WS-NB-LIEN   PIC 999 VALUE 0.
            03 WS-LIEN      OCCURS 1 TO 999 TIMES
                             DEPENDING ON WS-NB-LIEN.
                05 WS-SCCLID    PIC 9(4)               .
                05 WS-SCAGAID   PIC 9(8)               .
                05 WS-SCROLE    PIC X                  .
                05 WS-SCDATE    PIC X(8)               .

      *    saisies de l'opérateur
       01  WS-OPERATEUR        PIC X(15)  VALUE SPACES.
       01  WS-ACTION           PIC X      VALUE SPACE .
       01  WS-SAISIE-ID        PIC X(4)   VALUE SPACES.
       01  WS-SAISIE-ID-9 REDEFINES WS-SAISIE-ID PIC 9(4).
       01  WS-SAISIE-CTR       PIC X(8)   VALUE SPACES.
       01  WS-SAISIE-CTR-9 REDEFINES WS-SAISIE-CTR PIC 9(8).
       01  WS-SAISIE-ROLE      PIC X      VALUE SPACE .
           88 WS-ROLE-VALIDE               VALUE 'S' 'A' 'P'.
       01  WS-SAISIE-OK        PIC 9      VALUE 0.
       01  WS-MODIFIE          PIC 9      VALUE 0.
       01  WS-LIB-ROLE         PIC X(12)  VALUE SPACES.

      *    audit : horodatage et avant/après
       01  WS-CUR-DATE         PIC X(21)  VALUE SPACES.
       01  WS-AUD-AVANT        PIC X(21)  VALUE SPACES.
       01  WS-AUD-APRES        PIC X(21)  VALUE SPACES.
       01  WS-LIG-AUDIT        PIC X(200) VALUE SPACES.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'LIENS CLIENTS - CONTRATS - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'gestsous' TO AU-PROGRAMME.
           SET AU-ACCES-CONSULTATION TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE AU-OPERATEUR TO WS-OPERATEUR.
           IF NOT AU-DROIT-MISE-A-JOUR
              DISPLAY 'PROFIL EN CONSULTATION SEULE'
           END-IF.

           PERFORM CHARGE-TAB-CLIENT.
           PERFORM CHARGE-TAB-LIEN.
           OPEN INPUT FIC-AGA-IDX.
           IF WS-STAT-IDXOK
              MOVE 1 TO WS-IDX-OUVERT
           ELSE
              DISPLAY 'CONTRATS.IDX INDISPONIBLE (' WS-STAT-FICIDX
                 ') - LANCEZ D''ABORD FILELECT, AJOUT IMPOSSIBLE'
           END-IF.

           PERFORM SAISIE-ACTION.
           PERFORM UNTIL WS-ACTION = 'X'
              EVALUATE WS-ACTION
                 WHEN 'L'
                    PERFORM VARYING IND-TAB FROM 1 BY 1
                            UNTIL IND-TAB > WS-NB-LIEN
                       PERFORM AFF-LIEN
                    END-PERFORM
                 WHEN 'A'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM AJOUTE-LIEN
                          THRU AJOUTE-LIEN-FIN
                    END-IF
                 WHEN 'S'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM SUPPRIME-LIEN
                          THRU SUPPRIME-LIEN-FIN
                    END-IF
                 WHEN OTHER
                    DISPLAY 'ACTION INCONNUE :' SPACE WS-ACTION
              END-EVALUATE
              PERFORM SAISIE-ACTION
           END-PERFORM.

           IF WS-IDX-OUVERT = 1
              CLOSE FIC-AGA-IDX
           END-IF.
      *    réécriture en bloc de souscripteurs.dat, uniquement si
      *    quelque chose a changé
           IF WS-MODIFIE = 1
              PERFORM REECRIT-LIENS
              DISPLAY 'SOUSCRIPTEURS.DAT REECRIT,' SPACE WS-NB-LIEN
                 SPACE 'LIEN(S)'
           ELSE
              DISPLAY 'AUCUNE MODIFICATION - SOUSCRIPTEURS.DAT '
                 'INCHANGE'
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

      *    Mise à jour demandée sur un profil en consultation :
      *    autoris trace le refus et émet le message
       CONTROLE-MISE-A-JOUR.
           MOVE 0 TO AU-RC.
           IF NOT AU-DROIT-MISE-A-JOUR
              SET AU-ACCES-MISE-A-JOUR TO TRUE
              CALL 'autoris' USING AU-ZONE
           END-IF.

       SAISIE-ACTION.
           MOVE SPACE TO WS-ACTION.
           DISPLAY 'ACTION : A=AJOUT, S=SUPPRESSION, L=LISTE, '
              'X=SORTIE'.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

       CHARGE-TAB-CLIENT.
           OPEN INPUT F-CLIENT.
           IF WS-STAT-FCLIENT-NOFILE
              DISPLAY 'CLIENTS.DAT INTROUVABLE - AUCUN CLIENT CHARGE'
           ELSE
              READ F-CLIENT INTO REC-F-CLIENT
              PERFORM UNTIL WS-STAT-FCLIENT-EOF
                         OR (WS-NB-CLIENT >= 99)
                 SET WS-NB-CLIENT UP BY 1
                 MOVE REC-CLID   TO WS-CLID(WS-NB-CLIENT)
                 MOVE REC-CLNOM  TO WS-CLNOM(WS-NB-CLIENT)
                 MOVE REC-CLPREN TO WS-CLPREN(WS-NB-CLIENT)
                 READ F-CLIENT INTO REC-F-CLIENT
              END-PERFORM
              CLOSE F-CLIENT
           END-IF.

       CHARGE-TAB-LIEN.
           OPEN INPUT F-LIEN.
           IF WS-STAT-FLIEN-NOFILE
              DISPLAY 'SOUSCRIPTEURS.DAT INTROUVABLE - FICHIER NEUF'
           ELSE
              READ F-LIEN
              PERFORM UNTIL WS-STAT-FLIEN-EOF
                         OR (WS-NB-LIEN >= 999)
                 ADD 1 TO WS-NB-LIEN
                 MOVE REC-F-LIEN TO WS-LIEN(WS-NB-LIEN)
                 READ F-LIEN
              END-PERFORM
              IF (WS-NB-LIEN >= 999) AND (NOT WS-STAT-FLIEN-EOF)
                 DISPLAY 'ATTENTION : SOUSCRIPTEURS.DAT DEPASSE 999 '
                    'LIENS - CHARGEMENT PARTIEL'
              END-IF
              CLOSE F-LIEN
           END-IF.

      *    Saisie et contrôle client, contrat et rôle d'un lien
       SAISIE-LIEN.
           MOVE 1 TO WS-SAISIE-OK.
           MOVE SPACES TO WS-SAISIE-ID WS-SAISIE-CTR WS-SAISIE-ROLE.
           DISPLAY 'NUMERO DU CLIENT (4 CHIFFRES) :'.
           ACCEPT WS-SAISIE-ID.
           IF WS-SAISIE-ID-9 NOT NUMERIC
              DISPLAY 'NUMERO CLIENT INVALIDE :' SPACE WS-SAISIE-ID
              MOVE 0 TO WS-SAISIE-OK
           END-IF.
           DISPLAY 'NUMERO DU CONTRAT (8 CHIFFRES) :'.
           ACCEPT WS-SAISIE-CTR.
           IF WS-SAISIE-CTR-9 NOT NUMERIC
              DISPLAY 'NUMERO CONTRAT INVALIDE :' SPACE WS-SAISIE-CTR
              MOVE 0 TO WS-SAISIE-OK
           END-IF.
           DISPLAY 'ROLE : S=SOUSCRIPTEUR, A=ASSURE, P=PAYEUR :'.
           ACCEPT WS-SAISIE-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ROLE) TO WS-SAISIE-ROLE.
           IF NOT WS-ROLE-VALIDE
              DISPLAY 'ROLE INCONNU :' SPACE WS-SAISIE-ROLE
              MOVE 0 TO WS-SAISIE-OK
           END-IF.

      *    Cherche le lien saisi dans la table, indice rendu dans
      *    WS-IND-TRV (au-delà de WS-NB-LIEN = non trouvé)
       CHERCHE-LIEN.
           PERFORM VARYING WS-IND-TRV FROM 1 BY 1
                   UNTIL (WS-IND-TRV > WS-NB-LIEN)
                   OR ((WS-SCCLID(WS-IND-TRV) = WS-SAISIE-ID-9)
                   AND (WS-SCAGAID(WS-IND-TRV) = WS-SAISIE-CTR-9)
                   AND (WS-SCROLE(WS-IND-TRV) = WS-SAISIE-ROLE))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TRV TO WS-IND-TRV
           END-PERFORM.

       AJOUTE-LIEN.
           IF WS-IDX-OUVERT = 0
              DISPLAY 'CONTRATS.IDX INDISPONIBLE - AJOUT IMPOSSIBLE'
              GO TO AJOUTE-LIEN-FIN
           END-IF.
           IF WS-NB-LIEN >= 999
              DISPLAY 'TABLE PLEINE (999 LIENS) - AJOUT IMPOSSIBLE'
              GO TO AJOUTE-LIEN-FIN
           END-IF.
           PERFORM SAISIE-LIEN.
           IF WS-SAISIE-OK = 0
              GO TO AJOUTE-LIEN-FIN
           END-IF.
      *    le client doit exister dans clients.dat
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL (IND-TAB > WS-NB-CLIENT)
                   OR (WS-CLID(IND-TAB) = WS-SAISIE-ID-9)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE IND-TAB TO IND-TAB
           END-PERFORM.
           IF IND-TAB > WS-NB-CLIENT
              DISPLAY 'CLIENT' SPACE WS-SAISIE-ID-9 SPACE
                 'INCONNU DANS CLIENTS.DAT'
              GO TO AJOUTE-LIEN-FIN
           END-IF.
      *    le contrat doit exister dans contrats.idx
           MOVE WS-SAISIE-CTR-9 TO IDX-AGAID.
           READ FIC-AGA-IDX.
           IF NOT WS-STAT-IDXOK
              DISPLAY 'CONTRAT' SPACE WS-SAISIE-CTR-9 SPACE
                 'INCONNU DANS CONTRATS.IDX'
              GO TO AJOUTE-LIEN-FIN
           END-IF.
           PERFORM CHERCHE-LIEN.
           IF WS-IND-TRV <= WS-NB-LIEN
              DISPLAY 'CE LIEN EXISTE DEJA'
              GO TO AJOUTE-LIEN-FIN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           ADD 1 TO WS-NB-LIEN.
           MOVE WS-SAISIE-ID-9  TO WS-SCCLID(WS-NB-LIEN).
           MOVE WS-SAISIE-CTR-9 TO WS-SCAGAID(WS-NB-LIEN).
           MOVE WS-SAISIE-ROLE  TO WS-SCROLE(WS-NB-LIEN).
           MOVE WS-CUR-DATE(1:8) TO WS-SCDATE(WS-NB-LIEN).
           MOVE 1 TO WS-MODIFIE.
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE WS-LIEN(WS-NB-LIEN) TO WS-AUD-APRES.
           MOVE 'AJOUT' TO WS-LIG-AUDIT.
           PERFORM ECRIT-AUDIT.
           DISPLAY 'CLIENT' SPACE WS-CLNOM(IND-TAB) SPACE
              'LIE AU CONTRAT' SPACE WS-SAISIE-CTR-9 SPACE
              '(' FUNCTION TRIM(IDX-AGATYP) ')'.
       AJOUTE-LIEN-FIN.
           EXIT.

       SUPPRIME-LIEN.
           PERFORM SAISIE-LIEN.
           IF WS-SAISIE-OK = 0
              GO TO SUPPRIME-LIEN-FIN
           END-IF.
           PERFORM CHERCHE-LIEN.
           IF WS-IND-TRV > WS-NB-LIEN
              DISPLAY 'LIEN INCONNU'
              GO TO SUPPRIME-LIEN-FIN
           END-IF.
           MOVE WS-LIEN(WS-IND-TRV) TO WS-AUD-AVANT.
      *    les liens suivants remontent d'un cran
           PERFORM VARYING IND-TAB FROM WS-IND-TRV BY 1
                   UNTIL (IND-TAB >= WS-NB-LIEN)
              MOVE WS-LIEN(IND-TAB + 1) TO WS-LIEN(IND-TAB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-LIEN.
           MOVE 1 TO WS-MODIFIE.
           MOVE SPACES TO WS-AUD-APRES.
           MOVE 'SUPPR' TO WS-LIG-AUDIT.
           PERFORM ECRIT-AUDIT.
           DISPLAY 'LIEN SUPPRIME'.
       SUPPRIME-LIEN-FIN.
           EXIT.

      *    Trace de l'action dans souscripteurs-audit.txt, même
      *    dessin de ligne que clients-audit.txt de gestcli
       ECRIT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           OPEN EXTEND F-AUDIT.
           IF NOT WS-STAT-FAUDIT-OK
              OPEN OUTPUT F-AUDIT
           END-IF.
           MOVE SPACES TO REC-F-AUDIT.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2) SPACE
                  WS-CUR-DATE(9:2) ':' WS-CUR-DATE(11:2) ':'
                  WS-CUR-DATE(13:2) SPACE
                  FUNCTION TRIM(WS-OPERATEUR) SPACE
                  WS-LIG-AUDIT(1:5) SPACE
                  'AVANT[' WS-AUD-AVANT ']' SPACE
                  'APRES[' WS-AUD-APRES ']'
           DELIMITED BY SIZE
           INTO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           CLOSE F-AUDIT.

       REECRIT-LIENS.
           OPEN OUTPUT F-LIEN.
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > WS-NB-LIEN
              MOVE WS-LIEN(IND-TAB) TO REC-F-LIEN
              WRITE REC-F-LIEN
           END-PERFORM.
           CLOSE F-LIEN.

       AFF-LIEN.
           EVALUATE WS-SCROLE(IND-TAB)
              WHEN 'S' MOVE 'SOUSCRIPTEUR' TO WS-LIB-ROLE
              WHEN 'A' MOVE 'ASSURE'       TO WS-LIB-ROLE
              WHEN 'P' MOVE 'PAYEUR'       TO WS-LIB-ROLE
              WHEN OTHER MOVE 'INCONNU'    TO WS-LIB-ROLE
           END-EVALUATE.
           DISPLAY 'CLIENT' SPACE WS-SCCLID(IND-TAB) SPACE
              'CONTRAT' SPACE WS-SCAGAID(IND-TAB) SPACE
              WS-LIB-ROLE SPACE 'DEPUIS LE' SPACE
              WS-SCDATE(IND-TAB)(7:2) '/' WS-SCDATE(IND-TAB)(5:2)
              '/' WS-SCDATE(IND-TAB)(1:4).

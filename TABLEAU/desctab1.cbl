      *=============================================================*
      *    Description du tableau pour charger les données          *
      *    Accès réservé aux profils de operateurs.txt ayant        *
      *    au moins le droit L sur desctab1 (cf autoris).           *
      *    auteur : Isabelle Marand                                 *
      *    Date création 10/04/2024                                 *
      *=============================================================*
               RECORD KEY IS REC-IXCLID
               FILE STATUS IS WS-STAT-FCLIDX.

      *    liens client - contrat - rôle, tenus par gestsous : la
      *    fiche d'un client montre ses contrats
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

       DATA DIVISION.
       FILE SECTION.
      *    dessin v2 (migration migcli) : les coordonnées de
           03 REC-IXCLTEL       PIC X(10).
           03 REC-IXCLMAIL      PIC X(30).

      *    même dessin que l'écriture faite par gestsous
       FD  F-LIEN
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LIEN.
           03 REC-SCCLID        PIC 9(4).
           03 REC-SCAGAID       PIC 9(8).
           03 REC-SCROLE        PIC X.
           03 REC-SCDATE        PIC X(8).

      *    même dessin que l'alimentation faite par filelect
       FD  FIC-AGA-IDX
           RECORD CONTAINS 72 CHARACTERS.

       01  E-REC-IDX.
           03 IDX-AGAID         PIC 9(8).
           03 IDX-AGAGRP        PIC X(14).
           03 IDX-AGATYP        PIC X(16).
           03 IDX-CLACT         PIC X(10).
           03 IDX-AGADDEB       PIC X(8).
           03 IDX-AGADFIN       PIC X(8).
           03 IDX-AGAMNT        PIC X(8).

       WORKING-STORAGE SECTION.
       01  IND-TAB PIC 99 VALUE 1.
       01  IND-COD PIC 9  VALUE 1.
           88 WS-STAT-FCLIDX-OK            VALUE '00'.
           88 WS-STAT-FCLIDX-ABS           VALUE '23'.

       01  WS-STAT-FLIEN       PIC XX.
           88 WS-STAT-FLIEN-EOF            VALUE '10'.
           88 WS-STAT-FLIEN-NOFILE         VALUE '35'.

       01  WS-STAT-FICIDX      PIC XX.
           88 WS-STAT-IDXOK                VALUE '00'.

      *    contrats.idx ouvert : sans lui, les contrats d'un client
      *    sont affichés sans type ni statut
       01  WS-IDX-OUVERT       PIC 9     VALUE 0.
       01  WS-CLID-COURANT     PIC 9(4)  VALUE 0.
       01  WS-NB-CTR-CLIENT    PIC 999   VALUE 0.
       01  WS-LIB-ROLE         PIC X(12) VALUE SPACES.
       01  IND-LIEN            PIC 999   VALUE 0.

      *    liens client - contrat chargés au lancement
       01  WS-TAB-LIEN.
           03 WS-NB-LIEN       PIC 999   VALUE 0.
           03 WS-LIEN          OCCURS 1 TO 999 TIMES
                                DEPENDING ON WS-NB-LIEN.
              05 WS-SCCLID     PIC 9(4).
              05 WS-SCAGAID    PIC 9(8).
              05 WS-SCROLE     PIC X.

      *    Mode de travail choisi au lancement : L liste complète
      *    (comportement historique), I interrogation par numéro via
      *    le fichier indexé, N recherche séquentielle par nom,
                05 WS-CLTEL     PIC X(10)              .
                05 WS-CLMAIL    PIC X(30)              .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'CONSULTATION DES CLIENTS - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'desctab1' TO AU-PROGRAMME.
           SET AU-ACCES-CONSULTATION TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CHARGE-TAB-CLIENT.
      *    le fichier indexé est reconstruit depuis la table pour
      *    servir l'interrogation par numéro
           PERFORM CONSTRUIT-IDX THRU CONSTRUIT-IDX-FIN.
           PERFORM CHARGE-TAB-LIEN.
           OPEN INPUT FIC-AGA-IDX.
           IF WS-STAT-IDXOK
              MOVE 1 TO WS-IDX-OUVERT
           END-IF.

           PERFORM SAISIE-MODE.
           PERFORM UNTIL WS-MODE = 'X'
              PERFORM SAISIE-MODE
           END-PERFORM.

           IF WS-IDX-OUVERT = 1
              CLOSE FIC-AGA-IDX
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

            SPACE REC-IXCLTEL .
           DISPLAY SPACE SPACE SPACE SPACE 'EMAIL'
            SPACE REC-IXCLMAIL .
           MOVE REC-IXCLID TO WS-CLID-COURANT.
           PERFORM AFF-CONTRATS.

       CHARGE-TAB-CLIENT.
      *    Lit clients.dat et charge la table WS-TAB-DATA
            SPACE WS-CLTEL (IND-TAB) .
           DISPLAY SPACE SPACE SPACE SPACE 'EMAIL'
            SPACE WS-CLMAIL (IND-TAB) .
           MOVE WS-CLID (IND-TAB) TO WS-CLID-COURANT.
           PERFORM AFF-CONTRATS.

      *    Lit souscripteurs.dat et charge la table WS-TAB-LIEN ;
      *    fichier absent : aucun client n'a de contrat affiché
       CHARGE-TAB-LIEN.
           OPEN INPUT F-LIEN.
           IF NOT WS-STAT-FLIEN-NOFILE
              READ F-LIEN
              PERFORM UNTIL WS-STAT-FLIEN-EOF
                         OR (WS-NB-LIEN >= 999)
                 ADD 1 TO WS-NB-LIEN
                 MOVE REC-SCCLID  TO WS-SCCLID(WS-NB-LIEN)
                 MOVE REC-SCAGAID TO WS-SCAGAID(WS-NB-LIEN)
                 MOVE REC-SCROLE  TO WS-SCROLE(WS-NB-LIEN)
                 READ F-LIEN
              END-PERFORM
              CLOSE F-LIEN
           END-IF.

      *    Contrats du client WS-CLID-COURANT avec son rôle, type et
      *    statut du contrat lus dans contrats.idx
       AFF-CONTRATS.
           MOVE 0 TO WS-NB-CTR-CLIENT.
           PERFORM VARYING IND-LIEN FROM 1 BY 1
                   UNTIL IND-LIEN > WS-NB-LIEN
              IF WS-SCCLID(IND-LIEN) = WS-CLID-COURANT
                 ADD 1 TO WS-NB-CTR-CLIENT
                 PERFORM AFF-UN-CONTRAT
              END-IF
           END-PERFORM.
           IF WS-NB-CTR-CLIENT = 0
              DISPLAY SPACE SPACE SPACE SPACE 'CONTRATS AUCUN'
           END-IF.

       AFF-UN-CONTRAT.
           EVALUATE WS-SCROLE(IND-LIEN)
              WHEN 'S' MOVE 'SOUSCRIPTEUR' TO WS-LIB-ROLE
              WHEN 'A' MOVE 'ASSURE'       TO WS-LIB-ROLE
              WHEN 'P' MOVE 'PAYEUR'       TO WS-LIB-ROLE
              WHEN OTHER MOVE 'INCONNU'    TO WS-LIB-ROLE
           END-EVALUATE.
           MOVE SPACES TO IDX-AGATYP IDX-CLACT.
           IF WS-IDX-OUVERT = 1
              MOVE WS-SCAGAID(IND-LIEN) TO IDX-AGAID
              READ FIC-AGA-IDX
              IF NOT WS-STAT-IDXOK
                 MOVE '(INCONNU)' TO IDX-AGATYP
              END-IF
           END-IF.
           DISPLAY SPACE SPACE SPACE SPACE 'CONTRAT'
            SPACE WS-SCAGAID(IND-LIEN) SPACE WS-LIB-ROLE
            SPACE IDX-AGATYP SPACE IDX-CLACT .


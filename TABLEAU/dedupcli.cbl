      *=============================================================*
      *    Détection et fusion des clients en double               *
      *    impcli refuse un REC-CLID déjà pris, mais la même        *
      *    personne saisie deux fois sous deux numéros passe        *
      *    inaperçue. Deux passages :                               *
      *    D  détection : les règles de dedupcli-regles.txt sont    *
      *       appliquées à chaque paire de clients.dat et les       *
      *       doublons probables sont écrits dans                   *
      *       clients-doublons.txt, colonne décision à '?'.         *
      *    F  fusion : après relecture, les paires marquées 'O'     *
      *       sont fusionnées. Le survivant garde son numéro et     *
      *       récupère le téléphone et le mail s'il n'en a pas,     *
      *       le doublon est supprimé, ses liens de                 *
      *       souscripteurs.dat passent au survivant, puis          *
      *       clients.dat et clients.idx sont réécrits.             *
      *    Chaque fusion est tracée dans clients-audit.txt (MODIF   *
      *    du survivant, SUPPR du doublon) pour que rejoucli puisse *
      *    toujours reconstruire un état antérieur, et chaque lien  *
      *    déplacé dans souscripteurs-audit.txt.                    *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : il faut le droit de mise à jour,       *
      *    l'audit porte son identifiant.                           *
      *                                                             *
      *    Une règle = une ligne de lettres, toutes exigées :       *
      *      N nom, P prénom, T téléphone, M mail                   *
      *    Sans fichier de règles : NPT et NPM.                     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dedupcli.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT
               ASSIGN TO 'clients.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FCLIENT.

      *    reconstruit après fusion, comme le fait migcli
           SELECT F-CLIENT-IDX
               ASSIGN TO 'clients.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-IXCLID
               FILE STATUS IS WS-STAT-FCLIDX.

      *    règles de rapprochement, une par ligne
           SELECT F-REGLE
               ASSIGN TO 'dedupcli-regles.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FREGLE.

      *    liste de relecture : écrite en détection, relue en fusion
           SELECT F-DOUBLON
               ASSIGN TO 'clients-doublons.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FDOUBLON.

      *    liens client - contrat - rôle, tenus par gestsous
           SELECT F-LIEN
               ASSIGN TO 'souscripteurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FLIEN.

      *    trace des clients, relue par rejoucli
           SELECT F-AUDIT
               ASSIGN TO 'clients-audit.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FAUDIT.

      *    trace des liens, même format que gestsous
           SELECT F-AUDIT-LIEN
               ASSIGN TO 'souscripteurs-audit.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FAUDLIEN.

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

       FD  F-CLIENT-IDX
           RECORD CONTAINS 73 CHARACTERS.

       01  REC-F-CLIENT-IDX.
           03 REC-IXCLID        PIC 9(4).
           03 REC-IXCLNOM       PIC X(12).
           03 REC-IXCLPREN      PIC X(13).
           03 REC-IXCLNUM       PIC 9(4).
           03 REC-IXCLTEL       PIC X(10).
           03 REC-IXCLMAIL      PIC X(30).

       FD  F-REGLE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGLE          PIC X(20).

      *    une paire par ligne : décision, survivant, doublon, règle
      *    puis le détail des deux fiches pour la relecture ; les
      *    lignes commençant par '*' sont des commentaires
       FD  F-DOUBLON
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DOUBLON.
           03 REC-DBDECISION    PIC X.
           03 FILLER            PIC X.
           03 REC-DBSURV        PIC X(4).
           03 FILLER            PIC X.
           03 REC-DBDOUBLE      PIC X(4).
           03 FILLER            PIC X.
           03 REC-DBREGLE       PIC X(4).
           03 FILLER            PIC X.
           03 REC-DBDETAIL      PIC X(115).

       FD  F-LIEN
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LIEN.
           03 REC-SCCLID        PIC 9(4).
           03 REC-SCAGAID       PIC 9(8).
           03 REC-SCROLE        PIC X.
           03 REC-SCDATE        PIC X(8).

       FD  F-AUDIT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT          PIC X(200).

       FD  F-AUDIT-LIEN
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT-LIEN     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FCLIENT     PIC XX.
           88 WS-STAT-FCLIENT-OK           VALUE '00'.
           88 WS-STAT-FCLIENT-EOF          VALUE '10'.
           88 WS-STAT-FCLIENT-NOFILE       VALUE '35'.
       01  WS-STAT-FCLIDX      PIC XX.
           88 WS-STAT-FCLIDX-OK            VALUE '00'.
       01  WS-STAT-FREGLE      PIC XX.
           88 WS-STAT-FREGLE-OK            VALUE '00'.
           88 WS-STAT-FREGLE-EOF           VALUE '10'.
           88 WS-STAT-FREGLE-NOFILE        VALUE '35'.
       01  WS-STAT-FDOUBLON    PIC XX.
           88 WS-STAT-FDOUBLON-OK          VALUE '00'.
           88 WS-STAT-FDOUBLON-EOF         VALUE '10'.
           88 WS-STAT-FDOUBLON-NOFILE      VALUE '35'.
       01  WS-STAT-FLIEN       PIC XX.
           88 WS-STAT-FLIEN-OK             VALUE '00'.
           88 WS-STAT-FLIEN-EOF            VALUE '10'.
           88 WS-STAT-FLIEN-NOFILE         VALUE '35'.
       01  WS-STAT-FAUDIT      PIC XX.
           88 WS-STAT-FAUDIT-OK            VALUE '00'.
       01  WS-STAT-FAUDLIEN    PIC XX.
           88 WS-STAT-FAUDLIEN-OK          VALUE '00'.

       01  IND-TAB             PIC 999 VALUE 1.
       01  IND-TAB2            PIC 999 VALUE 1.
       01  IND-REGLE           PIC 99  VALUE 1.
       01  WS-IND-TRV          PIC 999 VALUE 0.
       01  WS-IND-SURV         PIC 999 VALUE 0.
       01  WS-IND-DOUBLE       PIC 999 VALUE 0.

        01 WS-TAB-DATA.
            03 WS-NB-CLIENT PIC 99 VALUE 0.
            03 WS-FILLER    OCCURS 1 TO 99 TIMES
                             DEPENDING ON WS-NB-CLIENT
                             INDEXED BY IDX-CLIENT.
                05 WS-CLID      PIC 9(4)               .
                05 WS-CLNOM     PIC X(12)              .
                05 WS-CLPREN    PIC X(13)              .
                05 WS-CLNUM     PIC 9(4)               .
                05 WS-CLTEL     PIC X(10)              .
                05 WS-CLMAIL    PIC X(30)              .

        01 WS-TAB-LIEN.
            03 WS-NB-LIEN   PIC 999 VALUE 0.
            03 WS-LIEN      OCCURS 1 TO 999 TIMES
                             DEPENDING ON WS-NB-LIEN.
                05 WS-SCCLID    PIC 9(4)               .
                05 WS-SCAGAID   PIC 9(8)               .
                05 WS-SCROLE    PIC X                  .
                05 WS-SCDATE    PIC X(8)               .

      *    règles de rapprochement : chaque lettre présente exige
      *    l'égalité du champ correspondant, non vide des deux côtés
        01 WS-TAB-REGLE.
            03 WS-NB-REGLE  PIC 99 VALUE 0.
            03 WS-REGLE     OCCURS 10 TIMES.
                05 WS-RG-CODE   PIC X(4)               .
                05 WS-RG-NOM    PIC 9                  .
                05 WS-RG-PREN   PIC 9                  .
                05 WS-RG-TEL    PIC 9                  .
                05 WS-RG-MAIL   PIC 9                  .

      *    chargement partiel : pas de réécriture de clients.dat
       01  WS-PARTIEL          PIC 9      VALUE 0.
       01  WS-LIEN-PARTIEL     PIC 9      VALUE 0.

       01  WS-OPERATEUR        PIC X(15)  VALUE 'DEDUP'.
       01  WS-MODE             PIC X      VALUE SPACE .
       01  WS-REGLE-OK         PIC 9      VALUE 0.
       01  WS-NB-LETTRE        PIC 9      VALUE 0.
       01  WS-CODE-TROUVE      PIC X(4)   VALUE SPACES.
       01  WS-MODIFIE          PIC 9      VALUE 0.
       01  WS-LIEN-MODIFIE     PIC 9      VALUE 0.
       01  WS-DOUBLE-ID        PIC 9(4)   VALUE 0.
       01  WS-SURV-ID          PIC 9(4)   VALUE 0.
       01  WS-SAISIE-ID        PIC X(4)   VALUE SPACES.
       01  WS-SAISIE-ID-9 REDEFINES WS-SAISIE-ID PIC 9(4).

      *    compteurs du compte rendu
       01  WS-NB-PAIRE         PIC 9(4)   VALUE 0.
       01  WS-NB-FUSION        PIC 9(4)   VALUE 0.
       01  WS-NB-ECARTE        PIC 9(4)   VALUE 0.
       01  WS-NB-LIEN-DEPL     PIC 9(4)   VALUE 0.
       01  WS-NB-LIEN-SUPPR    PIC 9(4)   VALUE 0.

      *    audit : horodatage et avant/après
       01  WS-CUR-DATE         PIC X(21)  VALUE SPACES.
       01  WS-AUD-AVANT        PIC X(73)  VALUE SPACES.
       01  WS-AUD-APRES        PIC X(73)  VALUE SPACES.
       01  WS-AUD-LIEN-AVANT   PIC X(21)  VALUE SPACES.
       01  WS-AUD-LIEN-APRES   PIC X(21)  VALUE SPACES.
       01  WS-LIG-AUDIT        PIC X(200) VALUE SPACES.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           PERFORM SAISIE-MODE.
           PERFORM UNTIL WS-MODE = 'D' OR 'F' OR 'X'
              DISPLAY 'MODE INCONNU :' SPACE WS-MODE
              PERFORM SAISIE-MODE
           END-PERFORM.
           IF WS-MODE = 'X'
              STOP RUN
           END-IF.
           PERFORM CONTROLE-ACCES.

           PERFORM CHARGE-TAB-CLIENT.
           IF WS-NB-CLIENT < 2
              DISPLAY 'MOINS DE DEUX CLIENTS - RIEN A RAPPROCHER'
              STOP RUN
           END-IF.

           EVALUATE WS-MODE
              WHEN 'D'
                 PERFORM CHARGE-TAB-REGLE
                 PERFORM DETECTE-DOUBLONS
                    THRU DETECTE-DOUBLONS-FIN
              WHEN 'F'
                 PERFORM FUSIONNE-DOUBLONS
                    THRU FUSIONNE-DOUBLONS-FIN
           END-EVALUATE.
      * 0000-MAIN-END
           STOP RUN.

      *    L'opérateur s'identifie : détection comme fusion
      *    réécrivent des fichiers, il faut le droit de mise à jour
      *    sur dedupcli ; un refus est émis et tracé par autoris.
      *    Les audits portent ensuite l'opérateur identifié
       CONTROLE-ACCES.
           DISPLAY 'DOUBLONS CLIENTS - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'dedupcli' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE AU-OPERATEUR TO WS-OPERATEUR.

       SAISIE-MODE.
           MOVE SPACE TO WS-MODE.
           DISPLAY 'DOUBLONS CLIENTS - MODE : D=DETECTION, '
              'F=FUSION, X=SORTIE'.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

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
                 MOVE REC-CLNUM  TO WS-CLNUM(WS-NB-CLIENT)
                 MOVE REC-CLTEL  TO WS-CLTEL(WS-NB-CLIENT)
                 MOVE REC-CLMAIL TO WS-CLMAIL(WS-NB-CLIENT)
                 READ F-CLIENT INTO REC-F-CLIENT
              END-PERFORM
              IF (WS-NB-CLIENT >= 99) AND (NOT WS-STAT-FCLIENT-EOF)
                 DISPLAY 'ATTENTION : CLIENTS.DAT DEPASSE 99 '
                    'ENREGISTREMENTS - CHARGEMENT PARTIEL'
                 MOVE 1 TO WS-PARTIEL
              END-IF
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
                 MOVE REC-F-LIEN TO WS-LIEN(WS-NB-LIEN)
                 READ F-LIEN
              END-PERFORM
              IF (WS-NB-LIEN >= 999) AND (NOT WS-STAT-FLIEN-EOF)
                 DISPLAY 'ATTENTION : SOUSCRIPTEURS.DAT DEPASSE 999 '
                    'LIENS - CHARGEMENT PARTIEL'
                 MOVE 1 TO WS-LIEN-PARTIEL
              END-IF
              CLOSE F-LIEN
           END-IF.

      *    Règles lues dans dedupcli-regles.txt ; une ligne vide ou
      *    commençant par '*' est ignorée. Sans fichier, ou sans
      *    règle valide, les règles par défaut NPT et NPM
      *    s'appliquent.
       CHARGE-TAB-REGLE.
           OPEN INPUT F-REGLE.
           IF WS-STAT-FREGLE-OK
              READ F-REGLE
              PERFORM UNTIL NOT WS-STAT-FREGLE-OK
                         OR (WS-NB-REGLE >= 10)
                 IF REC-F-REGLE NOT = SPACES
                    AND REC-F-REGLE(1:1) NOT = '*'
                    PERFORM AJOUTE-REGLE
                       THRU AJOUTE-REGLE-FIN
                 END-IF
                 READ F-REGLE
              END-PERFORM
              CLOSE F-REGLE
           END-IF.
           IF WS-NB-REGLE = 0
              MOVE 'NPT' TO REC-F-REGLE
              PERFORM AJOUTE-REGLE
                 THRU AJOUTE-REGLE-FIN
              MOVE 'NPM' TO REC-F-REGLE
              PERFORM AJOUTE-REGLE
                 THRU AJOUTE-REGLE-FIN
           END-IF.
           PERFORM VARYING IND-REGLE FROM 1 BY 1
                   UNTIL IND-REGLE > WS-NB-REGLE
              DISPLAY 'REGLE' SPACE IND-REGLE SPACE ':'
                 SPACE WS-RG-CODE(IND-REGLE)
           END-PERFORM.

       AJOUTE-REGLE.
           MOVE FUNCTION UPPER-CASE(REC-F-REGLE) TO REC-F-REGLE.
           MOVE 0 TO WS-NB-LETTRE.
           INSPECT REC-F-REGLE TALLYING WS-NB-LETTRE
              FOR ALL 'N' ALL 'P' ALL 'T' ALL 'M'.
           IF WS-NB-LETTRE = 0
              DISPLAY 'REGLE IGNOREE (NI N, NI P, NI T, NI M) :'
                 SPACE REC-F-REGLE
              GO TO AJOUTE-REGLE-FIN
           END-IF.
           ADD 1 TO WS-NB-REGLE.
           MOVE SPACES TO WS-RG-CODE(WS-NB-REGLE).
           MOVE 0 TO WS-RG-NOM(WS-NB-REGLE)  WS-RG-PREN(WS-NB-REGLE)
                     WS-RG-TEL(WS-NB-REGLE)  WS-RG-MAIL(WS-NB-REGLE).
           MOVE 0 TO WS-NB-LETTRE.
           INSPECT REC-F-REGLE TALLYING WS-NB-LETTRE FOR ALL 'N'.
           IF WS-NB-LETTRE > 0
              MOVE 1 TO WS-RG-NOM(WS-NB-REGLE)
           END-IF.
           MOVE 0 TO WS-NB-LETTRE.
           INSPECT REC-F-REGLE TALLYING WS-NB-LETTRE FOR ALL 'P'.
           IF WS-NB-LETTRE > 0
              MOVE 1 TO WS-RG-PREN(WS-NB-REGLE)
           END-IF.
           MOVE 0 TO WS-NB-LETTRE.
           INSPECT REC-F-REGLE TALLYING WS-NB-LETTRE FOR ALL 'T'.
           IF WS-NB-LETTRE > 0
              MOVE 1 TO WS-RG-TEL(WS-NB-REGLE)
           END-IF.
           MOVE 0 TO WS-NB-LETTRE.
           INSPECT REC-F-REGLE TALLYING WS-NB-LETTRE FOR ALL 'M'.
           IF WS-NB-LETTRE > 0
              MOVE 1 TO WS-RG-MAIL(WS-NB-REGLE)
           END-IF.
      *    code de la règle reconstruit dans l'ordre N P T M
           MOVE 1 TO IND-TAB.
           IF WS-RG-NOM(WS-NB-REGLE) = 1
              MOVE 'N' TO WS-RG-CODE(WS-NB-REGLE)(IND-TAB:1)
              ADD 1 TO IND-TAB
           END-IF.
           IF WS-RG-PREN(WS-NB-REGLE) = 1
              MOVE 'P' TO WS-RG-CODE(WS-NB-REGLE)(IND-TAB:1)
              ADD 1 TO IND-TAB
           END-IF.
           IF WS-RG-TEL(WS-NB-REGLE) = 1
              MOVE 'T' TO WS-RG-CODE(WS-NB-REGLE)(IND-TAB:1)
              ADD 1 TO IND-TAB
           END-IF.
           IF WS-RG-MAIL(WS-NB-REGLE) = 1
              MOVE 'M' TO WS-RG-CODE(WS-NB-REGLE)(IND-TAB:1)
           END-IF.
       AJOUTE-REGLE-FIN.
           EXIT.

      ***************************************************************
      *    Détection : chaque paire de clients est passée aux règles,
      *    la première règle satisfaite donne la ligne de relecture.
      *    Le survivant proposé est le plus petit numéro (le client
      *    le plus ancien) ; le relecteur peut inverser les deux
      *    numéros avant de passer la décision à 'O'.
      ***************************************************************
       DETECTE-DOUBLONS.
           OPEN OUTPUT F-DOUBLON.
           IF NOT WS-STAT-FDOUBLON-OK
              DISPLAY 'CODE RETOUR D''ERREUR CLIENTS-DOUBLONS.TXT'
                 SPACE WS-STAT-FDOUBLON
              GO TO DETECTE-DOUBLONS-FIN
           END-IF.
           MOVE SPACES TO REC-F-DOUBLON.
           MOVE '* DECISION O=FUSIONNER N=NON - SURVIVANT DOUBLON '
              TO REC-F-DOUBLON.
           MOVE 'REGLE NOM PRENOM | TEL MAIL SURV. | TEL MAIL DOUBLON'
              TO REC-F-DOUBLON(51:).
           WRITE REC-F-DOUBLON.
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB >= WS-NB-CLIENT
              PERFORM VARYING IND-TAB2 FROM IND-TAB BY 1
                      UNTIL IND-TAB2 >= WS-NB-CLIENT
                 PERFORM COMPARE-PAIRE
                    THRU COMPARE-PAIRE-FIN
              END-PERFORM
           END-PERFORM.
           CLOSE F-DOUBLON.
           DISPLAY WS-NB-PAIRE SPACE 'DOUBLON(S) PROBABLE(S) DANS '
              'CLIENTS-DOUBLONS.TXT - A RELIRE AVANT FUSION'.
       DETECTE-DOUBLONS-FIN.
           EXIT.

      *    IND-TAB2 part de IND-TAB : la paire comparée est
      *    (IND-TAB, IND-TAB2 + 1)
       COMPARE-PAIRE.
           MOVE IND-TAB TO WS-IND-SURV.
           COMPUTE WS-IND-DOUBLE = IND-TAB2 + 1.
           MOVE SPACES TO WS-CODE-TROUVE.
           PERFORM VARYING IND-REGLE FROM 1 BY 1
                   UNTIL IND-REGLE > WS-NB-REGLE
                      OR WS-CODE-TROUVE NOT = SPACES
              PERFORM APPLIQUE-REGLE
              IF WS-REGLE-OK = 1
                 MOVE WS-RG-CODE(IND-REGLE) TO WS-CODE-TROUVE
              END-IF
           END-PERFORM.
           IF WS-CODE-TROUVE = SPACES
              GO TO COMPARE-PAIRE-FIN
           END-IF.
           IF WS-CLID(WS-IND-DOUBLE) < WS-CLID(WS-IND-SURV)
              MOVE WS-IND-DOUBLE TO WS-IND-TRV
              MOVE WS-IND-SURV   TO WS-IND-DOUBLE
              MOVE WS-IND-TRV    TO WS-IND-SURV
           END-IF.
           MOVE SPACES TO REC-F-DOUBLON.
           MOVE '?' TO REC-DBDECISION.
           MOVE WS-CLID(WS-IND-SURV)   TO REC-DBSURV.
           MOVE WS-CLID(WS-IND-DOUBLE) TO REC-DBDOUBLE.
           MOVE WS-CODE-TROUVE         TO REC-DBREGLE.
           STRING WS-CLNOM(WS-IND-SURV) SPACE
                  WS-CLPREN(WS-IND-SURV) ' | '
                  WS-CLTEL(WS-IND-SURV) SPACE
                  WS-CLMAIL(WS-IND-SURV) ' | '
                  WS-CLTEL(WS-IND-DOUBLE) SPACE
                  WS-CLMAIL(WS-IND-DOUBLE)
           DELIMITED BY SIZE
           INTO REC-DBDETAIL.
           WRITE REC-F-DOUBLON.
           ADD 1 TO WS-NB-PAIRE.
       COMPARE-PAIRE-FIN.
           EXIT.

      *    Comparaison en majuscules sans les blancs de tête ; un
      *    champ exigé par la règle doit être renseigné des deux
      *    côtés
       APPLIQUE-REGLE.
           MOVE 1 TO WS-REGLE-OK.
           IF WS-RG-NOM(IND-REGLE) = 1
              IF WS-CLNOM(WS-IND-SURV) = SPACES
                 OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLNOM(WS-IND-SURV)))
                    NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLNOM(WS-IND-DOUBLE)))
                 MOVE 0 TO WS-REGLE-OK
              END-IF
           END-IF.
           IF WS-RG-PREN(IND-REGLE) = 1
              IF WS-CLPREN(WS-IND-SURV) = SPACES
                 OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLPREN(WS-IND-SURV)))
                    NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLPREN(WS-IND-DOUBLE)))
                 MOVE 0 TO WS-REGLE-OK
              END-IF
           END-IF.
           IF WS-RG-TEL(IND-REGLE) = 1
              IF WS-CLTEL(WS-IND-SURV) = SPACES
                 OR FUNCTION TRIM(WS-CLTEL(WS-IND-SURV))
                    NOT = FUNCTION TRIM(WS-CLTEL(WS-IND-DOUBLE))
                 MOVE 0 TO WS-REGLE-OK
              END-IF
           END-IF.
           IF WS-RG-MAIL(IND-REGLE) = 1
              IF WS-CLMAIL(WS-IND-SURV) = SPACES
                 OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLMAIL(WS-IND-SURV)))
                    NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CLMAIL(WS-IND-DOUBLE)))
                 MOVE 0 TO WS-REGLE-OK
              END-IF
           END-IF.

      ***************************************************************
      *    Fusion des paires marquées 'O' dans clients-doublons.txt.
      *    Une paire dont l'un des numéros n'existe plus (déjà
      *    fusionné plus haut dans la liste, ou supprimé depuis la
      *    détection) est écartée avec un message.
      ***************************************************************
       FUSIONNE-DOUBLONS.
           IF WS-PARTIEL = 1
              DISPLAY 'FUSION IMPOSSIBLE SUR UN CHARGEMENT PARTIEL '
                 'DE CLIENTS.DAT'
              GO TO FUSIONNE-DOUBLONS-FIN
           END-IF.
           OPEN INPUT F-DOUBLON.
           IF NOT WS-STAT-FDOUBLON-OK
              DISPLAY 'CLIENTS-DOUBLONS.TXT INTROUVABLE - LANCEZ '
                 'D''ABORD LA DETECTION'
              GO TO FUSIONNE-DOUBLONS-FIN
           END-IF.
           PERFORM CHARGE-TAB-LIEN.
           READ F-DOUBLON.
           PERFORM UNTIL NOT WS-STAT-FDOUBLON-OK
              IF FUNCTION UPPER-CASE(REC-DBDECISION) = 'O'
                 PERFORM FUSIONNE-PAIRE
                    THRU FUSIONNE-PAIRE-FIN
              END-IF
              READ F-DOUBLON
           END-PERFORM.
           CLOSE F-DOUBLON.

           IF WS-MODIFIE = 1
              PERFORM REECRIT-CLIENTS
              PERFORM CONSTRUIT-IDX
                 THRU CONSTRUIT-IDX-FIN
              DISPLAY 'CLIENTS.DAT ET CLIENTS.IDX REECRITS,' SPACE
                 WS-NB-CLIENT SPACE 'CLIENT(S)'
           ELSE
              DISPLAY 'AUCUNE FUSION - CLIENTS.DAT INCHANGE'
           END-IF.
           IF WS-LIEN-MODIFIE = 1
              PERFORM REECRIT-LIENS
           END-IF.
           DISPLAY 'FUSIONS' SPACE WS-NB-FUSION SPACE
              'ECARTEES' SPACE WS-NB-ECARTE SPACE
              'LIENS DEPLACES' SPACE WS-NB-LIEN-DEPL SPACE
              'LIENS EN DOUBLE SUPPRIMES' SPACE WS-NB-LIEN-SUPPR.
       FUSIONNE-DOUBLONS-FIN.
           EXIT.

       FUSIONNE-PAIRE.
           MOVE REC-DBSURV TO WS-SAISIE-ID.
           IF WS-SAISIE-ID-9 NOT NUMERIC
              DISPLAY 'SURVIVANT INVALIDE :' SPACE REC-DBSURV
              ADD 1 TO WS-NB-ECARTE
              GO TO FUSIONNE-PAIRE-FIN
           END-IF.
           MOVE WS-SAISIE-ID-9 TO WS-SURV-ID.
           MOVE REC-DBDOUBLE TO WS-SAISIE-ID.
           IF WS-SAISIE-ID-9 NOT NUMERIC
              DISPLAY 'DOUBLON INVALIDE :' SPACE REC-DBDOUBLE
              ADD 1 TO WS-NB-ECARTE
              GO TO FUSIONNE-PAIRE-FIN
           END-IF.
           MOVE WS-SAISIE-ID-9 TO WS-DOUBLE-ID.
           IF WS-SURV-ID = WS-DOUBLE-ID
              DISPLAY 'PAIRE' SPACE WS-SURV-ID SPACE WS-DOUBLE-ID
                 SPACE 'ECARTEE : MEME NUMERO'
              ADD 1 TO WS-NB-ECARTE
              GO TO FUSIONNE-PAIRE-FIN
           END-IF.
           MOVE WS-SURV-ID TO WS-SAISIE-ID-9.
           PERFORM CHERCHE-CLIENT.
           MOVE WS-IND-TRV TO WS-IND-SURV.
           MOVE WS-DOUBLE-ID TO WS-SAISIE-ID-9.
           PERFORM CHERCHE-CLIENT.
           MOVE WS-IND-TRV TO WS-IND-DOUBLE.
           IF WS-IND-SURV > WS-NB-CLIENT
              OR WS-IND-DOUBLE > WS-NB-CLIENT
              DISPLAY 'PAIRE' SPACE WS-SURV-ID SPACE WS-DOUBLE-ID
                 SPACE 'ECARTEE : CLIENT INCONNU OU DEJA FUSIONNE'
              ADD 1 TO WS-NB-ECARTE
              GO TO FUSIONNE-PAIRE-FIN
           END-IF.

      *    le survivant récupère les coordonnées qui lui manquent
           MOVE WS-FILLER(WS-IND-SURV) TO WS-AUD-AVANT.
           IF WS-CLTEL(WS-IND-SURV) = SPACES
              MOVE WS-CLTEL(WS-IND-DOUBLE) TO WS-CLTEL(WS-IND-SURV)
           END-IF.
           IF WS-CLMAIL(WS-IND-SURV) = SPACES
              MOVE WS-CLMAIL(WS-IND-DOUBLE) TO WS-CLMAIL(WS-IND-SURV)
           END-IF.
           MOVE WS-FILLER(WS-IND-SURV) TO WS-AUD-APRES.
           IF WS-AUD-APRES NOT = WS-AUD-AVANT
              MOVE 'MODIF' TO WS-LIG-AUDIT
              PERFORM ECRIT-AUDIT
           END-IF.

      *    le doublon disparaît : les clients suivants remontent
           MOVE WS-FILLER(WS-IND-DOUBLE) TO WS-AUD-AVANT.
           PERFORM VARYING IND-TAB FROM WS-IND-DOUBLE BY 1
                   UNTIL (IND-TAB >= WS-NB-CLIENT)
              MOVE WS-FILLER(IND-TAB + 1) TO WS-FILLER(IND-TAB)
           END-PERFORM.
           SET WS-NB-CLIENT DOWN BY 1.
           MOVE SPACES TO WS-AUD-APRES.
           MOVE 'SUPPR' TO WS-LIG-AUDIT.
           PERFORM ECRIT-AUDIT.
           MOVE 1 TO WS-MODIFIE.

           PERFORM REDIRIGE-LIENS
              THRU REDIRIGE-LIENS-FIN.
           ADD 1 TO WS-NB-FUSION.
           DISPLAY 'CLIENT' SPACE WS-DOUBLE-ID SPACE 'FUSIONNE DANS'
              SPACE WS-SURV-ID.
       FUSIONNE-PAIRE-FIN.
           EXIT.

      *    Les liens du doublon passent au survivant. Si le survivant
      *    a déjà le même contrat avec le même rôle, le lien du
      *    doublon est supprimé au lieu d'être dupliqué.
       REDIRIGE-LIENS.
           IF WS-LIEN-PARTIEL = 1
              DISPLAY 'LIENS NON REDIRIGES : SOUSCRIPTEURS.DAT '
                 'CHARGE PARTIELLEMENT'
              GO TO REDIRIGE-LIENS-FIN
           END-IF.
           MOVE 1 TO IND-TAB.
           PERFORM UNTIL IND-TAB > WS-NB-LIEN
              IF WS-SCCLID(IND-TAB) = WS-DOUBLE-ID
                 PERFORM DEPLACE-LIEN
              ELSE
                 ADD 1 TO IND-TAB
              END-IF
           END-PERFORM.
       REDIRIGE-LIENS-FIN.
           EXIT.

      *    IND-TAB n'avance que si le lien est conservé : une
      *    suppression fait remonter le lien suivant à sa place
       DEPLACE-LIEN.
           MOVE WS-LIEN(IND-TAB) TO WS-AUD-LIEN-AVANT.
           PERFORM VARYING WS-IND-TRV FROM 1 BY 1
                   UNTIL WS-IND-TRV > WS-NB-LIEN
                      OR (WS-SCCLID(WS-IND-TRV) = WS-SURV-ID
                      AND WS-SCAGAID(WS-IND-TRV) = WS-SCAGAID(IND-TAB)
                      AND WS-SCROLE(WS-IND-TRV) = WS-SCROLE(IND-TAB))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TRV TO WS-IND-TRV
           END-PERFORM.
           IF WS-IND-TRV > WS-NB-LIEN
              MOVE WS-SURV-ID TO WS-SCCLID(IND-TAB)
              MOVE WS-LIEN(IND-TAB) TO WS-AUD-LIEN-APRES
              MOVE 'MODIF' TO WS-LIG-AUDIT
              ADD 1 TO WS-NB-LIEN-DEPL
              ADD 1 TO IND-TAB
           ELSE
              PERFORM VARYING IND-TAB2 FROM IND-TAB BY 1
                      UNTIL (IND-TAB2 >= WS-NB-LIEN)
                 MOVE WS-LIEN(IND-TAB2 + 1) TO WS-LIEN(IND-TAB2)
              END-PERFORM
              SET WS-NB-LIEN DOWN BY 1
              MOVE SPACES TO WS-AUD-LIEN-APRES
              MOVE 'SUPPR' TO WS-LIG-AUDIT
              ADD 1 TO WS-NB-LIEN-SUPPR
           END-IF.
           PERFORM ECRIT-AUDIT-LIEN.
           MOVE 1 TO WS-LIEN-MODIFIE.

       CHERCHE-CLIENT.
           PERFORM VARYING WS-IND-TRV FROM 1 BY 1
                   UNTIL WS-IND-TRV > WS-NB-CLIENT
                      OR WS-CLID(WS-IND-TRV) = WS-SAISIE-ID-9
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TRV TO WS-IND-TRV
           END-PERFORM.

      *    Trace dans clients-audit.txt, même ligne que gestcli :
      *    horodatage, opérateur, action, avant et après
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

      *    Trace dans souscripteurs-audit.txt, même ligne que gestsous
       ECRIT-AUDIT-LIEN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           OPEN EXTEND F-AUDIT-LIEN.
           IF NOT WS-STAT-FAUDLIEN-OK
              OPEN OUTPUT F-AUDIT-LIEN
           END-IF.
           MOVE SPACES TO REC-F-AUDIT-LIEN.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2) SPACE
                  WS-CUR-DATE(9:2) ':' WS-CUR-DATE(11:2) ':'
                  WS-CUR-DATE(13:2) SPACE
                  FUNCTION TRIM(WS-OPERATEUR) SPACE
                  WS-LIG-AUDIT(1:5) SPACE
                  'AVANT[' WS-AUD-LIEN-AVANT ']' SPACE
                  'APRES[' WS-AUD-LIEN-APRES ']'
           DELIMITED BY SIZE
           INTO REC-F-AUDIT-LIEN.
           WRITE REC-F-AUDIT-LIEN.
           CLOSE F-AUDIT-LIEN.

       REECRIT-CLIENTS.
           OPEN OUTPUT F-CLIENT.
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > WS-NB-CLIENT
              MOVE WS-CLID(IND-TAB)   TO REC-CLID
              MOVE WS-CLNOM(IND-TAB)  TO REC-CLNOM
              MOVE WS-CLPREN(IND-TAB) TO REC-CLPREN
              MOVE WS-CLNUM(IND-TAB)  TO REC-CLNUM
              MOVE WS-CLTEL(IND-TAB)  TO REC-CLTEL
              MOVE WS-CLMAIL(IND-TAB) TO REC-CLMAIL
              WRITE REC-F-CLIENT
           END-PERFORM.
           CLOSE F-CLIENT.

       REECRIT-LIENS.
           OPEN OUTPUT F-LIEN.
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > WS-NB-LIEN
              MOVE WS-LIEN(IND-TAB) TO REC-F-LIEN
              WRITE REC-F-LIEN
           END-PERFORM.
           CLOSE F-LIEN.
           DISPLAY 'SOUSCRIPTEURS.DAT REECRIT,' SPACE WS-NB-LIEN
              SPACE 'LIEN(S)'.

      *    (Re)construit clients.idx depuis la table en mémoire : un
      *    enregistrement par client, clé REC-IXCLID
       CONSTRUIT-IDX.
           IF WS-NB-CLIENT = 0
              GO TO CONSTRUIT-IDX-FIN
           END-IF.
           OPEN OUTPUT F-CLIENT-IDX.
           IF NOT WS-STAT-FCLIDX-OK
              DISPLAY 'CODE RETOUR D''ERREUR CLIENTS.IDX' SPACE
                 WS-STAT-FCLIDX
              GO TO CONSTRUIT-IDX-FIN
           END-IF.
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > WS-NB-CLIENT
              MOVE WS-CLID(IND-TAB)   TO REC-IXCLID
              MOVE WS-CLNOM(IND-TAB)  TO REC-IXCLNOM
              MOVE WS-CLPREN(IND-TAB) TO REC-IXCLPREN
              MOVE WS-CLNUM(IND-TAB)  TO REC-IXCLNUM
              MOVE WS-CLTEL(IND-TAB)  TO REC-IXCLTEL
              MOVE WS-CLMAIL(IND-TAB) TO REC-IXCLMAIL
              WRITE REC-F-CLIENT-IDX
              IF NOT WS-STAT-FCLIDX-OK
                 DISPLAY 'ECRITURE CLIENTS.IDX EN ERREUR' SPACE
                    WS-STAT-FCLIDX SPACE 'CLIENT' SPACE REC-IXCLID
              END-IF
           END-PERFORM.
           CLOSE F-CLIENT-IDX.
       CONSTRUIT-IDX-FIN.
           EXIT.

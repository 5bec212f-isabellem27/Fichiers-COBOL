      *=============================================================*
      *    Gestion du fichier input.dat : ajout, modification et    *
      *    suppression des enregistrements 00/01/02/03/04/05 au     *
      *    clavier, sur le modèle de gestcli pour clients.dat, au   *
      *    lieu des retouches à l'éditeur de texte qui alimentent   *
      *    grade-exceptions.dat.                                    *
      *    Les contrôles appliqués sont ceux de promo1 en lecture : *
      *    note de 0 à 20, libellé de cours présent dans            *
      *    catalogue-cours.dat, matricule présent dans              *
      *    eleves-registre.dat, code de voeu présent dans           *
      *    orientations.dat (contrôles levés si le fichier de       *
      *    référence est absent, comme dans promo1).                *
      *    Chaque action est tracée dans input-audit.txt avec       *
      *    l'opérateur, l'horodatage et l'avant/après.              *
      *    Le fichier input.dat est réécrit en bloc à la sortie.    *
      *    L'opérateur s'identifie au lancement (autoris et         *
      *    operateurs.txt) : un profil en consultation seule ne     *
      *    peut que lister.                                         *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      *    liste de référence des orientations (voeux type 05, cf
      *    orient) ; absent = pas de contrôle
           SELECT F-ORIENTATION
               ASSIGN TO 'orientations.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ORIENTATION-STATUS.

      *    trace de qui a changé quoi et quand
           SELECT F-AUDIT
               ASSIGN TO 'input-audit.txt'
           03 RG-CLASSE         PIC 99.
           03 RG-STATUT         PIC X(10).

      *    même dessin que orient : seul le code est contrôlé
       FD  F-ORIENTATION
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ORIENTATION.
           03 OR-CODE           PIC X(6).
           03 FILLER            PIC X(52).

       FD  F-AUDIT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE      VALUE '35'.

       01  F-ORIENTATION-STATUS PIC X(02)   VALUE SPACE .
           88 F-ORIENTATION-STATUS-OK       VALUE '00'.
           88 F-ORIENTATION-STATUS-EOF      VALUE '10'.
           88 F-ORIENTATION-STATUS-NOFILE   VALUE '35'.

       01  WS-STAT-FAUDIT       PIC XX      VALUE SPACE .
           88 WS-STAT-FAUDIT-OK             VALUE '00'.

      *    table des lignes de input.dat, dans l'ordre du fichier
      *    (l'ordre est porteur : les 02/03/04/05 suivent leur 01)
       01  WS-IND-LIG           PIC 999     VALUE 0.
       01  WS-TAB-INPUT.
           03 WS-NB-LIGNE       PIC 999     VALUE 0.
              05 WS-REG-MATR    PIC 9(5).
              05 WS-REG-NOM     PIC X(30).

      *    liste de référence des orientations
       01  WS-ORIENTATIONS.
           03  WS-NB-ORI        PIC 99      VALUE 0.
           03  WS-ORI-TAB  OCCURS 1 TO 50
                           DEPENDING WS-NB-ORI
                           INDEXED BY IDX-ORI.
              05 WS-ORI-CODE    PIC X(6).

      *    saisies de l'opérateur
       01  WS-OPERATEUR         PIC X(15)   VALUE SPACES.
       01  WS-ACTION            PIC X       VALUE SPACE .
       01  WS-SAI-ABSI          PIC X(2)    VALUE SPACES.
       01  WS-SAI-ABSI-9 REDEFINES WS-SAI-ABSI PIC 99.
       01  WS-SAI-COMM          PIC X(50)   VALUE SPACES.
       01  WS-IND-VOEU          PIC 9       VALUE 0.
       01  WS-SAI-VOEUX.
           03 WS-SAI-VOEU       PIC X(6)    OCCURS 3.

      *    contrôle de la note, même norme 0 à 20 que 5015-CHECK-
      *    GRADE de promo1
       01  WS-LIG-AUDIT         PIC X(200)  VALUE SPACES.
       01  WS-AUD-ACTION        PIC X(5)    VALUE SPACES.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'GESTION DE INPUT.DAT - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'gesinput' TO AU-PROGRAMME.
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

           PERFORM CHARGE-TAB-INPUT.
           PERFORM CHARGE-CATALOGUE.
           PERFORM CHARGE-REGISTRE.
           PERFORM CHARGE-ORIENTATION.

           PERFORM SAISIE-ACTION.
           PERFORM UNTIL WS-ACTION = 'X'
                       PERFORM AFF-LIGNE
                    END-PERFORM
                 WHEN 'A'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM AJOUTE-LIGNE
                          THRU AJOUTE-LIGNE-FIN
                    END-IF
                 WHEN 'M'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM MODIFIE-LIGNE
                          THRU MODIFIE-LIGNE-FIN
                    END-IF
                 WHEN 'S'
                    PERFORM CONTROLE-MISE-A-JOUR
                    IF AU-RC = 0
                       PERFORM SUPPRIME-LIGNE
                          THRU SUPPRIME-LIGNE-FIN
                    END-IF
                 WHEN OTHER
                    DISPLAY 'ACTION INCONNUE :' SPACE WS-ACTION
              END-EVALUATE
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
           DISPLAY 'ACTION : A=AJOUT, M=MODIF, S=SUPPRESSION, '
              END-IF
           END-IF.

      *    Charge la liste des codes d'orientation ; fichier absent
      *    = pas de contrôle des voeux
       CHARGE-ORIENTATION.
           OPEN INPUT F-ORIENTATION.
           IF F-ORIENTATION-STATUS-OK
              READ F-ORIENTATION
              PERFORM UNTIL F-ORIENTATION-STATUS-EOF
                         OR (WS-NB-ORI >= 50)
                 IF OR-CODE NOT = SPACES
                    SET WS-NB-ORI UP BY 1
                    MOVE OR-CODE TO WS-ORI-CODE(WS-NB-ORI)
                 END-IF
                 READ F-ORIENTATION
              END-PERFORM
              CLOSE F-ORIENTATION
           ELSE
              IF NOT F-ORIENTATION-STATUS-NOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR ORIENTATIONS' SPACE
                    F-ORIENTATION-STATUS
              END-IF
           END-IF.

      *    Saisie et contrôle d'un enregistrement complet selon son
      *    type ; la ligne prête est rendue dans WS-LIGNE-SAISIE et
      *    WS-SAISIE-OK vaut 1 si tous les contrôles passent
           MOVE 1 TO WS-SAISIE-OK.
           MOVE SPACES TO WS-LIGNE-SAISIE.
           MOVE SPACES TO WS-SAISIE-TYPE.
           DISPLAY 'TYPE D''ENREGISTREMENT (00/01/02/03/04/05) :'.
           ACCEPT WS-SAISIE-TYPE.
           EVALUATE WS-SAISIE-TYPE
              WHEN '00'
                 PERFORM SAISIE-TYPE-03
              WHEN '04'
                 PERFORM SAISIE-TYPE-04
              WHEN '05'
                 PERFORM SAISIE-TYPE-05
              WHEN OTHER
                 DISPLAY 'TYPE INCONNU :' SPACE WS-SAISIE-TYPE
                 MOVE 0 TO WS-SAISIE-OK
              INTO WS-LIGNE-SAISIE
           END-IF.

      *    Type 05 : voeux d'orientation, jusqu'à trois codes par
      *    ordre de préférence (au moins le premier)
       SAISIE-TYPE-05.
           MOVE SPACES TO WS-SAI-VOEUX.
           PERFORM VARYING WS-IND-VOEU FROM 1 BY 1
                   UNTIL WS-IND-VOEU > 3
              DISPLAY 'VOEU' SPACE WS-IND-VOEU
                 ' - CODE D''ORIENTATION (6 CAR., BLANC = AUCUN) :'
              ACCEPT WS-SAI-VOEU(WS-IND-VOEU)
              IF WS-SAI-VOEU(WS-IND-VOEU) NOT = SPACES
                 PERFORM CONTROLE-ORIENTATION
              END-IF
           END-PERFORM.
           IF WS-SAI-VOEU(1) = SPACES
              DISPLAY 'LE PREMIER VOEU EST OBLIGATOIRE'
              MOVE 0 TO WS-SAISIE-OK
           END-IF.
           IF WS-SAISIE-OK = 1
              STRING '05' WS-SAI-VOEUX
              DELIMITED BY SIZE
              INTO WS-LIGNE-SAISIE
           END-IF.

      *    Le code saisi doit exister dans la liste des orientations
      *    quand elle est chargée
       CONTROLE-ORIENTATION.
           IF WS-NB-ORI > 0
              SET IDX-ORI TO 1
              SEARCH WS-ORI-TAB
                 AT END
                    DISPLAY 'ORIENTATION INCONNUE :' SPACE
                       WS-SAI-VOEU(WS-IND-VOEU)
                    MOVE 0 TO WS-SAISIE-OK
                 WHEN WS-ORI-CODE(IDX-ORI) = WS-SAI-VOEU(WS-IND-VOEU)
                    CONTINUE
              END-SEARCH
           END-IF.

       SAISIE-NUMLIG.
           MOVE SPACES TO WS-SAISIE-NUMLIG.
           DISPLAY 'NUMERO DE LIGNE (3 CHIFFRES) :'.
              MOVE 1 TO WS-SAISIE-OK
           END-IF.

      *    L'ordre des lignes est porteur (les 02/03/04/05 suivent leur
      *    01) : l'ajout se fait donc après une ligne choisie, 0 pour
      *    ajouter en fin de fichier
       AJOUTE-LIGNE.

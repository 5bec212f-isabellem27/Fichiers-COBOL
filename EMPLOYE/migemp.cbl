      *=============================================================*
      *    MIGRATION DU FICHIER EMPLOYE AU DESSIN AVEC RESPONSABLE  *
      *       FichierClient.txt ne disait pas à qui chaque employé  *
      *       rend compte. Le dessin FCLIENT porte maintenant le    *
      *       matricule du responsable hiérarchique en fin          *
      *       d'enregistrement. Passage de migration :              *
      *         - FichierClient.txt est sauvegardé dans             *
      *           FichierClient-v1.txt (seulement au premier        *
      *           passage : une relance ne l'écrase pas),           *
      *         - chaque employé est réécrit au nouveau dessin, le  *
      *           responsable repris de Responsables-Init.txt       *
      *           (matricule, matricule du responsable) quand il    *
      *           y figure, à blanc sinon ; un responsable déjà     *
      *           renseigné est conservé,                           *
      *         - l'entête et le total de contrôle sont repris tels *
      *           quels (le total ne porte que sur les salaires).   *
      *       organig contrôle ensuite la hiérarchie obtenue.       *
      *       Pour le lancer, les variables OPERATEUR et            *
      *       OPERATEUR_SECRET doivent donner un profil de          *
      *       operateurs.txt avec le droit M sur ce programme       *
      *       (cf autoris).                                         *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. migemp.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE
           ASSIGN TO 'FichierClient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEMP.

           SELECT F-SAUVEGARDE
           ASSIGN TO 'FichierClient-v1.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSAUVE.

      *    reprise initiale des responsables : matricule (1-10),
      *    matricule du responsable (11-20)
           SELECT F-RESPINIT
           ASSIGN TO 'Responsables-Init.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRESP.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-SAUVEGARDE
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SAUVEGARDE      PIC X(98).

       FD  F-RESPINIT
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESPINIT.
           05 RRESP-ID         PIC X(10).
           05 RRESP-RESP       PIC X(10).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FEMPOK                  VALUE '00'   .
       88  WS-STAT-FEMPFIN                 VALUE '10'   .
       88  WS-STAT-FEMPNOFILE              VALUE '35'   .
       01  WS-STAT-FSAUVE     PIC XX                    .
       88  WS-STAT-FSAUVEOK                VALUE '00'   .
       88  WS-STAT-FSAUVENOFILE            VALUE '35'   .
       01  WS-STAT-FRESP      PIC XX                    .
       88  WS-STAT-FRESPOK                 VALUE '00'   .
       88  WS-STAT-FRESPFIN                VALUE '10'   .
       88  WS-STAT-FRESPNOFILE             VALUE '35'   .

      *    enregistrements du fichier, entête et total compris, dans
      *    l'ordre de lecture
       01  WS-NB-ENREG        PIC 9(4)      VALUE 0     .
       01  WS-IND-TAB         PIC 9(4)      VALUE 0     .
       01  WS-TAB-ENREG.
           03 ENR-MIG     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ENREG.
            05 WS-ENREG      PIC X(98)             .

       01  WS-SAUVE-FAITE     PIC X         VALUE 'N'   .
       88  WS-SAUVE-EST-FAITE              VALUE 'O'   .
       01  WS-NB-EMPLOYES     PIC 9(4)      VALUE 0     .
       01  WS-NB-REPRIS       PIC 9(4)      VALUE 0     .
       01  WS-NB-DEJA-RESP    PIC 9(4)      VALUE 0     .
       01  WS-NB-INIT-INC     PIC 9(4)      VALUE 0     .
       01  WS-LIG-RAP         PIC X(100)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           PERFORM CONTROLE-ACCES.

           OPEN INPUT F-EMPLOYE.
           IF WS-STAT-FEMPNOFILE
              DISPLAY 'FICHIERCLIENT.TXT INTROUVABLE - RIEN A MIGRER'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF (NOT WS-STAT-FEMPOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FEMPFIN
              PERFORM LECT-FILE
           END-PERFORM.
           CLOSE F-EMPLOYE.

           PERFORM SAUVE-ORIGINAL THRU SAUVE-ORIGINAL-FIN.
           PERFORM REPRISE-RESPONSABLES THRU REPRISE-RESPONSABLES-FIN.
           PERFORM REECRIT-FICHIER.

           DISPLAY 'MIGRATION TERMINEE :' SPACE WS-NB-EMPLOYES
              SPACE 'EMPLOYE(S), DONT' SPACE WS-NB-REPRIS
              SPACE 'RESPONSABLE(S) REPRIS ET' SPACE WS-NB-DEJA-RESP
              SPACE 'DEJA RENSEIGNE(S)'.
           IF WS-SAUVE-EST-FAITE
              DISPLAY 'L''ANCIEN FICHIER EST CONSERVE DANS '
                 'FICHIERCLIENT-V1.TXT'
           END-IF.

      * Test du status
       TEST-STATUT.
           IF (NOT WS-STAT-FEMPOK) AND (NOT WS-STAT-FEMPFIN) THEN
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FEMP
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
      *       code retour pour l'ordonnanceur : 12 fichier absent,
      *       8 statut fichier en erreur
              IF WS-STAT-FEMP = '35'
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE 'ERREUR' TO JR-STATUT
           END-IF.
      * 0000-MAIN-END
      *    trace de l'exécution dans le journal commun avant l'arrêt
           PERFORM ECRIT-JOURNAL.
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution, console
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

      *    Opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) : il faut le droit de mise à jour sur
      *    migemp ; un refus est émis et tracé par autoris, on
      *    s'arrête avant toute écriture
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           MOVE 'migemp' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'migemp' TO JR-PROGRAMME.
           MOVE WS-NB-ENREG    TO JR-NB-LUS.
           MOVE WS-NB-ENREG    TO JR-NB-ECRITS.
           MOVE WS-NB-INIT-INC TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      * Lecture du fichier employé : une ligne à l'ancien dessin est
      * complétée à blanc, donc sans responsable
       LECT-FILE.
           MOVE SPACES TO R-EMPLOYE.
           READ F-EMPLOYE
              IF (NOT WS-STAT-FEMPOK) AND (NOT WS-STAT-FEMPFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FEMPOK THEN
                    IF WS-NB-ENREG >= 9999
                       DISPLAY 'TABLE PLEINE - MIGRATION ABANDONNEE'
                       MOVE 8 TO RETURN-CODE
                       MOVE 'ERREUR' TO JR-STATUT
                       PERFORM ECRIT-JOURNAL
                       GOBACK
                    END-IF
                    ADD 1 TO WS-NB-ENREG
                    MOVE R-EMPLOYE TO WS-ENREG(WS-NB-ENREG)
                    IF (REMPLOYE-ID(1:7) NOT = '*ENTETE')
                       AND (REMPLOYE-ID(1:6) NOT = '*TOTAL')
                       ADD 1 TO WS-NB-EMPLOYES
                       IF REMPLOYE-RESP NOT = SPACES
                          ADD 1 TO WS-NB-DEJA-RESP
                       END-IF
                    END-IF
                 END-IF
              END-IF.

      *    Sauvegarde de l'ancien fichier, une seule fois : si
      *    FichierClient-v1.txt existe déjà, la migration a déjà tourné
       SAUVE-ORIGINAL.
           OPEN INPUT F-SAUVEGARDE.
           IF NOT WS-STAT-FSAUVENOFILE
              CLOSE F-SAUVEGARDE
              DISPLAY 'FICHIERCLIENT-V1.TXT DEJA PRESENT - CONSERVE'
              GO TO SAUVE-ORIGINAL-FIN
           END-IF.
           OPEN OUTPUT F-SAUVEGARDE.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              MOVE WS-ENREG(WS-IND-TAB) TO REC-SAUVEGARDE
              WRITE REC-SAUVEGARDE
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           SET WS-SAUVE-EST-FAITE TO TRUE.
       SAUVE-ORIGINAL-FIN.
           EXIT.

      *    Reprise des responsables de Responsables-Init.txt pour les
      *    employés qui n'en ont pas encore
       REPRISE-RESPONSABLES.
           OPEN INPUT F-RESPINIT.
           IF WS-STAT-FRESPNOFILE
              DISPLAY 'RESPONSABLES-INIT.TXT ABSENT - RESPONSABLES A '
                 'BLANC'
              GO TO REPRISE-RESPONSABLES-FIN
           END-IF.
           IF NOT WS-STAT-FRESPOK
              DISPLAY 'CODE RETOUR D''ERREUR RESPONSABLES' SPACE
                 WS-STAT-FRESP
              GO TO REPRISE-RESPONSABLES-FIN
           END-IF.
           READ F-RESPINIT.
           PERFORM UNTIL WS-STAT-FRESPFIN
              PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                      UNTIL (WS-IND-TAB > WS-NB-ENREG)
                      OR (WS-ENREG(WS-IND-TAB)(1:10) = RRESP-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-TAB TO WS-IND-TAB
              END-PERFORM
              IF WS-IND-TAB > WS-NB-ENREG
                 ADD 1 TO WS-NB-INIT-INC
                 DISPLAY 'RESPONSABLES-INIT : MATRICULE INCONNU' SPACE
                    RRESP-ID
              ELSE
                 IF WS-ENREG(WS-IND-TAB)(89:10) = SPACES
                    MOVE RRESP-RESP TO WS-ENREG(WS-IND-TAB)(89:10)
                    ADD 1 TO WS-NB-REPRIS
                 END-IF
              END-IF
              READ F-RESPINIT
           END-PERFORM.
       REPRISE-RESPONSABLES-FIN.
           CLOSE F-RESPINIT.

       REECRIT-FICHIER.
           OPEN OUTPUT F-EMPLOYE.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              MOVE WS-ENREG(WS-IND-TAB) TO R-EMPLOYE
              WRITE R-EMPLOYE
           END-PERFORM.
           CLOSE F-EMPLOYE.

      *=============================================================*
      *    SUIVI DE LA CERTIFICATION DES DEVELOPPEURS PAR AGENCE    *
      *       Le dossier de formation Formation-Employes.txt est    *
      *       tenu par certifex (plateforme d'exercices) pour les   *
      *       stagiaires rapprochés d'un matricule. Ce programme    *
      *       liste, agence par agence, les employés dont le poste  *
      *       est un poste de développeur (Postes-Developpeurs.txt, *
      *       un libellé par ligne ; fichier absent = DEVELOPPEUR,  *
      *       PROGRAMMEUR et ANALYSTE PROGRAMMEUR) : d'abord les    *
      *       certifiés avec la date du certificat, puis les non    *
      *       certifiés avec leur avancement sur le barème, dans    *
      *       Formation-Agences.txt.                                *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. formemp.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE
           ASSIGN TO 'FichierClient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEMP.

           SELECT F-DEPT
           ASSIGN TO 'FR-LISTE-DEPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDEPT.

           SELECT F-FORMATION
           ASSIGN TO 'Formation-Employes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FFORM.

           SELECT F-POSTES
           ASSIGN TO 'Postes-Developpeurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPOST.

           SELECT F-RAPPORT
           ASSIGN TO 'Formation-Agences.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       COPY 'FDEPT.cpy'.

       COPY 'FFORMEMP.cpy'.

       FD  F-POSTES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-POSTE           PIC X(20).

       FD  F-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(120).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FEMPOK                  VALUE '00'   .
       88  WS-STAT-FEMPFIN                 VALUE '10'   .
       01  WS-STAT-FDEPT      PIC XX                    .
       88  WS-STAT-FDEPTOK                 VALUE '00'   .
       88  WS-STAT-FDEPTFIN                VALUE '10'   .
       01  WS-STAT-FFORM      PIC XX                    .
       88  WS-STAT-FFORMOK                 VALUE '00'   .
       88  WS-STAT-FFORMFIN                VALUE '10'   .
       01  WS-STAT-FPOST      PIC XX                    .
       88  WS-STAT-FPOSTOK                 VALUE '00'   .
       88  WS-STAT-FPOSTFIN                VALUE '10'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .

      *    libellés des postes de développeur, en majuscules
       01  WS-IND-PO          PIC 99        VALUE 0     .
       01  WS-POSTES.
           03 WS-NB-PO        PIC 99        VALUE 0     .
           03 WS-PO-LIB   OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-NB-PO
                                    PIC X(20)             .

      *    fiches du dossier de formation (lignes 'F')
       01  WS-IND-FO          PIC 9(4)      VALUE 0     .
       01  WS-FICHES.
           03 WS-NB-FO        PIC 9(4)      VALUE 0     .
           03 WS-FO-TAB   OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-FO.
              05 WS-FO-ID        PIC X(10)              .
              05 WS-FO-STATUT    PIC X                  .
              05 WS-FO-DATE      PIC X(8)               .
              05 WS-FO-ACQUIS    PIC 99                 .
              05 WS-FO-CRITERES  PIC 99                 .

      *    développeurs, triés par agence puis nom, avec leur état
      *    de certification
       01  WS-NB-LUS          PIC 9(4)      VALUE 0     .
       01  WS-NB-ENREG        PIC 9(4)      VALUE 0     .
       01  WS-IND-TAB         PIC 9(4)      VALUE 0     .
       01  WS-TAB-ENREG.
           03 ENR-DEV     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ENREG.
            05 WS-EMPAG      PIC X(3)              .
            05 WS-EMPNOM     PIC X(20)             .
            05 WS-EMPID      PIC X(10)             .
            05 WS-EMPPREN    PIC X(20)             .
            05 WS-EMPPOST    PIC X(20)             .
            05 WS-EMPETAT    PIC X                 .
               88 WS-EMP-CERTIFIE          VALUE 'C'  .
               88 WS-EMP-EN-COURS          VALUE 'E'  .
               88 WS-EMP-SANS-FORMATION    VALUE 'S'  .
            05 WS-EMPDATE    PIC X(8)              .
            05 WS-EMPACQ     PIC 99                .
            05 WS-EMPCRIT    PIC 99                .

      *    bornes et compteurs de l'agence en cours
       01  WS-AG-DEB          PIC 9(4)      VALUE 0     .
       01  WS-AG-FIN          PIC 9(4)      VALUE 0     .
       01  WS-AG-NOM          PIC X(26)     VALUE SPACES.
       01  WS-AG-CERT         PIC 9(4)      VALUE 0     .
       01  WS-AG-COURS        PIC 9(4)      VALUE 0     .
       01  WS-AG-SANS         PIC 9(4)      VALUE 0     .

      *    compteurs
       01  WS-NB-CERT         PIC 9(4)      VALUE 0     .
       01  WS-NB-COURS        PIC 9(4)      VALUE 0     .
       01  WS-NB-SANS         PIC 9(4)      VALUE 0     .

       01  WS-POSTE-MAJ       PIC X(20)     VALUE SPACES.
       01  WS-LIG-RAP         PIC X(120)    VALUE SPACES.

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

      * Postes de développeur et dossier de formation
           PERFORM CHARGE-POSTES.
           PERFORM CHARGE-FORMATION.

      * Chargement des développeurs, triés par agence puis nom
           OPEN INPUT F-EMPLOYE.
           IF (NOT WS-STAT-FEMPOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FEMPFIN
              PERFORM LECT-FILE
           END-PERFORM.
           CLOSE F-EMPLOYE.
           IF WS-NB-ENREG > 0
              SORT ENR-DEV ASCENDING
              KEY WS-EMPAG WS-EMPNOM WS-EMPID
           END-IF.

      * Rapport par agence
           PERFORM ECRIT-RAPPORT.

           DISPLAY 'EMPLOYES LUS        :' SPACE WS-NB-LUS.
           DISPLAY 'DEVELOPPEURS        :' SPACE WS-NB-ENREG.
           DISPLAY 'CERTIFIES           :' SPACE WS-NB-CERT.
           DISPLAY 'NON CERTIFIES       :' SPACE
              WS-NB-COURS ' EN COURS, ' WS-NB-SANS ' SANS FORMATION'.

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

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'formemp' TO JR-PROGRAMME.
           MOVE WS-NB-LUS   TO JR-NB-LUS.
           MOVE WS-NB-ENREG TO JR-NB-ECRITS.
           MOVE 0           TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Libellés des postes de développeur ; fichier absent ou
      *    vide = libellés par défaut
       CHARGE-POSTES.
           OPEN INPUT F-POSTES.
           IF WS-STAT-FPOSTOK
              READ F-POSTES
              PERFORM UNTIL WS-STAT-FPOSTFIN
                 IF (REC-POSTE NOT = SPACES) AND (WS-NB-PO < 50)
                    ADD 1 TO WS-NB-PO
                    MOVE FUNCTION UPPER-CASE(REC-POSTE)
                       TO WS-PO-LIB(WS-NB-PO)
                 END-IF
                 READ F-POSTES
              END-PERFORM
           END-IF.
           CLOSE F-POSTES.
           IF WS-NB-PO = 0
              MOVE 3 TO WS-NB-PO
              MOVE 'DEVELOPPEUR'          TO WS-PO-LIB(1)
              MOVE 'PROGRAMMEUR'          TO WS-PO-LIB(2)
              MOVE 'ANALYSTE PROGRAMMEUR' TO WS-PO-LIB(3)
           END-IF.

      *    Fiches du dossier de formation ; fichier absent = aucun
      *    développeur n'a encore suivi la formation
       CHARGE-FORMATION.
           OPEN INPUT F-FORMATION.
           IF NOT WS-STAT-FFORMOK
              DISPLAY 'FORMATION-EMPLOYES.TXT ABSENT : AUCUNE FORMATION'
           ELSE
              READ F-FORMATION
              PERFORM UNTIL WS-STAT-FFORMFIN
                 IF RFOR-EST-FICHE AND (WS-NB-FO < 9999)
                    ADD 1 TO WS-NB-FO
                    MOVE RFOR-ID          TO WS-FO-ID(WS-NB-FO)
                    MOVE RFOR-STATUT      TO WS-FO-STATUT(WS-NB-FO)
                    MOVE RFOR-DATE-CERTIF TO WS-FO-DATE(WS-NB-FO)
                    MOVE RFOR-NB-ACQUIS   TO WS-FO-ACQUIS(WS-NB-FO)
                    MOVE RFOR-NB-CRITERES TO WS-FO-CRITERES(WS-NB-FO)
                 END-IF
                 READ F-FORMATION
              END-PERFORM
           END-IF.
           CLOSE F-FORMATION.

      * Lecture du fichier client (l'entête et le total de contrôle
      * *ENTETE/*TOTAL sont sautés)
       LECT-FILE.
           READ F-EMPLOYE
              IF (NOT WS-STAT-FEMPOK) AND (NOT WS-STAT-FEMPFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FEMPOK THEN
                    EVALUATE TRUE
                       WHEN REMPLOYE-ID(1:7) = '*ENTETE'
                          CONTINUE
                       WHEN REMPLOYE-ID(1:6) = '*TOTAL'
                          CONTINUE
                       WHEN OTHER
                          ADD 1 TO WS-NB-LUS
                          PERFORM CHARGE-DEVELOPPEUR
                    END-EVALUATE
                 END-IF
              END-IF.

      *    Seuls les postes de développeur sont retenus
       CHARGE-DEVELOPPEUR.
           MOVE FUNCTION UPPER-CASE(REMPLOYE-POSTE) TO WS-POSTE-MAJ.
           PERFORM VARYING WS-IND-PO FROM 1 BY 1
                   UNTIL (WS-IND-PO > WS-NB-PO)
                   OR (WS-PO-LIB(WS-IND-PO) = WS-POSTE-MAJ)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PO TO WS-IND-PO
           END-PERFORM.
           IF WS-IND-PO <= WS-NB-PO
              IF WS-NB-ENREG >= 9999
                 DISPLAY 'TABLE PLEINE - EMPLOYE IGNORE :'
                    SPACE REMPLOYE-ID
              ELSE
                 PERFORM AJOUTE-DEVELOPPEUR
              END-IF
           END-IF.

      *    Développeur ajouté à la table avec sa fiche de formation
       AJOUTE-DEVELOPPEUR.
           ADD 1 TO WS-NB-ENREG.
           INITIALIZE ENR-DEV(WS-NB-ENREG).
           MOVE REMPLOYE-AGENCE  TO WS-EMPAG(WS-NB-ENREG).
           MOVE REMPLOYE-NOM     TO WS-EMPNOM(WS-NB-ENREG).
           MOVE REMPLOYE-ID      TO WS-EMPID(WS-NB-ENREG).
           MOVE REMPLOYE-PRENOM  TO WS-EMPPREN(WS-NB-ENREG).
           MOVE REMPLOYE-POSTE   TO WS-EMPPOST(WS-NB-ENREG).
           SET WS-EMP-SANS-FORMATION(WS-NB-ENREG) TO TRUE.
           PERFORM VARYING WS-IND-FO FROM 1 BY 1
                   UNTIL (WS-IND-FO > WS-NB-FO)
                   OR (WS-FO-ID(WS-IND-FO) = REMPLOYE-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-FO TO WS-IND-FO
           END-PERFORM.
           IF WS-IND-FO <= WS-NB-FO
              MOVE WS-FO-STATUT(WS-IND-FO)   TO WS-EMPETAT(WS-NB-ENREG)
              MOVE WS-FO-DATE(WS-IND-FO)     TO WS-EMPDATE(WS-NB-ENREG)
              MOVE WS-FO-ACQUIS(WS-IND-FO)   TO WS-EMPACQ(WS-NB-ENREG)
              MOVE WS-FO-CRITERES(WS-IND-FO) TO WS-EMPCRIT(WS-NB-ENREG)
           END-IF.

       ECRIT-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           MOVE 'CERTIFICATION DES DEVELOPPEURS PAR AGENCE'
              TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 1 TO WS-AG-DEB.
           PERFORM UNTIL WS-AG-DEB > WS-NB-ENREG
              MOVE WS-AG-DEB TO WS-AG-FIN
              PERFORM UNTIL (WS-AG-FIN >= WS-NB-ENREG)
                      OR (WS-EMPAG(WS-AG-FIN + 1)
                          NOT = WS-EMPAG(WS-AG-DEB))
                 ADD 1 TO WS-AG-FIN
              END-PERFORM
              PERFORM ECRIT-AGENCE
              COMPUTE WS-AG-DEB = WS-AG-FIN + 1
           END-PERFORM.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'DEVELOPPEURS : ' WS-NB-ENREG
                  '  CERTIFIES : ' WS-NB-CERT
                  '  EN COURS : ' WS-NB-COURS
                  '  SANS FORMATION : ' WS-NB-SANS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

      *    Une agence : les certifiés puis les non certifiés
       ECRIT-AGENCE.
           PERFORM CHERCHE-NOM-AGENCE.
           MOVE 0 TO WS-AG-CERT.
           MOVE 0 TO WS-AG-COURS.
           MOVE 0 TO WS-AG-SANS.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'AGENCE ' WS-EMPAG(WS-AG-DEB) SPACE WS-AG-NOM
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE '  CERTIFIES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-TAB FROM WS-AG-DEB BY 1
                   UNTIL WS-IND-TAB > WS-AG-FIN
              IF WS-EMP-CERTIFIE(WS-IND-TAB)
                 ADD 1 TO WS-AG-CERT
                 PERFORM ECRIT-LIGNE-DEV
              END-IF
           END-PERFORM.
           IF WS-AG-CERT = 0
              MOVE '    (aucun)' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           MOVE '  NON CERTIFIES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-TAB FROM WS-AG-DEB BY 1
                   UNTIL WS-IND-TAB > WS-AG-FIN
              IF NOT WS-EMP-CERTIFIE(WS-IND-TAB)
                 IF WS-EMP-EN-COURS(WS-IND-TAB)
                    ADD 1 TO WS-AG-COURS
                 ELSE
                    ADD 1 TO WS-AG-SANS
                 END-IF
                 PERFORM ECRIT-LIGNE-DEV
              END-IF
           END-PERFORM.
           IF (WS-AG-COURS + WS-AG-SANS) = 0
              MOVE '    (aucun)' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           INITIALIZE WS-LIG-RAP.
           STRING '  TOTAL AGENCE : CERTIFIES ' WS-AG-CERT
                  '  EN COURS ' WS-AG-COURS
                  '  SANS FORMATION ' WS-AG-SANS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           ADD WS-AG-CERT  TO WS-NB-CERT.
           ADD WS-AG-COURS TO WS-NB-COURS.
           ADD WS-AG-SANS  TO WS-NB-SANS.

       ECRIT-LIGNE-DEV.
           INITIALIZE WS-LIG-RAP.
           STRING '    ' WS-EMPID(WS-IND-TAB) SPACE
                  WS-EMPNOM(WS-IND-TAB) SPACE
                  WS-EMPPREN(WS-IND-TAB) SPACE
                  WS-EMPPOST(WS-IND-TAB) SPACE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           EVALUATE TRUE
              WHEN WS-EMP-CERTIFIE(WS-IND-TAB)
                 STRING WS-LIG-RAP(1:80) 'CERTIFIE LE '
                        WS-EMPDATE(WS-IND-TAB)(7:2) '/'
                        WS-EMPDATE(WS-IND-TAB)(5:2) '/'
                        WS-EMPDATE(WS-IND-TAB)(1:4)
                 DELIMITED BY SIZE
                 INTO REC-RAPPORT
              WHEN WS-EMP-EN-COURS(WS-IND-TAB)
                 STRING WS-LIG-RAP(1:80) 'EN COURS '
                        WS-EMPACQ(WS-IND-TAB) '/'
                        WS-EMPCRIT(WS-IND-TAB) ' EXERCICES ACQUIS'
                 DELIMITED BY SIZE
                 INTO REC-RAPPORT
              WHEN OTHER
                 STRING WS-LIG-RAP(1:80) 'AUCUNE FORMATION'
                 DELIMITED BY SIZE
                 INTO REC-RAPPORT
           END-EVALUATE.
           WRITE REC-RAPPORT.

       CHERCHE-NOM-AGENCE.
           MOVE 'AGENCE INCONNUE' TO WS-AG-NOM.
           OPEN INPUT F-DEPT.
           IF WS-STAT-FDEPTOK
              READ F-DEPT
              PERFORM UNTIL WS-STAT-FDEPTFIN
                 IF RDEPT-ID = WS-EMPAG(WS-AG-DEB)
                    MOVE RDEPT-DEP TO WS-AG-NOM
                 END-IF
                 READ F-DEPT
              END-PERFORM
           END-IF.
           CLOSE F-DEPT.

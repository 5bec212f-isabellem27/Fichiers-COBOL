      *=============================================================*
      *    ORGANIGRAMME ET CONTROLE DE LA LIGNE HIERARCHIQUE        *
      *       Chaque employé de FichierClient.txt porte le          *
      *       matricule de son responsable (à blanc pour le sommet  *
      *       de la hiérarchie). Le programme contrôle que chaque   *
      *       responsable existe et qu'aucune chaîne hiérarchique   *
      *       ne boucle sur elle-même, et liste les anomalies dans  *
      *       Organigramme-Anomalies.txt (code retour 4).           *
      *       Organigramme.txt présente, agence par agence,         *
      *       l'arbre indenté des employés sous leur responsable,   *
      *       avec pour chaque responsable l'effectif et la masse   *
      *       salariale de son équipe (lui compris) dans l'agence.  *
      *       Un employé dont le responsable est dans une autre     *
      *       agence est en tête de l'arbre de son agence, avec     *
      *       son rattachement.                                     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. organig.
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

           SELECT F-ORGA
           ASSIGN TO 'Organigramme.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FORGA.

           SELECT F-ANOM
           ASSIGN TO 'Organigramme-Anomalies.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FANOM.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       COPY 'FDEPT.cpy'.

       FD  F-ORGA
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ORGA            PIC X(140).

       FD  F-ANOM
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ANOM            PIC X(140).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FEMPOK                  VALUE '00'   .
       88  WS-STAT-FEMPFIN                 VALUE '10'   .
       01  WS-STAT-FDEPT      PIC XX                    .
       88  WS-STAT-FDEPTOK                 VALUE '00'   .
       88  WS-STAT-FDEPTFIN                VALUE '10'   .
       01  WS-STAT-FORGA      PIC XX                    .
       88  WS-STAT-FORGAOK                 VALUE '00'   .
       01  WS-STAT-FANOM      PIC XX                    .
       88  WS-STAT-FANOMOK                 VALUE '00'   .

      *    table des employés, triée par agence puis nom ; chaque
      *    employé pointe sur la ligne de son responsable
       01  WS-NB-ENREG        PIC 9(4)      VALUE 0     .
       01  WS-IND-TAB         PIC 9(4)      VALUE 0     .
       01  WS-IND-TRV         PIC 9(4)      VALUE 0     .
       01  WS-IND-SUP         PIC 9(4)      VALUE 0     .
       01  WS-TAB-ENREG.
           03 ENR-ORG     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ENREG.
            05 WS-EMPAG      PIC X(3)              .
            05 WS-EMPNOM     PIC X(20)             .
            05 WS-EMPID      PIC X(10)             .
            05 WS-EMPPREN    PIC X(20)             .
            05 WS-EMPPOST    PIC X(20)             .
            05 WS-EMPSAL     PIC 9(4)V99           .
            05 WS-EMPRESP    PIC X(10)             .
            05 WS-EMPIND-RESP PIC 9(4)             .
      *        état hiérarchique : sommet, rattaché, responsable
      *        inexistant, dans une boucle, sous une anomalie
            05 WS-EMPETAT    PIC X                 .
               88 WS-EMP-SOMMET            VALUE 'S'  .
               88 WS-EMP-RATTACHE          VALUE 'R'  .
               88 WS-EMP-RESP-INCONNU      VALUE 'I'  .
               88 WS-EMP-EN-BOUCLE         VALUE 'B'  .
               88 WS-EMP-SOUS-ANOMALIE     VALUE 'A'  .
            05 WS-EMPSS-EFF  PIC 9(5)              .
            05 WS-EMPSS-MAS  PIC 9(8)V99           .

      *    pile du parcours de l'arbre d'une agence (indice de
      *    l'employé et niveau d'indentation)
       01  WS-NB-PILE         PIC 9(4)      VALUE 0     .
       01  WS-PILE.
           03 WS-PILE-ELT OCCURS 9999 TIMES.
              05 WS-PILE-IND     PIC 9(4)               .
              05 WS-PILE-NIV     PIC 9(4)               .
       01  WS-NIV             PIC 9(4)      VALUE 0     .

      *    bornes de l'agence en cours dans la table triée
       01  WS-AG-DEB          PIC 9(4)      VALUE 0     .
       01  WS-AG-FIN          PIC 9(4)      VALUE 0     .
       01  WS-AG-NOM          PIC X(26)     VALUE SPACES.
       01  WS-AG-EFF          PIC 9(5)      VALUE 0     .
       01  WS-AG-MASSE        PIC 9(8)V99   VALUE 0     .

      *    parcours de la ligne hiérarchique
       01  WS-PAS             PIC 9(5)      VALUE 0     .
       01  WS-FIN-CHAINE      PIC X         VALUE 'N'   .
           88 WS-CHAINE-FINIE               VALUE 'O'   .

      *    compteurs
       01  WS-NB-SOMMETS      PIC 9(4)      VALUE 0     .
       01  WS-NB-INCONNUS     PIC 9(4)      VALUE 0     .
       01  WS-NB-BOUCLES      PIC 9(4)      VALUE 0     .
       01  WS-NB-SOUS-ANOM    PIC 9(4)      VALUE 0     .
       01  WS-NB-ANOMALIES    PIC 9(4)      VALUE 0     .
       01  WS-PROF-MAX        PIC 9(4)      VALUE 0     .

       01  WS-SAL-X           PIC X(7)      VALUE SPACES.
       01  WS-SAL-NUM         REDEFINES WS-SAL-X PIC 9(4)V99.
       01  WS-SAL-CHAR        PIC Z(3)9.99              .
       01  WS-MASSE-CHAR      PIC Z(7)9.99              .
       01  WS-EFF-CHAR        PIC Z(4)9                 .
       01  WS-LG-INDENT       PIC 99        VALUE 0     .
       01  WS-PTR             PIC 999       VALUE 0     .
       01  WS-LIG-RAP         PIC X(140)    VALUE SPACES.
       01  WS-LIG-EURO        PIC X(4)      VALUE ' €'  .

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

      * Chargement des employés, triés par agence puis nom
           OPEN INPUT F-EMPLOYE.
           IF (NOT WS-STAT-FEMPOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FEMPFIN
              PERFORM LECT-FILE
           END-PERFORM.
           CLOSE F-EMPLOYE.
           IF WS-NB-ENREG > 0
              SORT ENR-ORG ASCENDING
              KEY WS-EMPAG WS-EMPNOM WS-EMPID
           END-IF.

      * Contrôle de la ligne hiérarchique
           OPEN OUTPUT F-ANOM.
           MOVE 'ANOMALIES DE LA LIGNE HIERARCHIQUE' TO REC-ANOM.
           WRITE REC-ANOM.
           MOVE ALL '=' TO REC-ANOM.
           WRITE REC-ANOM.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              PERFORM RATTACHE-RESPONSABLE
           END-PERFORM.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMP-RATTACHE(WS-IND-TAB)
                 PERFORM CONTROLE-CHAINE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMP-EN-BOUCLE(WS-IND-TAB)
                 OR WS-EMP-SOUS-ANOMALIE(WS-IND-TAB)
                 PERFORM ECRIT-ANOMALIE-CHAINE
              END-IF
           END-PERFORM.
           PERFORM ECRIT-ANOMALIES-PIED.
           CLOSE F-ANOM.

      * Effectif et masse de chaque équipe, puis l'organigramme
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMP-SOMMET(WS-IND-TAB)
                 OR WS-EMP-RATTACHE(WS-IND-TAB)
                 PERFORM CUMULE-EQUIPES
              END-IF
           END-PERFORM.
           PERFORM ECRIT-ORGANIGRAMME.

           DISPLAY 'EMPLOYES LUS        :' SPACE WS-NB-ENREG.
           DISPLAY 'ANOMALIES           :' SPACE WS-NB-ANOMALIES.
           IF WS-NB-ANOMALIES > 0
              DISPLAY 'VOIR ORGANIGRAMME-ANOMALIES.TXT'
              MOVE 4 TO RETURN-CODE
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

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'organig' TO JR-PROGRAMME.
           MOVE WS-NB-ENREG     TO JR-NB-LUS.
           MOVE WS-NB-ENREG     TO JR-NB-ECRITS.
           MOVE WS-NB-ANOMALIES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

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
                       WHEN WS-NB-ENREG >= 9999
                          DISPLAY 'TABLE PLEINE - EMPLOYE IGNORE :'
                             SPACE REMPLOYE-ID
                       WHEN OTHER
                          PERFORM CHARGE-EMPLOYE
                    END-EVALUATE
                 END-IF
              END-IF.

       CHARGE-EMPLOYE.
           ADD 1 TO WS-NB-ENREG.
           INITIALIZE ENR-ORG(WS-NB-ENREG).
           MOVE REMPLOYE-AGENCE  TO WS-EMPAG(WS-NB-ENREG).
           MOVE REMPLOYE-NOM     TO WS-EMPNOM(WS-NB-ENREG).
           MOVE REMPLOYE-ID      TO WS-EMPID(WS-NB-ENREG).
           MOVE REMPLOYE-PRENOM  TO WS-EMPPREN(WS-NB-ENREG).
           MOVE REMPLOYE-POSTE   TO WS-EMPPOST(WS-NB-ENREG).
           MOVE REMPLOYE-RESP    TO WS-EMPRESP(WS-NB-ENREG).
      *    un salaire illisible compte pour zéro dans la masse
           MOVE REMPLOYE-SALAIRE TO WS-SAL-X.
           IF WS-SAL-NUM NUMERIC
              MOVE WS-SAL-NUM TO WS-EMPSAL(WS-NB-ENREG)
           END-IF.

      *    Ligne du responsable de l'employé : sans responsable, il
      *    est au sommet ; un responsable absent du fichier ou
      *    l'employé lui-même est une anomalie
       RATTACHE-RESPONSABLE.
           MOVE 0 TO WS-EMPIND-RESP(WS-IND-TAB).
           IF WS-EMPRESP(WS-IND-TAB) = SPACES
              SET WS-EMP-SOMMET(WS-IND-TAB) TO TRUE
              ADD 1 TO WS-NB-SOMMETS
           ELSE
              PERFORM VARYING WS-IND-TRV FROM 1 BY 1
                      UNTIL (WS-IND-TRV > WS-NB-ENREG)
                      OR (WS-EMPID(WS-IND-TRV) = WS-EMPRESP(WS-IND-TAB))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-TRV TO WS-IND-TRV
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-IND-TRV > WS-NB-ENREG
                    SET WS-EMP-RESP-INCONNU(WS-IND-TAB) TO TRUE
                    ADD 1 TO WS-NB-INCONNUS
                    MOVE 'RESPONSABLE INEXISTANT' TO WS-LIG-RAP
                    PERFORM ECRIT-ANOMALIE
                 WHEN WS-IND-TRV = WS-IND-TAB
                    SET WS-EMP-EN-BOUCLE(WS-IND-TAB) TO TRUE
                    MOVE WS-IND-TRV TO WS-EMPIND-RESP(WS-IND-TAB)
                 WHEN OTHER
                    SET WS-EMP-RATTACHE(WS-IND-TAB) TO TRUE
                    MOVE WS-IND-TRV TO WS-EMPIND-RESP(WS-IND-TAB)
              END-EVALUATE
           END-IF.

      *    Remonte la ligne hiérarchique de l'employé : elle doit
      *    atteindre un sommet en moins de pas qu'il n'y a
      *    d'employés, sinon elle boucle. L'employé est lui-même
      *    dans la boucle si la remontée le retrouve ; sinon il est
      *    rattaché à une boucle ou à un responsable inexistant
       CONTROLE-CHAINE.
           MOVE 'N' TO WS-FIN-CHAINE.
           MOVE 0 TO WS-PAS.
           MOVE WS-IND-TAB TO WS-IND-SUP.
           PERFORM UNTIL WS-CHAINE-FINIE
              MOVE WS-EMPIND-RESP(WS-IND-SUP) TO WS-IND-SUP
              ADD 1 TO WS-PAS
              EVALUATE TRUE
                 WHEN WS-IND-SUP = WS-IND-TAB
                    SET WS-EMP-EN-BOUCLE(WS-IND-TAB) TO TRUE
                    SET WS-CHAINE-FINIE TO TRUE
                 WHEN WS-EMP-SOMMET(WS-IND-SUP)
                    SET WS-CHAINE-FINIE TO TRUE
                    IF WS-PAS > WS-PROF-MAX
                       MOVE WS-PAS TO WS-PROF-MAX
                    END-IF
                 WHEN WS-EMP-RESP-INCONNU(WS-IND-SUP)
                    SET WS-EMP-SOUS-ANOMALIE(WS-IND-TAB) TO TRUE
                    SET WS-CHAINE-FINIE TO TRUE
                 WHEN WS-PAS > WS-NB-ENREG
                    SET WS-EMP-SOUS-ANOMALIE(WS-IND-TAB) TO TRUE
                    SET WS-CHAINE-FINIE TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       ECRIT-ANOMALIE-CHAINE.
           IF WS-EMP-EN-BOUCLE(WS-IND-TAB)
              ADD 1 TO WS-NB-BOUCLES
              MOVE 'LIGNE HIERARCHIQUE EN BOUCLE' TO WS-LIG-RAP
           ELSE
              ADD 1 TO WS-NB-SOUS-ANOM
              MOVE 'RATTACHE A UNE LIGNE EN ANOMALIE' TO WS-LIG-RAP
           END-IF.
           PERFORM ECRIT-ANOMALIE.

      *    Ligne d'anomalie ; WS-LIG-RAP porte le motif en entrée
       ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO REC-ANOM.
           STRING WS-EMPID(WS-IND-TAB) SPACE
                  WS-EMPNOM(WS-IND-TAB) SPACE
                  'AGENCE ' WS-EMPAG(WS-IND-TAB)
                  ' RESPONSABLE ' WS-EMPRESP(WS-IND-TAB)
                  ' : ' WS-LIG-RAP(1:40)
           DELIMITED BY SIZE
           INTO REC-ANOM.
           WRITE REC-ANOM.

       ECRIT-ANOMALIES-PIED.
           MOVE ALL '=' TO REC-ANOM.
           WRITE REC-ANOM.
           INITIALIZE WS-LIG-RAP.
           STRING 'RESPONSABLES INEXISTANTS : ' WS-NB-INCONNUS
                  '  EN BOUCLE : ' WS-NB-BOUCLES
                  '  RATTACHES A UNE ANOMALIE : ' WS-NB-SOUS-ANOM
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ANOM.
           WRITE REC-ANOM.

      *    L'employé compte dans l'équipe de chacun de ses
      *    responsables de la même agence, lui compris
       CUMULE-EQUIPES.
           MOVE WS-IND-TAB TO WS-IND-SUP.
           MOVE 'N' TO WS-FIN-CHAINE.
           PERFORM UNTIL WS-CHAINE-FINIE
              ADD 1 TO WS-EMPSS-EFF(WS-IND-SUP)
              ADD WS-EMPSAL(WS-IND-TAB) TO WS-EMPSS-MAS(WS-IND-SUP)
              IF WS-EMP-SOMMET(WS-IND-SUP)
                 SET WS-CHAINE-FINIE TO TRUE
              ELSE
                 IF WS-EMPAG(WS-EMPIND-RESP(WS-IND-SUP))
                    NOT = WS-EMPAG(WS-IND-TAB)
                    SET WS-CHAINE-FINIE TO TRUE
                 ELSE
                    MOVE WS-EMPIND-RESP(WS-IND-SUP) TO WS-IND-SUP
                 END-IF
              END-IF
           END-PERFORM.

      *    Organigramme agence par agence (la table est triée par
      *    agence) : en tête les employés sans responsable dans
      *    l'agence, puis leur équipe en profondeur
       ECRIT-ORGANIGRAMME.
           OPEN OUTPUT F-ORGA.
           MOVE 'ORGANIGRAMME PAR AGENCE' TO REC-ORGA.
           WRITE REC-ORGA.
           MOVE ALL '=' TO REC-ORGA.
           WRITE REC-ORGA.
           MOVE 1 TO WS-AG-DEB.
           PERFORM UNTIL WS-AG-DEB > WS-NB-ENREG
              MOVE WS-AG-DEB TO WS-AG-FIN
              PERFORM UNTIL (WS-AG-FIN >= WS-NB-ENREG)
                      OR (WS-EMPAG(WS-AG-FIN + 1)
                          NOT = WS-EMPAG(WS-AG-DEB))
                 ADD 1 TO WS-AG-FIN
              END-PERFORM
              PERFORM ECRIT-ORGA-AGENCE
              COMPUTE WS-AG-DEB = WS-AG-FIN + 1
           END-PERFORM.
           MOVE ALL '=' TO REC-ORGA.
           WRITE REC-ORGA.
           INITIALIZE WS-LIG-RAP.
           STRING 'EMPLOYES : ' WS-NB-ENREG
                  '  SANS RESPONSABLE : ' WS-NB-SOMMETS
                  '  NIVEAUX SOUS LE SOMMET : ' WS-PROF-MAX
                  '  ANOMALIES : ' WS-NB-ANOMALIES
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ORGA.
           WRITE REC-ORGA.
           CLOSE F-ORGA.

       ECRIT-ORGA-AGENCE.
           PERFORM CHERCHE-NOM-AGENCE.
           MOVE 0 TO WS-AG-EFF.
           MOVE 0 TO WS-AG-MASSE.
           PERFORM VARYING WS-IND-TAB FROM WS-AG-DEB BY 1
                   UNTIL WS-IND-TAB > WS-AG-FIN
              ADD 1 TO WS-AG-EFF
              ADD WS-EMPSAL(WS-IND-TAB) TO WS-AG-MASSE
           END-PERFORM.
           MOVE ALL '-' TO REC-ORGA.
           WRITE REC-ORGA.
           MOVE WS-AG-EFF TO WS-EFF-CHAR.
           MOVE WS-AG-MASSE TO WS-MASSE-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'AGENCE ' WS-EMPAG(WS-AG-DEB) SPACE WS-AG-NOM
                  '  EFFECTIF ' WS-EFF-CHAR
                  '  MASSE SALARIALE ' WS-MASSE-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ORGA.
           WRITE REC-ORGA.
           MOVE ALL '-' TO REC-ORGA.
           WRITE REC-ORGA.
      *    têtes d'arbre : sommet de la hiérarchie, ou responsable
      *    dans une autre agence
           PERFORM VARYING WS-IND-TRV FROM WS-AG-DEB BY 1
                   UNTIL WS-IND-TRV > WS-AG-FIN
              IF WS-EMP-SOMMET(WS-IND-TRV)
                 PERFORM ECRIT-ARBRE
              ELSE
                 IF WS-EMP-RATTACHE(WS-IND-TRV)
                    IF WS-EMPAG(WS-EMPIND-RESP(WS-IND-TRV))
                       NOT = WS-EMPAG(WS-IND-TRV)
                       PERFORM ECRIT-ARBRE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *    les employés en anomalie restent hors de l'arbre
           PERFORM VARYING WS-IND-TAB FROM WS-AG-DEB BY 1
                   UNTIL WS-IND-TAB > WS-AG-FIN
              IF NOT (WS-EMP-SOMMET(WS-IND-TAB)
                      OR WS-EMP-RATTACHE(WS-IND-TAB))
                 INITIALIZE WS-LIG-RAP
                 STRING '** HORS ORGANIGRAMME ' WS-EMPID(WS-IND-TAB)
                        SPACE WS-EMPNOM(WS-IND-TAB)
                        ' RESPONSABLE ' WS-EMPRESP(WS-IND-TAB)
                        ' - VOIR LES ANOMALIES'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-ORGA
                 WRITE REC-ORGA
              END-IF
           END-PERFORM.

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

      *    Parcours en profondeur de l'équipe dont WS-IND-TRV est la
      *    tête : les subordonnés sont empilés en ordre inverse pour
      *    sortir par ordre alphabétique
       ECRIT-ARBRE.
           MOVE 1 TO WS-NB-PILE.
           MOVE WS-IND-TRV TO WS-PILE-IND(1).
           MOVE 0 TO WS-PILE-NIV(1).
           PERFORM UNTIL WS-NB-PILE = 0
              MOVE WS-PILE-IND(WS-NB-PILE) TO WS-IND-SUP
              MOVE WS-PILE-NIV(WS-NB-PILE) TO WS-NIV
              SUBTRACT 1 FROM WS-NB-PILE
              PERFORM ECRIT-LIGNE-ORGA
              PERFORM VARYING WS-IND-TAB FROM WS-AG-FIN BY -1
                      UNTIL WS-IND-TAB < WS-AG-DEB
                 IF (WS-EMPIND-RESP(WS-IND-TAB) = WS-IND-SUP)
                    AND (WS-EMP-RATTACHE(WS-IND-TAB))
                    ADD 1 TO WS-NB-PILE
                    MOVE WS-IND-TAB TO WS-PILE-IND(WS-NB-PILE)
                    COMPUTE WS-PILE-NIV(WS-NB-PILE) = WS-NIV + 1
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    Ligne de l'organigramme, indentée de 3 blancs par niveau
      *    (limitée à 10 niveaux) ; un responsable porte l'effectif
      *    et la masse de son équipe ; une tête d'arbre rattachée
      *    ailleurs porte le matricule et l'agence du responsable
       ECRIT-LIGNE-ORGA.
           IF WS-NIV > 10
              MOVE 30 TO WS-LG-INDENT
           ELSE
              COMPUTE WS-LG-INDENT = WS-NIV * 3
           END-IF.
           MOVE WS-EMPSAL(WS-IND-SUP) TO WS-SAL-CHAR.
           INITIALIZE WS-LIG-RAP.
           COMPUTE WS-PTR = WS-LG-INDENT + 1.
           STRING WS-EMPID(WS-IND-SUP) SPACE
                  WS-EMPNOM(WS-IND-SUP) SPACE
                  WS-EMPPREN(WS-IND-SUP) SPACE
                  WS-EMPPOST(WS-IND-SUP) SPACE WS-SAL-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP WITH POINTER WS-PTR.
           IF WS-EMPSS-EFF(WS-IND-SUP) > 1
              MOVE WS-EMPSS-EFF(WS-IND-SUP) TO WS-EFF-CHAR
              MOVE WS-EMPSS-MAS(WS-IND-SUP) TO WS-MASSE-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  EQUIPE ' WS-EFF-CHAR
                     ' MASSE ' WS-MASSE-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           IF (WS-NIV = 0) AND WS-EMP-RATTACHE(WS-IND-SUP)
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     ' (RESP. ' WS-EMPRESP(WS-IND-SUP) '/'
                     WS-EMPAG(WS-EMPIND-RESP(WS-IND-SUP)) ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-ORGA.
           WRITE REC-ORGA.

      *       appliqué en batch :                                   *
      *         E = embauche, ajout d'un enregistrement FCLIENT     *
      *         D = départ, retrait de l'employé                    *
      *         T = transfert, changement du code agence et, s'il   *
      *             est renseigné, du responsable hiérarchique      *
      *       Le fichier mis à jour sort dans                       *
      *       FichierClient-mouvements.txt (dessin FCLIENT,         *
      *       contrôle *ENTETE/*TOTAL recalculé) et le rapport      *
      *       avant/après dans Mouvements-Rapport.txt, sur le       *
      *       modèle de Salaire-Delta-Rapport.txt.                  *
      *       Un départ signale dans le rapport les employés dont   *
      *       le partant était le responsable hiérarchique : ils    *
      *       restent sans responsable jusqu'à une mutation T qui   *
      *       leur en donne un nouveau.                             *
      *       Chaque embauche et chaque départ appliqués émettent   *
      *       un mouvement d'adhésion au contrat groupe dans        *
      *       adhesions-mouvements.dat (ajouté en fin, consommé     *
      *       par adhesion) : adhésion au contrat groupe de         *
      *       l'agence (contrats-groupe-agence.txt, ligne DEFAUT    *
      *       sinon), radiation de toutes les couvertures du        *
      *       partant à la date d'effet.                            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *

      *    mouvements à appliquer : type (E/D/T), matricule, date
      *    d'effet puis les nouvelles valeurs aux positions du
      *    dessin FCLIENT, le matricule du responsable en dernier
           SELECT F-MOUV
           ASSIGN TO 'Mouvements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

      *    contrat groupe par défaut de chaque agence : code agence
      *    (ou DEFAUT) '*' numéro de contrat
           SELECT F-CTRAGC
           ASSIGN TO 'contrats-groupe-agence.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCTRAGC.

      *    mouvements d'adhésion au contrat groupe, repris par le
      *    batch adhesion sur beneficiaires.txt
           SELECT F-ADHES
           ASSIGN TO 'adhesions-mouvements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FADHES.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==CLIMAJ==.

       FD  F-MOUV
           RECORD CONTAINS 19 TO 99 CHARACTERS
           RECORDING MODE IS V.
       01  R-MOUV.
           05 RMOUV-TYPE       PIC X(01).
           05 RMOUV-POSTE      PIC X(20).
           05 RMOUV-SALAIRE    PIC X(07).
           05 RMOUV-AGENCE     PIC X(03).
           05 RMOUV-RESP       PIC X(10).

       FD  F-RAPPORT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(200).

       FD  F-CTRAGC
           RECORD CONTAINS 1 TO 30 CHARACTERS
           RECORDING MODE IS V.
       01  REC-CTRAGC          PIC X(30).

      *    ADHESION ou RADIATION '*' matricule '*' date d'effet '*'
      *    contrat (à blanc pour une radiation : toutes les
      *    couvertures) '*' nom et prénom
       FD  F-ADHES
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.
       01  REC-ADHES           PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FCLIMAJOK               VALUE '00'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .
       01  WS-STAT-FCTRAGC    PIC XX                    .
       88  WS-STAT-FCTRAGCOK               VALUE '00'   .
       88  WS-STAT-FCTRAGCFIN              VALUE '10'   .
       01  WS-STAT-FADHES     PIC XX                    .
       88  WS-STAT-FADHESOK                VALUE '00'   .

      * contrat groupe par défaut des agences
       01  WS-NB-AGC          PIC 999       VALUE 0     .
       01  WS-IND-AGC         PIC 999       VALUE 0     .
       01  WS-AGC-CODE-X      PIC X(6)      VALUE SPACES.
       01  WS-AGC-CTR-X       PIC X(8)      VALUE SPACES.
       01  WS-AGC-CTR-9 REDEFINES WS-AGC-CTR-X PIC 9(8).
       01  WS-TAB-AGC.
           03 ENR-AGC     OCCURS  1 TO 999 TIMES
                           DEPENDING ON WS-NB-AGC.
            05 WS-AGC-CODE   PIC X(6)              .
            05 WS-AGC-CTR    PIC 9(8)              .
       01  WS-CTR-DEFAUT      PIC X(8)      VALUE SPACES.
       01  WS-CTR-ADHES       PIC X(8)      VALUE SPACES.

      *    contrôle *ENTETE/*TOTAL de FichierClient.txt : conservé
      *    tel quel en entrée, recalculé sur le fichier mis à jour
            05 WS-EMPSAL-NUM REDEFINES WS-EMPSAL PIC 9(4)V99.
            05 WS-EMPAG      PIC X(3)              .
            05 WS-EMPEMB     PIC X(8)              .
            05 WS-EMPRESP    PIC X(10)             .

      * compteurs et zones du rapport
       01  WS-NB-MOUV         PIC 9(4)      VALUE 0      .
       01  WS-NB-DEPARTS      PIC 9(4)      VALUE 0      .
       01  WS-NB-TRANSFERTS   PIC 9(4)      VALUE 0      .
       01  WS-NB-REJETS       PIC 9(4)      VALUE 0      .
       01  WS-NB-SANS-RESP    PIC 9(4)      VALUE 0      .
       01  WS-NB-ADHESIONS    PIC 9(4)      VALUE 0      .
       01  WS-NB-RADIATIONS   PIC 9(4)      VALUE 0      .
       01  WS-NB-SANS-CTR     PIC 9(4)      VALUE 0      .
       01  WS-AVANT           PIC X(98)     VALUE SPACES .
       01  WS-APRES           PIC X(98)     VALUE SPACES .
       01  WS-LIG-RAP         PIC X(200)    VALUE SPACES .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      ***************************************************************
      * Exécution du programme
      ***************************************************************
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           PERFORM CHARGE-CTR-AGENCE THRU CHARGE-CTR-AGENCE-FIN.
           OPEN EXTEND F-ADHES.
           IF NOT WS-STAT-FADHESOK
              OPEN OUTPUT F-ADHES
           END-IF.
           OPEN OUTPUT F-RAPPORT.
           MOVE 'MOUVEMENTS DU PERSONNEL - AVANT/APRES'
              TO REC-RAPPORT.
              PERFORM LECT-MOUV
           END-PERFORM.
           CLOSE F-MOUV.
           CLOSE F-ADHES.
           PERFORM ECRIT-RAPPORT-PIED.
           CLOSE F-RAPPORT.


           DISPLAY 'MOUVEMENTS APPLIQUES :' SPACE WS-NB-MOUV
              SPACE '(DONT' SPACE WS-NB-REJETS SPACE 'REJETES)'.
           IF WS-NB-SANS-RESP > 0
              DISPLAY 'EMPLOYES SANS RESPONSABLE :' SPACE
                 WS-NB-SANS-RESP SPACE '- VOIR MOUVEMENTS-RAPPORT.TXT'
           END-IF.

      * Test du status
       TEST-STATUT.
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'mouvpers' TO JR-PROGRAMME.
           MOVE WS-NB-MOUV   TO JR-NB-LUS.
           MOVE WS-NB-ENREG  TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      * Lecture du fichier client et chargement de la table ;
      * l'entête et le total de contrôle sont retenus pour être
                             WS-EMPAG   OF ENR-MVT(WS-NB-ENREG)
                          MOVE REMPLOYE-EMBAUCHE TO
                             WS-EMPEMB  OF ENR-MVT(WS-NB-ENREG)
                          MOVE REMPLOYE-RESP    TO
                             WS-EMPRESP OF ENR-MVT(WS-NB-ENREG)
                    END-EVALUATE
                 END-IF
              END-IF.
      *    courte (départ par exemple) ne garde pas le résidu de la
      *    précédente
           MOVE SPACES TO RMOUV-NOM RMOUV-PRENOM RMOUV-POSTE
                          RMOUV-SALAIRE RMOUV-AGENCE RMOUV-RESP.
           READ F-MOUV.

      *    Cherche le matricule du mouvement dans la table, indice
           MOVE RMOUV-SALAIRE TO WS-EMPSAL  OF ENR-MVT(WS-NB-ENREG).
           MOVE RMOUV-AGENCE  TO WS-EMPAG   OF ENR-MVT(WS-NB-ENREG).
           MOVE RMOUV-DATEFF  TO WS-EMPEMB  OF ENR-MVT(WS-NB-ENREG).
           MOVE RMOUV-RESP    TO WS-EMPRESP OF ENR-MVT(WS-NB-ENREG).
           ADD 1 TO WS-NB-EMBAUCHES.
           MOVE SPACES TO WS-AVANT.
           MOVE ENR-MVT(WS-NB-ENREG) TO WS-APRES.
           MOVE 'EMBAUCHE  ' TO WS-LIG-RAP.
           PERFORM ECRIT-AVANT-APRES.
           PERFORM ECRIT-ADHESION.
       MOUV-EMBAUCHE-FIN.
           EXIT.

           MOVE SPACES TO WS-APRES.
           MOVE 'DEPART    ' TO WS-LIG-RAP.
           PERFORM ECRIT-AVANT-APRES.
           PERFORM ECRIT-RADIATION.
      *    les subordonnés directs du partant perdent leur
      *    responsable : signalés pour réaffectation
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF WS-EMPRESP OF ENR-MVT(WS-IND-TAB) = RMOUV-ID
                 ADD 1 TO WS-NB-SANS-RESP
                 INITIALIZE WS-LIG-RAP
                 STRING '          '
                        WS-EMPID OF ENR-MVT(WS-IND-TAB)
                        ' : SANS RESPONSABLE APRES LE DEPART DE '
                        RMOUV-ID ' - A REAFFECTER'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-RAPPORT
                 WRITE REC-RAPPORT
              END-IF
           END-PERFORM.
       MOUV-DEPART-FIN.
           EXIT.

           END-IF.
           MOVE ENR-MVT(WS-IND-TRV) TO WS-AVANT.
           MOVE RMOUV-AGENCE TO WS-EMPAG OF ENR-MVT(WS-IND-TRV).
      *    le nouveau responsable est facultatif sur une mutation
           IF RMOUV-RESP NOT = SPACES
              MOVE RMOUV-RESP TO WS-EMPRESP OF ENR-MVT(WS-IND-TRV)
           END-IF.
           MOVE ENR-MVT(WS-IND-TRV) TO WS-APRES.
           ADD 1 TO WS-NB-TRANSFERTS.
           MOVE 'TRANSFERT ' TO WS-LIG-RAP.
       MOUV-TRANSFERT-FIN.
           EXIT.

      *    Contrat groupe par défaut de chaque agence ; fichier
      *    absent : aucune adhésion émise, les embauches sont
      *    signalées dans le rapport
       CHARGE-CTR-AGENCE.
           OPEN INPUT F-CTRAGC.
           IF NOT WS-STAT-FCTRAGCOK
              DISPLAY 'CONTRATS-GROUPE-AGENCE.TXT INDISPONIBLE - '
                 'AUCUNE ADHESION EMISE'
              GO TO CHARGE-CTR-AGENCE-FIN
           END-IF.
           READ F-CTRAGC.
           PERFORM UNTIL WS-STAT-FCTRAGCFIN
              MOVE SPACES TO WS-AGC-CODE-X WS-AGC-CTR-X
              UNSTRING REC-CTRAGC DELIMITED BY '*'
                 INTO WS-AGC-CODE-X WS-AGC-CTR-X
              MOVE FUNCTION UPPER-CASE(WS-AGC-CODE-X)
                 TO WS-AGC-CODE-X
              EVALUATE TRUE
                 WHEN WS-AGC-CTR-9 NOT NUMERIC
                    DISPLAY 'LIGNE CONTRAT AGENCE ILLISIBLE :' SPACE
                       FUNCTION TRIM(REC-CTRAGC)
                 WHEN WS-AGC-CODE-X = 'DEFAUT'
                    MOVE WS-AGC-CTR-X TO WS-CTR-DEFAUT
                 WHEN WS-NB-AGC < 999
                    ADD 1 TO WS-NB-AGC
                    MOVE WS-AGC-CODE-X TO WS-AGC-CODE(WS-NB-AGC)
                    MOVE WS-AGC-CTR-9  TO WS-AGC-CTR(WS-NB-AGC)
              END-EVALUATE
              READ F-CTRAGC
           END-PERFORM.
           CLOSE F-CTRAGC.
       CHARGE-CTR-AGENCE-FIN.
           EXIT.

      *    Adhésion de l'embauché au contrat groupe de son agence
       ECRIT-ADHESION.
           MOVE WS-CTR-DEFAUT TO WS-CTR-ADHES.
           PERFORM VARYING WS-IND-AGC FROM 1 BY 1
                   UNTIL (WS-IND-AGC > WS-NB-AGC)
                   OR (WS-AGC-CODE(WS-IND-AGC) = RMOUV-AGENCE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AGC TO WS-IND-AGC
           END-PERFORM.
           IF WS-IND-AGC <= WS-NB-AGC
              MOVE WS-AGC-CTR(WS-IND-AGC) TO WS-CTR-ADHES
           END-IF.
           IF WS-CTR-ADHES = SPACES
              ADD 1 TO WS-NB-SANS-CTR
              INITIALIZE WS-LIG-RAP
              STRING '          ' RMOUV-ID
                     ' : AUCUN CONTRAT GROUPE POUR L''AGENCE '
                     RMOUV-AGENCE ' - ADHESION A FAIRE A LA MAIN'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           ELSE
              ADD 1 TO WS-NB-ADHESIONS
              MOVE SPACES TO REC-ADHES
              STRING 'ADHESION*' FUNCTION TRIM(RMOUV-ID) '*'
                     RMOUV-DATEFF '*' WS-CTR-ADHES '*'
                     FUNCTION TRIM(RMOUV-NOM) SPACE
                     FUNCTION TRIM(RMOUV-PRENOM)
              DELIMITED BY SIZE
              INTO REC-ADHES
              WRITE REC-ADHES
           END-IF.

      *    Radiation du partant de toutes ses couvertures ; nom et
      *    prénom repris de l'image avant (dessin ENR-MVT)
       ECRIT-RADIATION.
           ADD 1 TO WS-NB-RADIATIONS.
           MOVE SPACES TO REC-ADHES.
           STRING 'RADIATION*' FUNCTION TRIM(RMOUV-ID) '*'
                  RMOUV-DATEFF '**'
                  FUNCTION TRIM(WS-AVANT(11:20)) SPACE
                  FUNCTION TRIM(WS-AVANT(31:20))
           DELIMITED BY SIZE
           INTO REC-ADHES.
           WRITE REC-ADHES.

      *    Ligne avant/après du rapport (WS-LIG-RAP porte le libellé
      *    du mouvement en entrée de paragraphe)
       ECRIT-AVANT-APRES.
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'ADHESIONS EMISES : ' WS-NB-ADHESIONS
                  '  RADIATIONS EMISES : ' WS-NB-RADIATIONS
                  '  EMBAUCHES SANS CONTRAT GROUPE : ' WS-NB-SANS-CTR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-SANS-RESP > 0
              INITIALIZE WS-LIG-RAP
              STRING 'EMPLOYES SANS RESPONSABLE A REAFFECTER : '
                     WS-NB-SANS-RESP
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

      *    Réécrit le fichier client complet, mouvements appliqués,
      *    au dessin FCLIENT d'origine, avec le contrôle
                 TO RCLIMAJ-AGENCE
              MOVE WS-EMPEMB  OF ENR-MVT(WS-IND-TAB)
                 TO RCLIMAJ-EMBAUCHE
              MOVE WS-EMPRESP OF ENR-MVT(WS-IND-TAB)
                 TO RCLIMAJ-RESP
              IF WS-EMPSAL-NUM OF ENR-MVT(WS-IND-TAB) NUMERIC
                 ADD WS-EMPSAL-NUM OF ENR-MVT(WS-IND-TAB)
                    TO WS-AMNT-TOT

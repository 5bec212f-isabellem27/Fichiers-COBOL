      *=============================================================*
      *    GENERATION DE LA REMISE DE VIREMENTS DES SALAIRES        *
      *       Les nets à payer de Bulletins-Paie.txt étaient        *
      *       ressaisis dans le portail de la banque. Pour le mois  *
      *       lu dans virement.param (AAAAMM en colonnes 1 à 6,     *
      *       puis date d'exécution AAAAMMJJ en 7 à 14, IBAN et BIC *
      *       du compte de la société en 15 à 48 et 49 à 59), un    *
      *       virement par employé est construit à partir des nets  *
      *       du mois reportés par bulpaie dans Paie-Cumuls.txt     *
      *       (dessin FCUMPAIE) et des coordonnées bancaires de     *
      *       Coordonnees-Bancaires.txt (dessin FBANQUE, IBAN et    *
      *       BIC contrôlés par ctliban).                           *
      *       Coordonnées absentes ou invalides : l'employé va      *
      *       dans Virements-Exceptions.txt. Le nombre et le total  *
      *       des virements plus ceux des exceptions doivent        *
      *       retrouver le nombre de bulletins et la somme des nets *
      *       à payer de Bulletins-Paie.txt ; sinon la remise       *
      *       Virements-Salaires.txt n'est pas produite (fichier    *
      *       vide) et le rapprochement est détaillé en fin de      *
      *       liste des exceptions.                                 *
      *       Un mois de paie fermé par la transaction cloture      *
      *       (periodes.txt, domaine PAIE) n'est plus viré à        *
      *       nouveau : le passage est refusé (message 0601,        *
      *       code 16).                                             *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. virement.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    nets du mois par matricule, reportés par bulpaie
           SELECT F-CUMUL
           ASSIGN TO 'Paie-Cumuls.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCUM.

      *    bulletins du mois : source du contrôle en nombre et en
      *    montant
           SELECT F-BULLETIN
           ASSIGN TO 'Bulletins-Paie.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBUL.

           SELECT F-BANQUE
           ASSIGN TO 'Coordonnees-Bancaires.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBANQ.

           SELECT F-VIREMENT
           ASSIGN TO 'Virements-Salaires.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FVIR.

           SELECT F-EXCEPT
           ASSIGN TO 'Virements-Exceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEXC.

      *    paramètre de lancement : mois (1-6), date d'exécution
      *    (7-14), IBAN (15-48) et BIC (49-59) de la société
           SELECT PARAM-CTL
           ASSIGN TO 'virement.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

      * Description des cumuls de paie dans FCUMPAIE
       COPY 'FCUMPAIE.cpy'.

      * Description des coordonnées bancaires dans FBANQUE
       COPY 'FBANQUE.cpy'.

       FD  F-BULLETIN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BULLETIN        PIC X(100).

      *    remise : un en-tête 'H', un virement 'D' par employé, un
      *    total de contrôle 'T'
       FD  F-VIREMENT
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  R-VIREMENT.
           05 RVIR-TYPE          PIC X(01).
           05 RVIR-DETAIL        PIC X(149).
           05 RVIR-ENTETE REDEFINES RVIR-DETAIL.
              10 RVIR-H-CREATION PIC X(08).
              10 RVIR-H-EXECUTION PIC X(08).
              10 RVIR-H-PERIODE  PIC X(06).
              10 RVIR-H-IBAN     PIC X(34).
              10 RVIR-H-BIC      PIC X(11).
              10 RVIR-H-NB       PIC 9(06).
              10 RVIR-H-TOTAL    PIC 9(11)V99.
              10 FILLER          PIC X(63).
           05 RVIR-VIREMENT REDEFINES RVIR-DETAIL.
              10 RVIR-D-ID       PIC X(10).
              10 RVIR-D-IBAN     PIC X(34).
              10 RVIR-D-BIC      PIC X(11).
              10 RVIR-D-TITULAIRE PIC X(40).
              10 RVIR-D-MONTANT  PIC 9(09)V99.
              10 RVIR-D-LIBELLE  PIC X(20).
              10 FILLER          PIC X(23).
           05 RVIR-TOTAL REDEFINES RVIR-DETAIL.
              10 RVIR-T-NB       PIC 9(06).
              10 RVIR-T-TOTAL    PIC 9(11)V99.
              10 FILLER          PIC X(130).

       FD  F-EXCEPT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-EXCEPT          PIC X(120).

       FD  PARAM-CTL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL.
           05 PRM-PERIODE       PIC X(06).
           05 PRM-EXECUTION     PIC X(08).
           05 PRM-IBAN          PIC X(34).
           05 PRM-BIC           PIC X(11).
           05 FILLER            PIC X(21).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FCUM       PIC XX                    .
       88  WS-STAT-FCUMOK                  VALUE '00'   .
       88  WS-STAT-FCUMFIN                 VALUE '10'   .
       01  WS-STAT-FBUL       PIC XX                    .
       88  WS-STAT-FBULOK                  VALUE '00'   .
       88  WS-STAT-FBULFIN                 VALUE '10'   .
       01  WS-STAT-FBANQ      PIC XX                    .
       88  WS-STAT-FBANQOK                 VALUE '00'   .
       88  WS-STAT-FBANQFIN                VALUE '10'   .
       88  WS-STAT-FBANQNOFILE             VALUE '35'   .
       01  WS-STAT-FVIR       PIC XX                    .
       88  WS-STAT-FVIROK                  VALUE '00'   .
       01  WS-STAT-FEXC       PIC XX                    .
       88  WS-STAT-FEXCOK                  VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    mois viré, date d'exécution et compte de la société
       01  WS-PERIODE.
           03 WS-PER-ANNEE    PIC 9(4)      VALUE 0     .
           03 WS-PER-MOIS     PIC 99        VALUE 0     .
       01  WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6)   .
       01  WS-PERIODE-CHAR    PIC X(7)      VALUE SPACES.
       01  WS-DATE-CREATION   PIC X(8)      VALUE SPACES.
       01  WS-DATE-EXECUTION  PIC X(8)      VALUE SPACES.
       01  WS-EMET-IBAN       PIC X(34)     VALUE SPACES.
       01  WS-EMET-BIC        PIC X(11)     VALUE SPACES.
       01  WS-LIBELLE         PIC X(20)     VALUE SPACES.

      *    la remise n'est produite que si rien ne l'a bloquée
       01  WS-REMISE          PIC X         VALUE 'O'   .
           88 WS-REMISE-POSSIBLE            VALUE 'O'   .
           88 WS-REMISE-BLOQUEE             VALUE 'N'   .
       01  WS-MOTIF-BLOCAGE   PIC X(80)     VALUE SPACES.

      *    coordonnées bancaires chargées, avec le code rendu par
      *    ctliban pour chacune
       01  WS-IND-BQ          PIC 9(4)      VALUE 0     .
       01  WS-BANQUES.
           03 WS-NB-BQ        PIC 9(4)      VALUE 0     .
           03 WS-BQ-TAB   OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-BQ.
              05 WS-BQ-ID        PIC X(10)              .
              05 WS-BQ-IBAN      PIC X(34)              .
              05 WS-BQ-BIC       PIC X(11)              .
              05 WS-BQ-TITULAIRE PIC X(40)              .
              05 WS-BQ-RC        PIC 9                  .

      *    virements retenus, écrits seulement si le rapprochement
      *    est juste
       01  WS-IND-VIR         PIC 9(4)      VALUE 0     .
       01  WS-VIREMENTS.
           03 WS-NB-VIR       PIC 9(4)      VALUE 0     .
           03 WS-VIR-TAB  OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-VIR.
              05 WS-VIR-ID       PIC X(10)              .
              05 WS-VIR-IND-BQ   PIC 9(4)               .
              05 WS-VIR-MONTANT  PIC 9(7)V99            .

      *    contrôle des bulletins : nombre et somme des nets à payer
       01  WS-BUL-NB          PIC 9(6)      VALUE 0     .
       01  WS-BUL-TOTAL       PIC 9(11)V99  VALUE 0     .
       01  WS-BUL-HORS-MOIS   PIC 9(6)      VALUE 0     .
       01  WS-NET-EDIT        PIC Z(4)9.99              .
       01  WS-NET-LU          PIC 9(5)V99   VALUE 0     .

      *    totaux des virements et des exceptions
       01  WS-VIR-TOTAL       PIC 9(11)V99  VALUE 0     .
       01  WS-EXC-NB          PIC 9(6)      VALUE 0     .
       01  WS-EXC-TOTAL       PIC 9(11)V99  VALUE 0     .
       01  WS-CTL-NB          PIC 9(6)      VALUE 0     .
       01  WS-CTL-TOTAL       PIC 9(11)V99  VALUE 0     .
       01  WS-NB-CUM-LUS      PIC 9(7)      VALUE 0     .

       01  WS-MOTIF           PIC X(40)     VALUE SPACES.
       01  WS-MONTANT-CHAR    PIC Z(6)9.99              .
       01  WS-TOT-CHAR        PIC Z(10)9.99             .
       01  WS-NB-CHAR         PIC Z(5)9                 .
       01  WS-LIG-RAP         PIC X(120)    VALUE SPACES.
       01  WS-LIG-EURO        PIC X(4)      VALUE ' €'  .

      * zone d'échange du contrôle des coordonnées bancaires
           COPY CTLIBAN.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.

           PERFORM CHARGE-PARAM THRU CHARGE-PARAM-FIN.
           PERFORM CONTROLE-PERIODE.
           PERFORM CHARGE-BANQUES THRU CHARGE-BANQUES-FIN.
           PERFORM CONTROLE-BULLETINS THRU CONTROLE-BULLETINS-FIN.

      * Un virement par net du mois, les exceptions à part
           OPEN OUTPUT F-EXCEPT.
           INITIALIZE WS-LIG-RAP.
           STRING 'VIREMENTS DES SALAIRES ' WS-PERIODE-CHAR
                  ' - EXCEPTIONS ET RAPPROCHEMENT'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           MOVE ALL '=' TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           OPEN INPUT F-CUMUL.
           IF (NOT WS-STAT-FCUMOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FCUMFIN
              PERFORM LECT-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.

           PERFORM RAPPROCHEMENT.
           PERFORM ECRIT-REMISE.
           CLOSE F-EXCEPT.

           DISPLAY 'MOIS VIRE              :' SPACE WS-PERIODE-CHAR.
           DISPLAY 'VIREMENTS              :' SPACE WS-NB-VIR.
           DISPLAY 'EXCEPTIONS             :' SPACE WS-EXC-NB.
           IF WS-REMISE-BLOQUEE
              DISPLAY 'REMISE NON PRODUITE :' SPACE
                 FUNCTION TRIM(WS-MOTIF-BLOCAGE)
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
           ELSE
              IF WS-EXC-NB > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      * Test du status
       TEST-STATUT.
           IF (NOT WS-STAT-FCUMOK) AND (NOT WS-STAT-FCUMFIN) THEN
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-FCUM
              MOVE ALL  '/' TO WS-LIG-RAP
              DISPLAY WS-LIG-RAP
      *       code retour pour l'ordonnanceur : 12 fichier absent,
      *       8 statut fichier en erreur
              IF WS-STAT-FCUM = '35'
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
           MOVE 'virement' TO JR-PROGRAMME.
           MOVE WS-NB-CUM-LUS TO JR-NB-LUS.
           IF WS-REMISE-POSSIBLE
              MOVE WS-NB-VIR TO JR-NB-ECRITS
           ELSE
              MOVE 0 TO JR-NB-ECRITS
           END-IF.
           MOVE WS-EXC-NB     TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit virement.param : mois viré (défaut : mois de la date
      *    système), date d'exécution (défaut : date du jour) et
      *    compte de la société, sans lequel aucune remise ne part
       CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CREATION.
           MOVE WS-DATE-CREATION(1:6) TO WS-PERIODE-X.
           MOVE WS-DATE-CREATION TO WS-DATE-EXECUTION.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK
                 IF (PRM-PERIODE NUMERIC)
                    AND (PRM-PERIODE(5:2) >= '01')
                    AND (PRM-PERIODE(5:2) <= '12')
                    MOVE PRM-PERIODE TO WS-PERIODE-X
                 ELSE
                    DISPLAY 'MOIS VIREMENT.PARAM ILLISIBLE - MOIS '
                       'COURANT RETENU'
                 END-IF
                 IF PRM-EXECUTION NUMERIC
                    MOVE PRM-EXECUTION TO WS-DATE-EXECUTION
                 END-IF
                 MOVE PRM-IBAN TO WS-EMET-IBAN
                 MOVE PRM-BIC  TO WS-EMET-BIC
              END-IF
              CLOSE PARAM-CTL
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.
           STRING WS-PER-MOIS '/' WS-PER-ANNEE
           DELIMITED BY SIZE
           INTO WS-PERIODE-CHAR.
           STRING 'SALAIRE ' WS-PERIODE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIBELLE.
           MOVE WS-EMET-IBAN TO IB-IBAN.
           MOVE WS-EMET-BIC  TO IB-BIC.
           PERFORM CONTROLE-IBAN.
           IF IB-RC NOT = 0
              MOVE 'N' TO WS-REMISE
              MOVE 'COMPTE DE LA SOCIETE ABSENT OU INVALIDE DANS '
                 & 'VIREMENT.PARAM' TO WS-MOTIF-BLOCAGE
           END-IF.
       CHARGE-PARAM-FIN.
           EXIT.

      *    Mois de paie fermé (periodes.txt, transaction cloture) :
      *    la remise envoyée à la banque n'est pas refaite ;
      *    periode a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PAIE' TO PE-DOMAINE.
           MOVE WS-PERIODE-X TO PE-PERIODE.
           MOVE 'virement' TO PE-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF PE-RC >= 2
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
      *       code retour 16 : période close, sorties intouchables
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Contrôle IBAN/BIC par ctliban ; sans le module, aucune
      *    coordonnée n'est considérée comme sûre
       CONTROLE-IBAN.
           MOVE 0 TO IB-RC.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'ctliban' USING BY REFERENCE IB-ZONE
              ON EXCEPTION
                 DISPLAY 'CONTROLE BANCAIRE CTLIBAN INDISPONIBLE'
                 MOVE 1 TO IB-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Coordonnées bancaires par matricule, contrôlées au
      *    chargement ; en double, la première ligne est retenue
       CHARGE-BANQUES.
           OPEN INPUT F-BANQUE.
           IF WS-STAT-FBANQNOFILE
              DISPLAY 'COORDONNEES-BANCAIRES.TXT ABSENT - AUCUN '
                 'VIREMENT POSSIBLE'
              GO TO CHARGE-BANQUES-FIN
           END-IF.
           IF NOT WS-STAT-FBANQOK
              DISPLAY 'CODE RETOUR D''ERREUR BANQUE' SPACE
                 WS-STAT-FBANQ
              MOVE 'N' TO WS-REMISE
              MOVE 'FICHIER DES COORDONNEES BANCAIRES ILLISIBLE'
                 TO WS-MOTIF-BLOCAGE
              GO TO CHARGE-BANQUES-FIN
           END-IF.
           READ F-BANQUE.
           PERFORM UNTIL WS-STAT-FBANQFIN
              PERFORM CHERCHE-BANQUE
              IF WS-IND-BQ <= WS-NB-BQ
                 DISPLAY 'COORDONNEES EN DOUBLE POUR' SPACE RBQ-ID
                    SPACE '- PREMIERE LIGNE RETENUE'
              ELSE
                 IF WS-NB-BQ >= 9999
                    DISPLAY 'TABLE DES COORDONNEES PLEINE - ' RBQ-ID
                       SPACE 'IGNORE'
                 ELSE
                    ADD 1 TO WS-NB-BQ
                    MOVE RBQ-ID        TO WS-BQ-ID(WS-NB-BQ)
                    MOVE RBQ-IBAN      TO WS-BQ-IBAN(WS-NB-BQ)
                    MOVE RBQ-BIC       TO WS-BQ-BIC(WS-NB-BQ)
                    MOVE RBQ-TITULAIRE TO WS-BQ-TITULAIRE(WS-NB-BQ)
                    MOVE RBQ-IBAN TO IB-IBAN
                    MOVE RBQ-BIC  TO IB-BIC
                    PERFORM CONTROLE-IBAN
                    MOVE IB-RC TO WS-BQ-RC(WS-NB-BQ)
                 END-IF
              END-IF
              READ F-BANQUE
           END-PERFORM.
       CHARGE-BANQUES-FIN.
           CLOSE F-BANQUE.

       CHERCHE-BANQUE.
           PERFORM VARYING WS-IND-BQ FROM 1 BY 1
                   UNTIL (WS-IND-BQ > WS-NB-BQ)
                   OR (WS-BQ-ID(WS-IND-BQ) = RBQ-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-BQ TO WS-IND-BQ
           END-PERFORM.

      *    Nombre de bulletins et somme des nets à payer de
      *    Bulletins-Paie.txt ; des bulletins d'un autre mois
      *    bloquent la remise
       CONTROLE-BULLETINS.
           OPEN INPUT F-BULLETIN.
           IF NOT WS-STAT-FBULOK
              DISPLAY 'CODE RETOUR D''ERREUR BULLETINS' SPACE
                 WS-STAT-FBUL
              MOVE 'N' TO WS-REMISE
              MOVE 'BULLETINS-PAIE.TXT ABSENT OU ILLISIBLE'
                 TO WS-MOTIF-BLOCAGE
              GO TO CONTROLE-BULLETINS-FIN
           END-IF.
           READ F-BULLETIN.
           PERFORM UNTIL WS-STAT-FBULFIN
              EVALUATE TRUE
                 WHEN REC-BULLETIN(1:16) = 'BULLETIN DE PAIE'
                    ADD 1 TO WS-BUL-NB
                    IF REC-BULLETIN(73:7) NOT = WS-PERIODE-CHAR
                       ADD 1 TO WS-BUL-HORS-MOIS
                    END-IF
                 WHEN REC-BULLETIN(1:11) = 'NET A PAYER'
                    MOVE REC-BULLETIN(25:8) TO WS-NET-EDIT
                    MOVE WS-NET-EDIT TO WS-NET-LU
                    ADD WS-NET-LU TO WS-BUL-TOTAL
              END-EVALUATE
              READ F-BULLETIN
           END-PERFORM.
           CLOSE F-BULLETIN.
           IF WS-BUL-HORS-MOIS > 0
              MOVE 'N' TO WS-REMISE
              MOVE 'BULLETINS-PAIE.TXT NE PORTE PAS LE MOIS VIRE'
                 TO WS-MOTIF-BLOCAGE
           END-IF.
       CONTROLE-BULLETINS-FIN.
           EXIT.

      * Lecture des cumuls : une ligne 'E' du mois = un net à virer
       LECT-CUMUL.
           READ F-CUMUL
              IF (NOT WS-STAT-FCUMOK) AND (NOT WS-STAT-FCUMFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FCUMOK THEN
                    ADD 1 TO WS-NB-CUM-LUS
                    IF (RCUM-ANNEE = WS-PER-ANNEE)
                       AND (RCUM-MOIS = WS-PER-MOIS)
                       AND RCUM-EST-EMPLOYE
                       PERFORM PREPARE-VIREMENT
                          THRU PREPARE-VIREMENT-FIN
                    END-IF
                 END-IF
              END-IF.

      *    Virement de l'employé, ou exception avec son motif
       PREPARE-VIREMENT.
           IF RCUM-NET NOT NUMERIC
              MOVE 'NET ILLISIBLE DANS LES CUMULS' TO WS-MOTIF
              MOVE 0 TO RCUM-NET
              GO TO PREPARE-VIREMENT-EXCEPTION
           END-IF.
           IF RCUM-NET = 0
              MOVE 'NET NUL - AUCUN VIREMENT' TO WS-MOTIF
              GO TO PREPARE-VIREMENT-EXCEPTION
           END-IF.
           MOVE RCUM-ID TO RBQ-ID.
           PERFORM CHERCHE-BANQUE.
           IF WS-IND-BQ > WS-NB-BQ
              MOVE 'COORDONNEES BANCAIRES ABSENTES' TO WS-MOTIF
              GO TO PREPARE-VIREMENT-EXCEPTION
           END-IF.
           EVALUATE WS-BQ-RC(WS-IND-BQ)
              WHEN 0
                 CONTINUE
              WHEN 1
                 MOVE 'IBAN MAL FORME' TO WS-MOTIF
                 GO TO PREPARE-VIREMENT-EXCEPTION
              WHEN 2
                 MOVE 'CLE DE CONTROLE IBAN FAUSSE' TO WS-MOTIF
                 GO TO PREPARE-VIREMENT-EXCEPTION
              WHEN OTHER
                 MOVE 'BIC MAL FORME' TO WS-MOTIF
                 GO TO PREPARE-VIREMENT-EXCEPTION
           END-EVALUATE.
           IF WS-BQ-TITULAIRE(WS-IND-BQ) = SPACES
              MOVE 'TITULAIRE DU COMPTE ABSENT' TO WS-MOTIF
              GO TO PREPARE-VIREMENT-EXCEPTION
           END-IF.
           IF WS-NB-VIR >= 9999
              MOVE 'TABLE DES VIREMENTS PLEINE' TO WS-MOTIF
              GO TO PREPARE-VIREMENT-EXCEPTION
           END-IF.
           ADD 1 TO WS-NB-VIR.
           MOVE RCUM-ID   TO WS-VIR-ID(WS-NB-VIR).
           MOVE WS-IND-BQ TO WS-VIR-IND-BQ(WS-NB-VIR).
           MOVE RCUM-NET  TO WS-VIR-MONTANT(WS-NB-VIR).
           ADD RCUM-NET   TO WS-VIR-TOTAL.
           GO TO PREPARE-VIREMENT-FIN.

       PREPARE-VIREMENT-EXCEPTION.
           ADD 1 TO WS-EXC-NB.
           ADD RCUM-NET TO WS-EXC-TOTAL.
           MOVE RCUM-NET TO WS-MONTANT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING RCUM-ID SPACE RCUM-NOM SPACE RCUM-PRENOM
                  ' NET ' WS-MONTANT-CHAR ' : ' WS-MOTIF
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-EXCEPT.
           WRITE REC-EXCEPT.
       PREPARE-VIREMENT-FIN.
           EXIT.

      *    Virements plus exceptions contre bulletins, en nombre et
      *    en montant ; le détail est porté en fin de liste
       RAPPROCHEMENT.
           COMPUTE WS-CTL-NB = WS-NB-VIR + WS-EXC-NB.
           COMPUTE WS-CTL-TOTAL = WS-VIR-TOTAL + WS-EXC-TOTAL.
           MOVE ALL '-' TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           MOVE WS-BUL-NB TO WS-NB-CHAR.
           MOVE WS-BUL-TOTAL TO WS-TOT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'BULLETINS DU MOIS   : ' WS-NB-CHAR
                  '  NETS A PAYER ' WS-TOT-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           MOVE WS-NB-VIR TO WS-NB-CHAR.
           MOVE WS-VIR-TOTAL TO WS-TOT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'VIREMENTS           : ' WS-NB-CHAR
                  '  TOTAL        ' WS-TOT-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           MOVE WS-EXC-NB TO WS-NB-CHAR.
           MOVE WS-EXC-TOTAL TO WS-TOT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'EXCEPTIONS          : ' WS-NB-CHAR
                  '  TOTAL        ' WS-TOT-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-EXCEPT.
           WRITE REC-EXCEPT.
           IF (WS-BUL-NB = 0) AND WS-REMISE-POSSIBLE
              MOVE 'N' TO WS-REMISE
              MOVE 'AUCUN BULLETIN DANS BULLETINS-PAIE.TXT'
                 TO WS-MOTIF-BLOCAGE
           END-IF.
           IF ((WS-CTL-NB NOT = WS-BUL-NB)
              OR (WS-CTL-TOTAL NOT = WS-BUL-TOTAL))
              AND WS-REMISE-POSSIBLE
              MOVE 'N' TO WS-REMISE
              MOVE 'VIREMENTS ET EXCEPTIONS NE RETROUVENT PAS LES '
                 & 'BULLETINS' TO WS-MOTIF-BLOCAGE
           END-IF.
           IF WS-REMISE-POSSIBLE
              MOVE 'RAPPROCHEMENT JUSTE - REMISE PRODUITE'
                 TO REC-EXCEPT
           ELSE
              INITIALIZE WS-LIG-RAP
              STRING 'REMISE NON PRODUITE : ' WS-MOTIF-BLOCAGE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-EXCEPT
           END-IF.
           WRITE REC-EXCEPT.

      *    Remise de virements : en-tête, un virement par employé,
      *    total de contrôle ; bloquée, le fichier est laissé vide
      *    pour qu'une remise d'un autre mois ne reparte jamais
       ECRIT-REMISE.
           OPEN OUTPUT F-VIREMENT.
           IF WS-REMISE-BLOQUEE
              CLOSE F-VIREMENT
           ELSE
              MOVE SPACES TO R-VIREMENT
              MOVE 'H' TO RVIR-TYPE
              MOVE WS-DATE-CREATION  TO RVIR-H-CREATION
              MOVE WS-DATE-EXECUTION TO RVIR-H-EXECUTION
              MOVE WS-PERIODE-X      TO RVIR-H-PERIODE
              MOVE WS-EMET-IBAN      TO RVIR-H-IBAN
              MOVE WS-EMET-BIC       TO RVIR-H-BIC
              MOVE WS-NB-VIR         TO RVIR-H-NB
              MOVE WS-VIR-TOTAL      TO RVIR-H-TOTAL
              WRITE R-VIREMENT
              PERFORM VARYING WS-IND-VIR FROM 1 BY 1
                       UNTIL (WS-IND-VIR > WS-NB-VIR)
                 MOVE WS-VIR-IND-BQ(WS-IND-VIR) TO WS-IND-BQ
                 MOVE SPACES TO R-VIREMENT
                 MOVE 'D' TO RVIR-TYPE
                 MOVE WS-VIR-ID(WS-IND-VIR)       TO RVIR-D-ID
                 MOVE WS-BQ-IBAN(WS-IND-BQ)       TO RVIR-D-IBAN
                 MOVE WS-BQ-BIC(WS-IND-BQ)        TO RVIR-D-BIC
                 MOVE WS-BQ-TITULAIRE(WS-IND-BQ)  TO RVIR-D-TITULAIRE
                 MOVE WS-VIR-MONTANT(WS-IND-VIR)  TO RVIR-D-MONTANT
                 MOVE WS-LIBELLE                  TO RVIR-D-LIBELLE
                 WRITE R-VIREMENT
              END-PERFORM
              MOVE SPACES TO R-VIREMENT
              MOVE 'T' TO RVIR-TYPE
              MOVE WS-NB-VIR    TO RVIR-T-NB
              MOVE WS-VIR-TOTAL TO RVIR-T-TOTAL
              WRITE R-VIREMENT
              CLOSE F-VIREMENT
           END-IF.

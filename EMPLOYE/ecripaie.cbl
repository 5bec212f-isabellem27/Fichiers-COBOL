      *=============================================================*
      *    GENERATION DES ECRITURES COMPTABLES DE LA PAIE           *
      *       La comptabilité ressaisissait chaque mois le journal  *
      *       de paie à partir de Cotisations-Synthese.txt. Pour le *
      *       mois lu dans ecripaie.param (AAAAMM, défaut : mois    *
      *       de la date système), les montants reportés par        *
      *       bulpaie dans Paie-Cumuls.txt (dessin FCUMPAIE) sont   *
      *       passés en écritures par agence, l'agence servant de   *
      *       section analytique (FR-LISTE-DEPT.txt) :              *
      *       - débit du brut et des parts patronales,              *
      *       - crédit du net à payer et des cotisations dues aux   *
      *         organismes (parts salariale et patronale),          *
      *       - éléments variables non soumis sur leur compte,      *
      *       sur les comptes du plan Paie-Comptes.txt (dessin      *
      *       FCPTPAIE). Les écritures vont dans Ecritures-Paie.txt *
      *       au format d'import du grand livre ; le contrôle       *
      *       débit = crédit par agence et au total est édité dans  *
      *       Ecritures-Paie-Controle.txt. Rubrique sans compte,    *
      *       agence inconnue ou écart débit/crédit : le fichier    *
      *       d'import est laissé vide.                             *
      *       Un mois de paie fermé par la transaction cloture      *
      *       (periodes.txt, domaine PAIE) n'est plus               *
      *       comptabilisé : le passage est refusé (message         *
      *       0601, code 16).                                       *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecripaie.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    montants du mois par matricule, reportés par bulpaie
           SELECT F-CUMUL
           ASSIGN TO 'Paie-Cumuls.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCUM.

           SELECT F-DEPT
           ASSIGN TO 'FR-LISTE-DEPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDEPT.

           SELECT F-COMPTES
           ASSIGN TO 'Paie-Comptes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCPT.

      *    fichier d'import du grand livre
           SELECT F-ECRITURE
           ASSIGN TO 'Ecritures-Paie.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FECR.

           SELECT F-CONTROLE
           ASSIGN TO 'Ecritures-Paie-Controle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCTL.

      *    paramètre de lancement : mois comptabilisé (AAAAMM)
           SELECT PARAM-CTL
           ASSIGN TO 'ecripaie.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

      * Description des cumuls de paie dans FCUMPAIE
       COPY 'FCUMPAIE.cpy'.

       COPY 'FDEPT.cpy'.

      * Description du plan de comptes de la paie dans FCPTPAIE
       COPY 'FCPTPAIE.cpy'.

      *    une ligne par compte, sens et agence : journal, date et
      *    pièce communs au mois, montant en 2 décimales implicites
       FD  F-ECRITURE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-ECRITURE.
           05 RECR-JOURNAL      PIC X(03).
           05 RECR-DATE         PIC X(08).
           05 RECR-PIECE        PIC X(10).
           05 RECR-COMPTE       PIC X(10).
           05 RECR-ANALYTIQUE   PIC X(03).
           05 RECR-LIBELLE      PIC X(30).
           05 RECR-SENS         PIC X(01).
           05 RECR-MONTANT      PIC 9(11)V99.
           05 FILLER            PIC X(02).

       FD  F-CONTROLE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CONTROLE        PIC X(120).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL       PIC X(20).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FCUM       PIC XX                    .
       88  WS-STAT-FCUMOK                  VALUE '00'   .
       88  WS-STAT-FCUMFIN                 VALUE '10'   .
       01  WS-STAT-FDEPT      PIC XX                    .
       88  WS-STAT-FDEPTOK                 VALUE '00'   .
       88  WS-STAT-FDEPTFIN                VALUE '10'   .
       01  WS-STAT-FCPT       PIC XX                    .
       88  WS-STAT-FCPTOK                  VALUE '00'   .
       88  WS-STAT-FCPTFIN                 VALUE '10'   .
       01  WS-STAT-FECR       PIC XX                    .
       88  WS-STAT-FECROK                  VALUE '00'   .
       01  WS-STAT-FCTL       PIC XX                    .
       88  WS-STAT-FCTLOK                  VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    mois comptabilisé, date d'écriture (dernier jour du mois)
      *    et numéro de pièce
       01  WS-PERIODE.
           03 WS-PER-ANNEE    PIC 9(4)      VALUE 0     .
           03 WS-PER-MOIS     PIC 99        VALUE 0     .
       01  WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6)   .
       01  WS-PERIODE-CHAR    PIC X(7)      VALUE SPACES.
       01  WS-DATE-ECR.
           03 WS-DECR-PERIODE PIC X(6)                  .
           03 WS-DECR-JOUR    PIC 99                    .
       01  WS-PIECE           PIC X(10)     VALUE SPACES.
       01  WS-JOURS-MOIS      PIC X(24)
                              VALUE '312831303130313130313031'.
       01  WS-JOURS-MOIS-TAB REDEFINES WS-JOURS-MOIS.
           03 WS-JM           PIC 99        OCCURS 12   .
       01  WS-QUOTIENT        PIC 9(4)      VALUE 0     .
       01  WS-RESTE           PIC 9(4)      VALUE 0     .

      *    l'import n'est écrit que si rien ne l'a bloqué
       01  WS-IMPORT          PIC X         VALUE 'O'   .
           88 WS-IMPORT-POSSIBLE            VALUE 'O'   .
           88 WS-IMPORT-BLOQUE              VALUE 'N'   .

      *    plan de comptes de la paie
       01  WS-IND-CPT         PIC 99        VALUE 0     .
       01  WS-COMPTES.
           03 WS-NB-CPT       PIC 99        VALUE 0     .
           03 WS-CPT-TAB  OCCURS 1 TO 60 TIMES
                           DEPENDING ON WS-NB-CPT.
              05 WS-CPT-RUBRIQUE PIC X(20)              .
              05 WS-CPT-DEBIT    PIC X(10)              .
              05 WS-CPT-CREDIT   PIC X(10)              .
              05 WS-CPT-SIGNALE  PIC X                  .
       01  WS-RUBRIQUE        PIC X(20)     VALUE SPACES.

      *    écritures par agence, agences rangées par code ; une
      *    ligne par couple compte/sens
       01  WS-IND-AG          PIC 999       VALUE 0     .
       01  WS-IND-AG2         PIC 999       VALUE 0     .
       01  WS-AG-COUR         PIC 999       VALUE 0     .
       01  WS-IND-LG          PIC 99        VALUE 0     .
       01  WS-AGENCES.
           03 WS-NB-AG        PIC 999       VALUE 0     .
           03 WS-AG-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-AG.
              05 WS-AG-ID        PIC X(3)               .
              05 WS-AG-DEP       PIC X(26)              .
              05 WS-AG-NB-SAL    PIC 9(5)               .
              05 WS-AG-DEBIT     PIC 9(11)V99           .
              05 WS-AG-CREDIT    PIC 9(11)V99           .
              05 WS-AG-NB-LG     PIC 99                 .
              05 WS-AG-LIGNE OCCURS 50 TIMES.
                 10 WS-LG-COMPTE  PIC X(10)             .
                 10 WS-LG-SENS    PIC X                 .
                 10 WS-LG-LIBELLE PIC X(30)             .
                 10 WS-LG-MONTANT PIC 9(11)V99          .

      *    ligne d'écriture à cumuler
       01  WS-MVT-COMPTE      PIC X(10)     VALUE SPACES.
       01  WS-MVT-SENS        PIC X         VALUE SPACE .
       01  WS-MVT-LIBELLE     PIC X(30)     VALUE SPACES.
       01  WS-MVT-MONTANT     PIC 9(11)V99  VALUE 0     .

      *    totaux société et compteurs
       01  WS-TOT-DEBIT       PIC 9(11)V99  VALUE 0     .
       01  WS-TOT-CREDIT      PIC 9(11)V99  VALUE 0     .
       01  WS-NB-CUM-LUS      PIC 9(7)      VALUE 0     .
       01  WS-NB-EMP          PIC 9(6)      VALUE 0     .
       01  WS-NB-ECR          PIC 9(6)      VALUE 0     .
       01  WS-NB-ANOMALIES    PIC 9(6)      VALUE 0     .
       01  WS-ANOMALIE        PIC X(100)    VALUE SPACES.

       01  WS-DEB-CHAR        PIC Z(10)9.99             .
       01  WS-CRE-CHAR        PIC Z(10)9.99             .
       01  WS-MNT-CHAR        PIC Z(10)9.99             .
       01  WS-NB-CHAR         PIC Z(4)9                 .
       01  WS-LIG-RAP         PIC X(120)    VALUE SPACES.
       01  WS-LIG-EURO        PIC X(4)      VALUE ' €'  .

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
           OPEN OUTPUT F-CONTROLE.
           INITIALIZE WS-LIG-RAP.
           STRING 'ECRITURES DE PAIE ' WS-PERIODE-CHAR
                  ' - PIECE ' WS-PIECE ' DU ' WS-DATE-ECR
                  ' - CONTROLE DEBIT / CREDIT'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           MOVE ALL '=' TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           PERFORM CHARGE-COMPTES THRU CHARGE-COMPTES-FIN.

      * Cumul des montants du mois par agence et par compte
           OPEN INPUT F-CUMUL.
           IF (NOT WS-STAT-FCUMOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FCUMFIN
              PERFORM LECT-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.
           IF WS-NB-EMP = 0
              MOVE 'AUCUNE PAIE DU MOIS DANS PAIE-CUMULS.TXT'
                 TO WS-ANOMALIE
              PERFORM ECRIT-ANOMALIE
           END-IF.

           PERFORM CHARGE-SECTIONS THRU CHARGE-SECTIONS-FIN.
           PERFORM CONTROLE-EQUILIBRE.
           PERFORM ECRIT-IMPORT.
           CLOSE F-CONTROLE.

           DISPLAY 'MOIS COMPTABILISE      :' SPACE WS-PERIODE-CHAR.
           DISPLAY 'EMPLOYES               :' SPACE WS-NB-EMP.
           DISPLAY 'ANOMALIES              :' SPACE WS-NB-ANOMALIES.
           IF WS-IMPORT-BLOQUE
              DISPLAY 'ECRITURES NON PRODUITES - VOIR '
                 'ECRITURES-PAIE-CONTROLE.TXT'
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
           ELSE
              DISPLAY 'LIGNES D''ECRITURE      :' SPACE WS-NB-ECR
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
           MOVE 'ecripaie' TO JR-PROGRAMME.
           MOVE WS-NB-CUM-LUS TO JR-NB-LUS.
           IF WS-IMPORT-POSSIBLE
              MOVE WS-NB-ECR TO JR-NB-ECRITS
           ELSE
              MOVE 0 TO JR-NB-ECRITS
           END-IF.
           MOVE WS-NB-ANOMALIES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit ecripaie.param (AAAAMM) ; absent ou illisible, le
      *    mois de la date système est retenu. Les écritures sont
      *    datées du dernier jour du mois
       CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE-X.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK
                 IF (REC-PARAM-CTL(1:6) NUMERIC)
                    AND (REC-PARAM-CTL(5:2) >= '01')
                    AND (REC-PARAM-CTL(5:2) <= '12')
                    MOVE REC-PARAM-CTL(1:6) TO WS-PERIODE-X
                 ELSE
                    DISPLAY 'ECRIPAIE.PARAM ILLISIBLE - MOIS '
                       'COURANT RETENU'
                 END-IF
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
           STRING 'PAIE' WS-PERIODE-X
           DELIMITED BY SIZE
           INTO WS-PIECE.
           MOVE WS-PERIODE-X TO WS-DECR-PERIODE.
           MOVE WS-JM(WS-PER-MOIS) TO WS-DECR-JOUR.
      *    février bissextile : divisible par 4, sauf les siècles
      *    non divisibles par 400
           IF WS-PER-MOIS = 2
              DIVIDE WS-PER-ANNEE BY 4 GIVING WS-QUOTIENT
                 REMAINDER WS-RESTE
              IF WS-RESTE = 0
                 MOVE 29 TO WS-DECR-JOUR
                 DIVIDE WS-PER-ANNEE BY 100 GIVING WS-QUOTIENT
                    REMAINDER WS-RESTE
                 IF WS-RESTE = 0
                    DIVIDE WS-PER-ANNEE BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                    IF WS-RESTE NOT = 0
                       MOVE 28 TO WS-DECR-JOUR
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHARGE-PARAM-FIN.
           EXIT.

      *    Mois de paie fermé (periodes.txt, transaction cloture) :
      *    les écritures envoyées au grand livre ne sont pas
      *    refaites ; periode a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PAIE' TO PE-DOMAINE.
           MOVE WS-PERIODE-X TO PE-PERIODE.
           MOVE 'ecripaie' TO PE-PROGRAMME.
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

      *    Plan de comptes de la paie ; sans lui aucune écriture
      *    ne peut être imputée
       CHARGE-COMPTES.
           OPEN INPUT F-COMPTES.
           IF NOT WS-STAT-FCPTOK
              DISPLAY 'CODE RETOUR D''ERREUR PAIE-COMPTES' SPACE
                 WS-STAT-FCPT
              MOVE 'PLAN DE COMPTES PAIE-COMPTES.TXT ABSENT OU '
                 & 'ILLISIBLE' TO WS-ANOMALIE
              PERFORM ECRIT-ANOMALIE
              GO TO CHARGE-COMPTES-FIN
           END-IF.
           READ F-COMPTES.
           PERFORM UNTIL WS-STAT-FCPTFIN
              IF WS-NB-CPT >= 60
                 DISPLAY 'PLAN DE COMPTES PLEIN - ' RCPT-RUBRIQUE
                    SPACE 'IGNOREE'
              ELSE
                 ADD 1 TO WS-NB-CPT
                 MOVE RCPT-RUBRIQUE   TO WS-CPT-RUBRIQUE(WS-NB-CPT)
                 MOVE RCPT-CPT-DEBIT  TO WS-CPT-DEBIT(WS-NB-CPT)
                 MOVE RCPT-CPT-CREDIT TO WS-CPT-CREDIT(WS-NB-CPT)
                 MOVE 'N' TO WS-CPT-SIGNALE(WS-NB-CPT)
              END-IF
              READ F-COMPTES
           END-PERFORM.
       CHARGE-COMPTES-FIN.
           CLOSE F-COMPTES.

       CHERCHE-COMPTE.
           PERFORM VARYING WS-IND-CPT FROM 1 BY 1
                   UNTIL (WS-IND-CPT > WS-NB-CPT)
                   OR (WS-CPT-RUBRIQUE(WS-IND-CPT) = WS-RUBRIQUE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CPT TO WS-IND-CPT
           END-PERFORM.

      * Lecture des cumuls : la ligne 'E' ouvre l'employé dans son
      * agence, les lignes 'C' qui la suivent portent ses cotisations
       LECT-CUMUL.
           READ F-CUMUL
              IF (NOT WS-STAT-FCUMOK) AND (NOT WS-STAT-FCUMFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FCUMOK THEN
                    ADD 1 TO WS-NB-CUM-LUS
                    IF (RCUM-ANNEE = WS-PER-ANNEE)
                       AND (RCUM-MOIS = WS-PER-MOIS)
                       EVALUATE TRUE
                          WHEN RCUM-EST-EMPLOYE
                             PERFORM IMPUTE-EMPLOYE
                                THRU IMPUTE-EMPLOYE-FIN
                          WHEN RCUM-EST-COTISATION
                             PERFORM IMPUTE-COTISATION
                                THRU IMPUTE-COTISATION-FIN
                          WHEN RCUM-EST-ELEMENT
                             PERFORM IMPUTE-ELEMENT
                                THRU IMPUTE-ELEMENT-FIN
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF.

      *    Brut au débit, net au crédit, dans l'agence de l'employé
       IMPUTE-EMPLOYE.
           ADD 1 TO WS-NB-EMP.
           PERFORM CHERCHE-AGENCE THRU CHERCHE-AGENCE-FIN.
           IF WS-AG-COUR = 0
              GO TO IMPUTE-EMPLOYE-FIN
           END-IF.
           ADD 1 TO WS-AG-NB-SAL(WS-AG-COUR).
           MOVE 'SALAIRE BRUT' TO WS-RUBRIQUE.
           PERFORM CHERCHE-COMPTE.
           IF (WS-IND-CPT > WS-NB-CPT)
              OR (WS-CPT-DEBIT(WS-IND-CPT) = SPACES)
              PERFORM ANOMALIE-RUBRIQUE
           ELSE
              MOVE WS-CPT-DEBIT(WS-IND-CPT) TO WS-MVT-COMPTE
              MOVE 'D' TO WS-MVT-SENS
              MOVE SPACES TO WS-MVT-LIBELLE
              STRING 'SALAIRES BRUTS ' WS-PERIODE-CHAR
              DELIMITED BY SIZE
              INTO WS-MVT-LIBELLE
              MOVE RCUM-BRUT TO WS-MVT-MONTANT
              PERFORM CUMULE-LIGNE THRU CUMULE-LIGNE-FIN
           END-IF.
           MOVE 'NET A PAYER' TO WS-RUBRIQUE.
           PERFORM CHERCHE-COMPTE.
           IF (WS-IND-CPT > WS-NB-CPT)
              OR (WS-CPT-CREDIT(WS-IND-CPT) = SPACES)
              PERFORM ANOMALIE-RUBRIQUE
           ELSE
              MOVE WS-CPT-CREDIT(WS-IND-CPT) TO WS-MVT-COMPTE
              MOVE 'C' TO WS-MVT-SENS
              MOVE SPACES TO WS-MVT-LIBELLE
              STRING 'NET A PAYER ' WS-PERIODE-CHAR
              DELIMITED BY SIZE
              INTO WS-MVT-LIBELLE
              MOVE RCUM-NET TO WS-MVT-MONTANT
              PERFORM CUMULE-LIGNE THRU CUMULE-LIGNE-FIN
           END-IF.
       IMPUTE-EMPLOYE-FIN.
           EXIT.

      *    Part patronale au débit de la charge, parts salariale et
      *    patronale au crédit de l'organisme
       IMPUTE-COTISATION.
           IF WS-AG-COUR = 0
              GO TO IMPUTE-COTISATION-FIN
           END-IF.
           MOVE RCUM-COT-LIB TO WS-RUBRIQUE.
           PERFORM CHERCHE-COMPTE.
           IF (WS-IND-CPT > WS-NB-CPT)
              OR (WS-CPT-CREDIT(WS-IND-CPT) = SPACES)
              OR ((WS-CPT-DEBIT(WS-IND-CPT) = SPACES)
                  AND (RCUM-PART-PAT > 0))
              PERFORM ANOMALIE-RUBRIQUE
              GO TO IMPUTE-COTISATION-FIN
           END-IF.
           IF RCUM-PART-PAT > 0
              MOVE WS-CPT-DEBIT(WS-IND-CPT) TO WS-MVT-COMPTE
              MOVE 'D' TO WS-MVT-SENS
              MOVE SPACES TO WS-MVT-LIBELLE
              STRING 'CHARGES ' RCUM-COT-LIB
              DELIMITED BY SIZE
              INTO WS-MVT-LIBELLE
              MOVE RCUM-PART-PAT TO WS-MVT-MONTANT
              PERFORM CUMULE-LIGNE THRU CUMULE-LIGNE-FIN
           END-IF.
           MOVE WS-CPT-CREDIT(WS-IND-CPT) TO WS-MVT-COMPTE.
           MOVE 'C' TO WS-MVT-SENS.
           MOVE SPACES TO WS-MVT-LIBELLE.
           STRING 'COTISATIONS ' RCUM-COT-LIB
           DELIMITED BY SIZE
           INTO WS-MVT-LIBELLE.
           COMPUTE WS-MVT-MONTANT = RCUM-PART-SAL + RCUM-PART-PAT.
           PERFORM CUMULE-LIGNE THRU CUMULE-LIGNE-FIN.
       IMPUTE-COTISATION-FIN.
           EXIT.

      *    Un élément variable soumis est déjà compris dans le brut ;
      *    non soumis, il est passé sur son propre compte : au débit
      *    s'il s'ajoute au net, au crédit s'il en est retenu
       IMPUTE-ELEMENT.
           IF (WS-AG-COUR = 0) OR (RCUM-ELT-SOUMIS = 'O')
              GO TO IMPUTE-ELEMENT-FIN
           END-IF.
           MOVE RCUM-ELT-LIB TO WS-RUBRIQUE.
           PERFORM CHERCHE-COMPTE.
           IF WS-IND-CPT > WS-NB-CPT
              PERFORM ANOMALIE-RUBRIQUE
              GO TO IMPUTE-ELEMENT-FIN
           END-IF.
           IF RCUM-ELT-SENS = '-'
              MOVE WS-CPT-CREDIT(WS-IND-CPT) TO WS-MVT-COMPTE
              MOVE 'C' TO WS-MVT-SENS
           ELSE
              MOVE WS-CPT-DEBIT(WS-IND-CPT) TO WS-MVT-COMPTE
              MOVE 'D' TO WS-MVT-SENS
           END-IF.
           IF WS-MVT-COMPTE = SPACES
              PERFORM ANOMALIE-RUBRIQUE
              GO TO IMPUTE-ELEMENT-FIN
           END-IF.
           MOVE RCUM-ELT-LIB TO WS-MVT-LIBELLE.
           MOVE RCUM-ELT-MONTANT TO WS-MVT-MONTANT.
           PERFORM CUMULE-LIGNE THRU CUMULE-LIGNE-FIN.
       IMPUTE-ELEMENT-FIN.
           EXIT.

      *    Une rubrique sans compte n'est signalée qu'une fois :
      *    absente du plan, elle y est ajoutée sans compte
       ANOMALIE-RUBRIQUE.
           INITIALIZE WS-ANOMALIE.
           IF WS-IND-CPT > WS-NB-CPT
              STRING 'RUBRIQUE ' WS-RUBRIQUE
                     ' ABSENTE DU PLAN DE COMPTES'
              DELIMITED BY SIZE
              INTO WS-ANOMALIE
              IF WS-NB-CPT >= 60
                 PERFORM ECRIT-ANOMALIE
              ELSE
                 ADD 1 TO WS-NB-CPT
                 MOVE WS-NB-CPT TO WS-IND-CPT
                 MOVE WS-RUBRIQUE TO WS-CPT-RUBRIQUE(WS-IND-CPT)
                 MOVE SPACES TO WS-CPT-DEBIT(WS-IND-CPT)
                 MOVE SPACES TO WS-CPT-CREDIT(WS-IND-CPT)
                 MOVE 'N' TO WS-CPT-SIGNALE(WS-IND-CPT)
              END-IF
           ELSE
              STRING 'RUBRIQUE ' WS-RUBRIQUE
                     ' SANS COMPTE DE DEBIT OU DE CREDIT'
              DELIMITED BY SIZE
              INTO WS-ANOMALIE
           END-IF.
           IF WS-IND-CPT <= WS-NB-CPT
              IF WS-CPT-SIGNALE(WS-IND-CPT) NOT = 'O'
                 PERFORM ECRIT-ANOMALIE
                 MOVE 'O' TO WS-CPT-SIGNALE(WS-IND-CPT)
              END-IF
           END-IF.

      *    Agence de l'employé, insérée à son rang de code si elle
      *    est nouvelle
       CHERCHE-AGENCE.
           PERFORM VARYING WS-AG-COUR FROM 1 BY 1
                   UNTIL (WS-AG-COUR > WS-NB-AG)
                   OR (WS-AG-ID(WS-AG-COUR) >= RCUM-AGENCE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-AG-COUR TO WS-AG-COUR
           END-PERFORM.
           IF WS-AG-COUR <= WS-NB-AG
              IF WS-AG-ID(WS-AG-COUR) = RCUM-AGENCE
                 GO TO CHERCHE-AGENCE-FIN
              END-IF
           END-IF.
           IF WS-NB-AG >= 200
              MOVE 'TABLE DES AGENCES PLEINE' TO WS-ANOMALIE
              PERFORM ECRIT-ANOMALIE
              MOVE 0 TO WS-AG-COUR
              GO TO CHERCHE-AGENCE-FIN
           END-IF.
           ADD 1 TO WS-NB-AG.
           PERFORM VARYING WS-IND-AG FROM WS-NB-AG BY -1
                   UNTIL WS-IND-AG <= WS-AG-COUR
              COMPUTE WS-IND-AG2 = WS-IND-AG - 1
              MOVE WS-AG-TAB(WS-IND-AG2) TO WS-AG-TAB(WS-IND-AG)
           END-PERFORM.
           INITIALIZE WS-AG-TAB(WS-AG-COUR).
           MOVE RCUM-AGENCE TO WS-AG-ID(WS-AG-COUR).
       CHERCHE-AGENCE-FIN.
           EXIT.

      *    Cumule le mouvement sur la ligne compte/sens de l'agence
       CUMULE-LIGNE.
           PERFORM VARYING WS-IND-LG FROM 1 BY 1
                   UNTIL (WS-IND-LG > WS-AG-NB-LG(WS-AG-COUR))
                   OR ((WS-LG-COMPTE(WS-AG-COUR, WS-IND-LG)
                        = WS-MVT-COMPTE)
                   AND (WS-LG-SENS(WS-AG-COUR, WS-IND-LG)
                        = WS-MVT-SENS))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-LG TO WS-IND-LG
           END-PERFORM.
           IF WS-IND-LG > WS-AG-NB-LG(WS-AG-COUR)
              IF WS-AG-NB-LG(WS-AG-COUR) >= 50
                 INITIALIZE WS-ANOMALIE
                 STRING 'AGENCE ' WS-AG-ID(WS-AG-COUR)
                        ' : TROP DE COMPTES, ' WS-MVT-COMPTE
                        ' NON IMPUTE'
                 DELIMITED BY SIZE
                 INTO WS-ANOMALIE
                 PERFORM ECRIT-ANOMALIE
                 GO TO CUMULE-LIGNE-FIN
              END-IF
              ADD 1 TO WS-AG-NB-LG(WS-AG-COUR)
              MOVE WS-MVT-COMPTE  TO WS-LG-COMPTE(WS-AG-COUR,
                                                  WS-IND-LG)
              MOVE WS-MVT-SENS    TO WS-LG-SENS(WS-AG-COUR,
                                                WS-IND-LG)
              MOVE WS-MVT-LIBELLE TO WS-LG-LIBELLE(WS-AG-COUR,
                                                   WS-IND-LG)
              MOVE 0 TO WS-LG-MONTANT(WS-AG-COUR, WS-IND-LG)
           END-IF.
           ADD WS-MVT-MONTANT TO WS-LG-MONTANT(WS-AG-COUR,
                                               WS-IND-LG).
           IF WS-MVT-SENS = 'D'
              ADD WS-MVT-MONTANT TO WS-AG-DEBIT(WS-AG-COUR)
              ADD WS-MVT-MONTANT TO WS-TOT-DEBIT
           ELSE
              ADD WS-MVT-MONTANT TO WS-AG-CREDIT(WS-AG-COUR)
              ADD WS-MVT-MONTANT TO WS-TOT-CREDIT
           END-IF.
       CUMULE-LIGNE-FIN.
           EXIT.

      *    Chaque agence doit exister dans FR-LISTE-DEPT.txt : son
      *    code y est la section analytique des écritures
       CHARGE-SECTIONS.
           OPEN INPUT F-DEPT.
           IF NOT WS-STAT-FDEPTOK
              DISPLAY 'CODE RETOUR D''ERREUR FR-LISTE-DEPT' SPACE
                 WS-STAT-FDEPT
              CLOSE F-DEPT
              GO TO CHARGE-SECTIONS-CONTROLE
           END-IF.
           READ F-DEPT.
           PERFORM UNTIL WS-STAT-FDEPTFIN
              PERFORM VARYING WS-IND-AG FROM 1 BY 1
                      UNTIL (WS-IND-AG > WS-NB-AG)
                 IF WS-AG-ID(WS-IND-AG) = RDEPT-ID
                    MOVE RDEPT-DEP TO WS-AG-DEP(WS-IND-AG)
                 END-IF
              END-PERFORM
              READ F-DEPT
           END-PERFORM.
           CLOSE F-DEPT.
       CHARGE-SECTIONS-CONTROLE.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              IF WS-AG-DEP(WS-IND-AG) = SPACES
                 INITIALIZE WS-ANOMALIE
                 STRING 'AGENCE ' WS-AG-ID(WS-IND-AG)
                        ' ABSENTE DE FR-LISTE-DEPT.TXT - SECTION '
                        'ANALYTIQUE INCONNUE'
                 DELIMITED BY SIZE
                 INTO WS-ANOMALIE
                 PERFORM ECRIT-ANOMALIE
              END-IF
           END-PERFORM.
       CHARGE-SECTIONS-FIN.
           EXIT.

      *    Débit = crédit par agence puis au total ; le détail des
      *    comptes est édité pour le rapprochement comptable
       CONTROLE-EQUILIBRE.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              MOVE ALL '-' TO REC-CONTROLE
              WRITE REC-CONTROLE
              MOVE WS-AG-NB-SAL(WS-IND-AG) TO WS-NB-CHAR
              INITIALIZE WS-LIG-RAP
              STRING 'AGENCE ' WS-AG-ID(WS-IND-AG) SPACE
                     WS-AG-DEP(WS-IND-AG) ' SALARIES ' WS-NB-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-CONTROLE
              WRITE REC-CONTROLE
              PERFORM VARYING WS-IND-LG FROM 1 BY 1
                      UNTIL (WS-IND-LG > WS-AG-NB-LG(WS-IND-AG))
                 MOVE WS-LG-MONTANT(WS-IND-AG, WS-IND-LG)
                    TO WS-MNT-CHAR
                 INITIALIZE WS-LIG-RAP
                 STRING '   ' WS-LG-COMPTE(WS-IND-AG, WS-IND-LG)
                        SPACE WS-LG-SENS(WS-IND-AG, WS-IND-LG)
                        SPACE WS-LG-LIBELLE(WS-IND-AG, WS-IND-LG)
                        SPACE WS-MNT-CHAR WS-LIG-EURO
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-CONTROLE
                 WRITE REC-CONTROLE
              END-PERFORM
              MOVE WS-AG-DEBIT(WS-IND-AG)  TO WS-DEB-CHAR
              MOVE WS-AG-CREDIT(WS-IND-AG) TO WS-CRE-CHAR
              INITIALIZE WS-LIG-RAP
              STRING '   TOTAL AGENCE  DEBIT ' WS-DEB-CHAR
                     '  CREDIT ' WS-CRE-CHAR WS-LIG-EURO
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              IF WS-AG-DEBIT(WS-IND-AG) = WS-AG-CREDIT(WS-IND-AG)
                 STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                        '  EQUILIBRE'
                 DELIMITED BY SIZE
                 INTO REC-CONTROLE
                 WRITE REC-CONTROLE
              ELSE
                 STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                        '  *** ECART ***'
                 DELIMITED BY SIZE
                 INTO REC-CONTROLE
                 WRITE REC-CONTROLE
                 INITIALIZE WS-ANOMALIE
                 STRING 'AGENCE ' WS-AG-ID(WS-IND-AG)
                        ' : DEBIT ET CREDIT NE S''EQUILIBRENT PAS'
                 DELIMITED BY SIZE
                 INTO WS-ANOMALIE
                 PERFORM ECRIT-ANOMALIE
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           MOVE WS-TOT-DEBIT  TO WS-DEB-CHAR.
           MOVE WS-TOT-CREDIT TO WS-CRE-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'TOTAL SOCIETE    DEBIT ' WS-DEB-CHAR
                  '  CREDIT ' WS-CRE-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
              MOVE 'TOTAL SOCIETE : DEBIT ET CREDIT NE S''EQUILIBRENT '
                 & 'PAS' TO WS-ANOMALIE
              PERFORM ECRIT-ANOMALIE
           END-IF.
           IF WS-IMPORT-POSSIBLE
              MOVE 'ECRITURES EQUILIBREES - ECRITURES-PAIE.TXT PRODUIT'
                 TO REC-CONTROLE
           ELSE
              MOVE 'ECRITURES NON PRODUITES : ECRITURES-PAIE.TXT VIDE'
                 TO REC-CONTROLE
           END-IF.
           WRITE REC-CONTROLE.

      *    Toute anomalie bloque l'import
       ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE 'N' TO WS-IMPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'ANOMALIE : ' WS-ANOMALIE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CONTROLE.
           WRITE REC-CONTROLE.

      *    Fichier d'import du grand livre ; bloqué, il est laissé
      *    vide pour qu'un import d'un autre mois ne reparte pas
       ECRIT-IMPORT.
           OPEN OUTPUT F-ECRITURE.
           IF WS-IMPORT-POSSIBLE
              PERFORM VARYING WS-IND-AG FROM 1 BY 1
                      UNTIL (WS-IND-AG > WS-NB-AG)
                 PERFORM VARYING WS-IND-LG FROM 1 BY 1
                         UNTIL (WS-IND-LG > WS-AG-NB-LG(WS-IND-AG))
                    MOVE SPACES TO R-ECRITURE
                    MOVE 'PAI'       TO RECR-JOURNAL
                    MOVE WS-DATE-ECR TO RECR-DATE
                    MOVE WS-PIECE    TO RECR-PIECE
                    MOVE WS-LG-COMPTE(WS-IND-AG, WS-IND-LG)
                       TO RECR-COMPTE
                    MOVE WS-AG-ID(WS-IND-AG) TO RECR-ANALYTIQUE
                    MOVE WS-LG-LIBELLE(WS-IND-AG, WS-IND-LG)
                       TO RECR-LIBELLE
                    MOVE WS-LG-SENS(WS-IND-AG, WS-IND-LG)
                       TO RECR-SENS
                    MOVE WS-LG-MONTANT(WS-IND-AG, WS-IND-LG)
                       TO RECR-MONTANT
                    WRITE R-ECRITURE
                    ADD 1 TO WS-NB-ECR
                 END-PERFORM
              END-PERFORM
           END-IF.
           CLOSE F-ECRITURE.

      *=============================================================*
      *    PRIMES EMISES, ACQUISES ET NON ACQUISES A LA CLOTURE     *
      *       Arrêté mensuel demandé par la comptabilité, calculé   *
      *       jusqu'ici sur tableur depuis rapport-assurances.dat.  *
      *       Pour chaque contrat de contrats-master.dat, la prime  *
      *       MA-AGAMNT couvre la période MA-AGADDEB - MA-AGADFIN   *
      *       (jours inclus) et s'acquiert au jour le jour. A la    *
      *       date de clôture (primacq-param.txt, AAAAMMJJ ; à      *
      *       défaut le dernier jour du mois précédent) on calcule  *
      *       - la prime émise du mois (contrat prenant effet dans  *
      *         le mois, ajustement des avenants de montant du mois *
      *         sur la période restant à courir) ;                  *
      *       - la prime acquise du mois et depuis le 1er janvier ; *
      *       - la provision pour primes non acquises à la clôture. *
      *       Un avenant MONTANT (avenants-audit.dat) découpe la    *
      *       période : chaque tranche s'acquiert sur son montant,  *
      *       avant puis après la date d'effet. Les décomptes de    *
      *       jours sont faits par datecalc. Totaux par type de     *
      *       contrat, par groupe et par devise dans                *
      *       primes-acquises.dat.                                  *
      *       Un mois de clôture fermé par la transaction cloture   *
      *       (periodes.txt, domaine PRIMES) n'est plus arrêté à    *
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
       PROGRAM-ID. primacq.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MASTER
           ASSIGN TO 'contrats-master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICMASTER.

      *    trace des avenants appliqués (programme avenants)
           SELECT F-AUDIT
           ASSIGN TO 'avenants-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAUDIT.

      *    date de clôture AAAAMMJJ
           SELECT F-PARAM
           ASSIGN TO 'primacq-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-RAPPORT
           ASSIGN TO 'primes-acquises.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.

      * même dessin que l'écriture faite par ECRIT-MASTER de filelect
       FD  FIC-MASTER
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  E-REC-MASTER        PIC X(150).
       01  ENR-MASTER-DET REDEFINES E-REC-MASTER.
           05 FILLER           PIC X(3)   .
           05 MA-AGAID         PIC 9(8)   .
           05 FILLER           PIC X(3)   .
           05 MA-AGAGRP        PIC X(14)  .
           05 FILLER           PIC X(3)   .
           05 MA-AGATYP        PIC X(16)  .
           05 FILLER           PIC X(3)   .
           05 MA-AGALIB        PIC X(41)  .
           05 FILLER           PIC X(3)   .
           05 MA-CLACT         PIC X(10)  .
           05 FILLER           PIC X(3)   .
           05 MA-AGADDEB       PIC X(8)   .
           05 FILLER           PIC X(3)   .
           05 MA-AGADFIN       PIC X(8)   .
           05 FILLER           PIC X(3)   .
           05 MA-AGAMNT        PIC 9(6)V99.
           05 FILLER           PIC X(3)   .
           05 MA-AGCURR        PIC X(3)   .
           05 FILLER           PIC X(3)   .
           05 MA-AGASRC        PIC X(1)   .

      * ligne écrite par avenants : date, contrat, champ, effet puis
      * l'enregistrement maitre avant et après entre crochets
       FD  F-AUDIT
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AUDIT           PIC X(400).

       FD  F-PARAM
           RECORD CONTAINS 1 TO 30 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PARAM           PIC X(30).

       FD  F-RAPPORT
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(140).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICMASTER  PIC XX                    .
       88  WS-STAT-MASTEROK                VALUE '00'   .
       88  WS-STAT-MASTERFIN               VALUE '10'   .
       88  WS-STAT-MASTERNOFILE            VALUE '35'   .
       01  WS-STAT-FAUDIT     PIC XX                    .
       88  WS-STAT-FAUDITOK                VALUE '00'   .
       88  WS-STAT-FAUDITFIN               VALUE '10'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .

      * avenants de montant, triés par contrat puis date d'effet
      * (l'ordre d'application départage un même jour)
       01  WS-IND-AV          PIC 9(4)      VALUE 0     .
       01  WS-AVENANTS.
           03 WS-NB-AV        PIC 9(4)      VALUE 0     .
           03 WS-AV-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-AV.
              05 WS-AV-CTR       PIC X(8)               .
              05 WS-AV-EFFET     PIC X(8)               .
              05 WS-AV-SEQ       PIC 9(4)               .
              05 WS-AV-AVANT     PIC 9(6)V99            .
              05 WS-AV-APRES     PIC 9(6)V99            .

      * tranches de la période du contrat en cours : début inclus,
      * fin exclue, montant applicable
       01  WS-IND-TR          PIC 99        VALUE 0     .
       01  WS-TRANCHES.
           03 WS-NB-TR        PIC 99        VALUE 0     .
           03 WS-TR-TAB  OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-NB-TR.
              05 WS-TR-DEB       PIC X(8)               .
              05 WS-TR-FIN       PIC X(8)               .
              05 WS-TR-MNT       PIC 9(6)V99            .

      * totaux par type et devise, par groupe et devise, par devise
       01  WS-IND-TY          PIC 99        VALUE 0     .
       01  WS-TYPES.
           03 WS-NB-TY        PIC 99        VALUE 0     .
           03 WS-TY-TAB  OCCURS 1 TO 99 TIMES
                          DEPENDING ON WS-NB-TY.
              05 WS-TY-LIB       PIC X(16)              .
              05 WS-TY-DEV       PIC X(3)               .
              05 WS-TY-MONTANTS.
                 07 WS-TY-EMIS      PIC S9(9)V99        .
                 07 WS-TY-ACQ-MOIS  PIC S9(9)V99        .
                 07 WS-TY-ACQ-AN    PIC S9(9)V99        .
                 07 WS-TY-NON-ACQ   PIC S9(9)V99        .
       01  WS-IND-GR          PIC 99        VALUE 0     .
       01  WS-GROUPES.
           03 WS-NB-GR        PIC 99        VALUE 0     .
           03 WS-GR-TAB  OCCURS 1 TO 99 TIMES
                          DEPENDING ON WS-NB-GR.
              05 WS-GR-LIB       PIC X(14)              .
              05 WS-GR-DEV       PIC X(3)               .
              05 WS-GR-MONTANTS.
                 07 WS-GR-EMIS      PIC S9(9)V99        .
                 07 WS-GR-ACQ-MOIS  PIC S9(9)V99        .
                 07 WS-GR-ACQ-AN    PIC S9(9)V99        .
                 07 WS-GR-NON-ACQ   PIC S9(9)V99        .
       01  WS-IND-DV          PIC 99        VALUE 0     .
       01  WS-DEVISES.
           03 WS-NB-DV        PIC 99        VALUE 0     .
           03 WS-DV-TAB  OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-NB-DV.
              05 WS-DV-LIB       PIC X(3)               .
              05 WS-DV-MONTANTS.
                 07 WS-DV-EMIS      PIC S9(9)V99        .
                 07 WS-DV-ACQ-MOIS  PIC S9(9)V99        .
                 07 WS-DV-ACQ-AN    PIC S9(9)V99        .
                 07 WS-DV-NON-ACQ   PIC S9(9)V99        .

      * montants d'un contrat
       01  WS-CT-MONTANTS.
           05 WS-CT-EMIS      PIC S9(9)V99  VALUE 0     .
           05 WS-CT-ACQ-MOIS  PIC S9(9)V99  VALUE 0     .
           05 WS-CT-ACQ-AN    PIC S9(9)V99  VALUE 0     .
           05 WS-CT-NON-ACQ   PIC S9(9)V99  VALUE 0     .

      * dates de l'arrêté (fins exclues : lendemain)
       01  WS-DATE-CLOT       PIC X(8)      VALUE SPACES.
       01  WS-DATE-CLOT-SUIV  PIC X(8)      VALUE SPACES.
       01  WS-DEB-MOIS        PIC X(8)      VALUE SPACES.
       01  WS-DEB-AN          PIC X(8)      VALUE SPACES.
       01  WS-FIN-CTR-SUIV    PIC X(8)      VALUE SPACES.
       01  WS-DATE-JOUR       PIC X(21)     VALUE SPACES.

      * lendemain d'une date (JOUR-SUIVANT) et dernier jour du mois
      * précédent (CLOTURE-DEFAUT)
       01  WS-JS-DATE.
           05 WS-JS-AAAA      PIC 9(4)                  .
           05 WS-JS-MM        PIC 99                    .
           05 WS-JS-JJ        PIC 99                    .
       01  WS-JS-DATE-X REDEFINES WS-JS-DATE PIC X(8).
       01  WS-JOURS-MOIS      PIC X(24)
                              VALUE '312831303130313130313031'.
       01  WS-JOURS-MOIS-T REDEFINES WS-JOURS-MOIS.
           05 WS-JM           PIC 99        OCCURS 12   .
       01  WS-FIN-MOIS        PIC 99        VALUE 0     .
       01  WS-RESTE           PIC 9(4)      VALUE 0     .
       01  WS-QUOTIENT        PIC 9(4)      VALUE 0     .

      * intersection d'une tranche et d'une période [DEB, FIN[
       01  WS-PER-DEB         PIC X(8)      VALUE SPACES.
       01  WS-PER-FIN         PIC X(8)      VALUE SPACES.
       01  WS-INT-DEB         PIC X(8)      VALUE SPACES.
       01  WS-INT-FIN         PIC X(8)      VALUE SPACES.
       01  WS-NB-JOURS        PIC S9(6)     VALUE 0     .
       01  WS-JOURS-TERME     PIC S9(6)     VALUE 0     .
       01  WS-PRORATA         PIC 9V9(9)    VALUE 0     .
       01  WS-PART            PIC S9(9)V99  VALUE 0     .
       01  WS-CUMUL           PIC S9(9)V99  VALUE 0     .
       01  WS-DIFF            PIC S9(6)V99  VALUE 0     .

      * découpage d'une ligne d'audit
       01  WS-AU-HORO         PIC X(10)     VALUE SPACES.
       01  WS-AU-CTR          PIC X(8)      VALUE SPACES.
       01  WS-AU-CHAMP        PIC X(10)     VALUE SPACES.
       01  WS-AU-EFFET        PIC X(8)      VALUE SPACES.
       01  WS-AU-AVANT        PIC X(150)    VALUE SPACES.
       01  WS-AU-APRES        PIC X(150)    VALUE SPACES.
      * image maitre sans ses 3 blancs de tête (TRIM d'avenants) :
      * le montant est en 127 sur 8
       01  WS-AU-MNT-X        PIC X(8)      VALUE SPACES.
       01  WS-AU-MNT-9 REDEFINES WS-AU-MNT-X PIC 9(6)V99.

       01  WS-CHAR-EMIS       PIC -(8)9,99              .
       01  WS-CHAR-ACQ-MOIS   PIC -(8)9,99              .
       01  WS-CHAR-ACQ-AN     PIC -(8)9,99              .
       01  WS-CHAR-NON-ACQ    PIC -(8)9,99              .

      *    compteurs
       01  WS-NB-CONTRATS     PIC 9(5)      VALUE 0     .
       01  WS-NB-CALCULES     PIC 9(5)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(5)      VALUE 0     .
       01  WS-LIG-RAP         PIC X(140)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      * zone d'échange du calculateur de dates commun (datecalc)
           COPY DATECALC.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START

      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.

           PERFORM CLOTURE-DEFAUT.
           PERFORM CHARGE-PARAM THRU CHARGE-PARAM-FIN.
           PERFORM CONTROLE-PERIODE.
           MOVE WS-DATE-CLOT TO WS-JS-DATE-X.
           PERFORM JOUR-SUIVANT.
           MOVE WS-JS-DATE-X TO WS-DATE-CLOT-SUIV.
           MOVE SPACES TO WS-DEB-MOIS WS-DEB-AN.
           STRING WS-DATE-CLOT(1:6) '01' DELIMITED BY SIZE
              INTO WS-DEB-MOIS.
           STRING WS-DATE-CLOT(1:4) '0101' DELIMITED BY SIZE
              INTO WS-DEB-AN.
           PERFORM CHARGE-AVENANTS THRU CHARGE-AVENANTS-FIN.

           OPEN INPUT FIC-MASTER.
           IF WS-STAT-MASTERNOFILE
              DISPLAY 'CONTRATS-MASTER.DAT INTROUVABLE - LANCEZ '
                 'D''ABORD FILELECT'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-STAT-MASTEROK
              DISPLAY 'CODE RETOUR D''ERREUR MASTER' SPACE
                 WS-STAT-FICMASTER
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN OUTPUT F-RAPPORT.
           PERFORM ECRIT-ENTETE.
           READ FIC-MASTER.
           PERFORM UNTIL WS-STAT-MASTERFIN
              ADD 1 TO WS-NB-CONTRATS
              PERFORM TRAITE-CONTRAT THRU TRAITE-CONTRAT-FIN
              READ FIC-MASTER
           END-PERFORM.
           CLOSE FIC-MASTER.
           PERFORM ECRIT-TOTAUX.
           CLOSE F-RAPPORT.

           DISPLAY 'DATE DE CLOTURE     :' SPACE WS-DATE-CLOT.
           DISPLAY 'CONTRATS LUS        :' SPACE WS-NB-CONTRATS.
           DISPLAY 'CONTRATS CALCULES   :' SPACE WS-NB-CALCULES.
           DISPLAY 'CONTRATS REJETES    :' SPACE WS-NB-REJETS.
           IF WS-NB-REJETS > 0
              DISPLAY 'VOIR PRIMES-ACQUISES.DAT'
              MOVE 4 TO RETURN-CODE
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
           MOVE 'primacq' TO JR-PROGRAMME.
           MOVE WS-NB-CONTRATS TO JR-NB-LUS.
           MOVE WS-NB-CALCULES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS   TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Clôture par défaut : dernier jour du mois précédent
       CLOTURE-DEFAUT.
           MOVE WS-DATE-JOUR(1:8) TO WS-JS-DATE-X.
           IF WS-JS-MM = 1
              SUBTRACT 1 FROM WS-JS-AAAA
              MOVE 12 TO WS-JS-MM
           ELSE
              SUBTRACT 1 FROM WS-JS-MM
           END-IF.
           PERFORM FIN-DU-MOIS.
           MOVE WS-FIN-MOIS TO WS-JS-JJ.
           MOVE WS-JS-DATE-X TO WS-DATE-CLOT.

       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF NOT WS-STAT-FPARAMOK
              GO TO CHARGE-PARAM-FIN
           END-IF.
           READ F-PARAM.
           IF WS-STAT-FPARAMOK AND (REC-PARAM(1:8) NUMERIC)
              INITIALIZE DC-ZONE
              MOVE 'V' TO DC-ACTION
              MOVE REC-PARAM(1:8) TO DC-DATE1
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
                 ON EXCEPTION
                    MOVE 0 TO DC-RC
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
              IF DC-RC = 0
                 MOVE REC-PARAM(1:8) TO WS-DATE-CLOT
              ELSE
                 DISPLAY 'DATE DE CLOTURE INVALIDE IGNOREE : '
                    REC-PARAM(1:8)
              END-IF
           END-IF.
       CHARGE-PARAM-FIN.
           CLOSE F-PARAM.

      *    Mois de la clôture fermé (periodes.txt, transaction
      *    cloture) : l'arrêté envoyé à la comptabilité n'est pas
      *    refait ; periode a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PRIMES' TO PE-DOMAINE.
           MOVE WS-DATE-CLOT(1:6) TO PE-PERIODE.
           MOVE 'primacq' TO PE-PROGRAMME.
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

      *    Dernier jour du mois WS-JS-MM de l'année WS-JS-AAAA
       FIN-DU-MOIS.
           MOVE WS-JM(WS-JS-MM) TO WS-FIN-MOIS.
           IF WS-JS-MM = 2
              DIVIDE WS-JS-AAAA BY 4 GIVING WS-QUOTIENT
                 REMAINDER WS-RESTE
              IF WS-RESTE = 0
                 MOVE 29 TO WS-FIN-MOIS
                 DIVIDE WS-JS-AAAA BY 100 GIVING WS-QUOTIENT
                    REMAINDER WS-RESTE
                 IF WS-RESTE = 0
                    MOVE 28 TO WS-FIN-MOIS
                    DIVIDE WS-JS-AAAA BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                    IF WS-RESTE = 0
                       MOVE 29 TO WS-FIN-MOIS
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Lendemain de WS-JS-DATE
       JOUR-SUIVANT.
           PERFORM FIN-DU-MOIS.
           IF WS-JS-JJ < WS-FIN-MOIS
              ADD 1 TO WS-JS-JJ
           ELSE
              MOVE 1 TO WS-JS-JJ
              IF WS-JS-MM = 12
                 MOVE 1 TO WS-JS-MM
                 ADD 1 TO WS-JS-AAAA
              ELSE
                 ADD 1 TO WS-JS-MM
              END-IF
           END-IF.

      *    Avenants de montant déjà appliqués, relus dans l'audit
       CHARGE-AVENANTS.
           OPEN INPUT F-AUDIT.
           IF NOT WS-STAT-FAUDITOK
              CLOSE F-AUDIT
              GO TO CHARGE-AVENANTS-FIN
           END-IF.
           READ F-AUDIT.
           PERFORM UNTIL WS-STAT-FAUDITFIN
                      OR (WS-NB-AV >= 9999)
              PERFORM LIT-AUDIT
              READ F-AUDIT
           END-PERFORM.
           CLOSE F-AUDIT.
           IF WS-NB-AV > 1
              SORT WS-AV-TAB ASCENDING
              KEY WS-AV-CTR WS-AV-EFFET WS-AV-SEQ
           END-IF.
       CHARGE-AVENANTS-FIN.
           EXIT.

       LIT-AUDIT.
           MOVE SPACES TO WS-AU-HORO WS-AU-CTR WS-AU-CHAMP
                          WS-AU-EFFET WS-AU-AVANT WS-AU-APRES.
           UNSTRING REC-AUDIT DELIMITED BY ' CONTRAT ' OR ' CHAMP '
                    OR ' EFFET ' OR ' AVANT[' OR '] APRES['
              INTO WS-AU-HORO WS-AU-CTR WS-AU-CHAMP WS-AU-EFFET
                   WS-AU-AVANT WS-AU-APRES.
      *    lignes d'avant l'élargissement de l'audit : montants
      *    tronqués, inutilisables
           MOVE WS-AU-APRES(127:8) TO WS-AU-MNT-X.
           IF (WS-AU-CHAMP = 'MONTANT') AND (WS-AU-MNT-9 NUMERIC)
              ADD 1 TO WS-NB-AV
              MOVE WS-AU-CTR TO WS-AV-CTR(WS-NB-AV)
      *       avenant sans date d'effet : effet le jour du passage
              IF WS-AU-EFFET = SPACES
                 STRING WS-AU-HORO(1:4) WS-AU-HORO(6:2)
                        WS-AU-HORO(9:2)
                 DELIMITED BY SIZE
                 INTO WS-AV-EFFET(WS-NB-AV)
              ELSE
                 MOVE WS-AU-EFFET TO WS-AV-EFFET(WS-NB-AV)
              END-IF
              MOVE WS-NB-AV TO WS-AV-SEQ(WS-NB-AV)
              MOVE WS-AU-AVANT(127:8) TO WS-AU-MNT-X
              IF WS-AU-MNT-9 NUMERIC
                 MOVE WS-AU-MNT-9 TO WS-AV-AVANT(WS-NB-AV)
              ELSE
                 MOVE 0 TO WS-AV-AVANT(WS-NB-AV)
              END-IF
              MOVE WS-AU-APRES(127:8) TO WS-AU-MNT-X
              MOVE WS-AU-MNT-9 TO WS-AV-APRES(WS-NB-AV)
           END-IF.

      *    Un contrat : tranches de montant sur la période, puis
      *    émis, acquis du mois, acquis de l'exercice, non acquis
       TRAITE-CONTRAT.
           INITIALIZE DC-ZONE.
           MOVE 'V' TO DC-ACTION.
           MOVE MA-AGADDEB TO DC-DATE1.
           PERFORM APPEL-DATECALC.
           IF DC-RC = 0
              MOVE 'V' TO DC-ACTION
              MOVE MA-AGADFIN TO DC-DATE1
              PERFORM APPEL-DATECALC
           END-IF.
           IF (DC-RC NOT = 0) OR (MA-AGADFIN < MA-AGADDEB)
              OR (MA-AGAMNT NOT NUMERIC)
              ADD 1 TO WS-NB-REJETS
              INITIALIZE WS-LIG-RAP
              STRING '** CONTRAT ' MA-AGAID
                     ' NON CALCULE : DATES OU MONTANT INVALIDES ('
                     MA-AGADDEB ' - ' MA-AGADFIN ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
              GO TO TRAITE-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-CALCULES.
           INITIALIZE WS-CT-MONTANTS.
      *    contrat pas encore commencé : rien d'émis ni d'acquis
           IF MA-AGADDEB > WS-DATE-CLOT
              GO TO TRAITE-CONTRAT-CUMUL
           END-IF.
           MOVE MA-AGADFIN TO WS-JS-DATE-X.
           PERFORM JOUR-SUIVANT.
           MOVE WS-JS-DATE-X TO WS-FIN-CTR-SUIV.
           MOVE MA-AGADDEB TO WS-INT-DEB.
           MOVE WS-FIN-CTR-SUIV TO WS-INT-FIN.
           PERFORM JOURS-ENTRE.
           MOVE WS-NB-JOURS TO WS-JOURS-TERME.
           PERFORM DECOUPE-TRANCHES.
      *    émis : prise d'effet dans le mois, sur le premier montant
           IF MA-AGADDEB >= WS-DEB-MOIS
              MOVE WS-TR-MNT(1) TO WS-CT-EMIS
           END-IF.
      *    émis : écart des avenants du mois sur la période restante
           PERFORM VARYING WS-IND-TR FROM 2 BY 1
                   UNTIL WS-IND-TR > WS-NB-TR
              IF (WS-TR-DEB(WS-IND-TR) >= WS-DEB-MOIS)
                 AND (WS-TR-DEB(WS-IND-TR) < WS-DATE-CLOT-SUIV)
                 MOVE WS-TR-DEB(WS-IND-TR) TO WS-INT-DEB
                 MOVE WS-FIN-CTR-SUIV TO WS-INT-FIN
                 PERFORM JOURS-ENTRE
                 COMPUTE WS-DIFF = WS-TR-MNT(WS-IND-TR)
                                 - WS-TR-MNT(WS-IND-TR - 1)
                 COMPUTE WS-PRORATA = WS-NB-JOURS / WS-JOURS-TERME
                 COMPUTE WS-PART ROUNDED = WS-DIFF * WS-PRORATA
                 ADD WS-PART TO WS-CT-EMIS
              END-IF
           END-PERFORM.
           MOVE WS-DEB-MOIS TO WS-PER-DEB.
           MOVE WS-DATE-CLOT-SUIV TO WS-PER-FIN.
           PERFORM ACQUIS-PERIODE.
           MOVE WS-CUMUL TO WS-CT-ACQ-MOIS.
           MOVE WS-DEB-AN TO WS-PER-DEB.
           PERFORM ACQUIS-PERIODE.
           MOVE WS-CUMUL TO WS-CT-ACQ-AN.
           MOVE WS-DATE-CLOT-SUIV TO WS-PER-DEB.
           MOVE WS-FIN-CTR-SUIV TO WS-PER-FIN.
           PERFORM ACQUIS-PERIODE.
           MOVE WS-CUMUL TO WS-CT-NON-ACQ.
       TRAITE-CONTRAT-CUMUL.
           PERFORM CUMULE-TOTAUX.
       TRAITE-CONTRAT-FIN.
           EXIT.

       APPEL-DATECALC.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : contrôle minimal
                 IF DC-DATE1 NUMERIC
                    MOVE 0 TO DC-RC
                 ELSE
                    MOVE 1 TO DC-RC
                 END-IF
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    WS-NB-JOURS = jours de WS-INT-DEB inclus à WS-INT-FIN
      *    exclu (datecalc, sinon calcul direct)
       JOURS-ENTRE.
           INITIALIZE DC-ZONE.
           MOVE 'D' TO DC-ACTION.
           MOVE WS-INT-DEB TO DC-DATE1.
           MOVE WS-INT-FIN TO DC-DATE2.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : calcul direct
                 COMPUTE DC-NB-JOURS =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-INT-FIN))
                    - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-INT-DEB))
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           MOVE DC-NB-JOURS TO WS-NB-JOURS.

      *    Tranches du contrat : les avenants de montant dont l'effet
      *    tombe dans la période du contrat la découpent ; le montant
      *    de la première tranche est l'avant du premier avenant
       DECOUPE-TRANCHES.
           MOVE 1 TO WS-NB-TR.
           MOVE MA-AGADDEB TO WS-TR-DEB(1).
           MOVE WS-FIN-CTR-SUIV TO WS-TR-FIN(1).
           MOVE MA-AGAMNT TO WS-TR-MNT(1).
           PERFORM VARYING WS-IND-AV FROM 1 BY 1
                   UNTIL WS-IND-AV > WS-NB-AV
              IF (WS-AV-CTR(WS-IND-AV) = MA-AGAID)
                 AND (WS-AV-EFFET(WS-IND-AV) > MA-AGADDEB)
                 AND (WS-AV-EFFET(WS-IND-AV) <= MA-AGADFIN)
                 AND (WS-NB-TR < 50)
                 IF WS-NB-TR = 1
                    MOVE WS-AV-AVANT(WS-IND-AV) TO WS-TR-MNT(1)
                 END-IF
                 MOVE WS-AV-EFFET(WS-IND-AV) TO WS-TR-FIN(WS-NB-TR)
                 ADD 1 TO WS-NB-TR
                 MOVE WS-AV-EFFET(WS-IND-AV) TO WS-TR-DEB(WS-NB-TR)
                 MOVE WS-FIN-CTR-SUIV TO WS-TR-FIN(WS-NB-TR)
                 MOVE WS-AV-APRES(WS-IND-AV) TO WS-TR-MNT(WS-NB-TR)
              END-IF
           END-PERFORM.

      *    WS-CUMUL = part de prime acquise sur [WS-PER-DEB,
      *    WS-PER-FIN[ : chaque tranche au prorata de ses jours
      *    dans la période sur les jours de la période du contrat
       ACQUIS-PERIODE.
           MOVE 0 TO WS-CUMUL.
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL WS-IND-TR > WS-NB-TR
              MOVE WS-TR-DEB(WS-IND-TR) TO WS-INT-DEB
              IF WS-PER-DEB > WS-INT-DEB
                 MOVE WS-PER-DEB TO WS-INT-DEB
              END-IF
              MOVE WS-TR-FIN(WS-IND-TR) TO WS-INT-FIN
              IF WS-PER-FIN < WS-INT-FIN
                 MOVE WS-PER-FIN TO WS-INT-FIN
              END-IF
              IF WS-INT-DEB < WS-INT-FIN
                 PERFORM JOURS-ENTRE
                 COMPUTE WS-PRORATA = WS-NB-JOURS / WS-JOURS-TERME
                 COMPUTE WS-PART ROUNDED =
                    WS-TR-MNT(WS-IND-TR) * WS-PRORATA
                 ADD WS-PART TO WS-CUMUL
              END-IF
           END-PERFORM.

       CUMULE-TOTAUX.
           PERFORM VARYING WS-IND-TY FROM 1 BY 1
                   UNTIL (WS-IND-TY > WS-NB-TY)
                   OR ((WS-TY-LIB(WS-IND-TY) = MA-AGATYP)
                       AND (WS-TY-DEV(WS-IND-TY) = MA-AGCURR))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TY TO WS-IND-TY
           END-PERFORM.
           IF (WS-IND-TY > WS-NB-TY) AND (WS-NB-TY < 99)
              ADD 1 TO WS-NB-TY
              INITIALIZE WS-TY-TAB(WS-NB-TY)
              MOVE MA-AGATYP TO WS-TY-LIB(WS-NB-TY)
              MOVE MA-AGCURR TO WS-TY-DEV(WS-NB-TY)
           END-IF.
           IF WS-IND-TY <= WS-NB-TY
              ADD WS-CT-EMIS     TO WS-TY-EMIS(WS-IND-TY)
              ADD WS-CT-ACQ-MOIS TO WS-TY-ACQ-MOIS(WS-IND-TY)
              ADD WS-CT-ACQ-AN   TO WS-TY-ACQ-AN(WS-IND-TY)
              ADD WS-CT-NON-ACQ  TO WS-TY-NON-ACQ(WS-IND-TY)
           END-IF.
           PERFORM VARYING WS-IND-GR FROM 1 BY 1
                   UNTIL (WS-IND-GR > WS-NB-GR)
                   OR ((WS-GR-LIB(WS-IND-GR) = MA-AGAGRP)
                       AND (WS-GR-DEV(WS-IND-GR) = MA-AGCURR))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-GR TO WS-IND-GR
           END-PERFORM.
           IF (WS-IND-GR > WS-NB-GR) AND (WS-NB-GR < 99)
              ADD 1 TO WS-NB-GR
              INITIALIZE WS-GR-TAB(WS-NB-GR)
              MOVE MA-AGAGRP TO WS-GR-LIB(WS-NB-GR)
              MOVE MA-AGCURR TO WS-GR-DEV(WS-NB-GR)
           END-IF.
           IF WS-IND-GR <= WS-NB-GR
              ADD WS-CT-EMIS     TO WS-GR-EMIS(WS-IND-GR)
              ADD WS-CT-ACQ-MOIS TO WS-GR-ACQ-MOIS(WS-IND-GR)
              ADD WS-CT-ACQ-AN   TO WS-GR-ACQ-AN(WS-IND-GR)
              ADD WS-CT-NON-ACQ  TO WS-GR-NON-ACQ(WS-IND-GR)
           END-IF.
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                   UNTIL (WS-IND-DV > WS-NB-DV)
                   OR (WS-DV-LIB(WS-IND-DV) = MA-AGCURR)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-DV TO WS-IND-DV
           END-PERFORM.
           IF (WS-IND-DV > WS-NB-DV) AND (WS-NB-DV < 20)
              ADD 1 TO WS-NB-DV
              INITIALIZE WS-DV-TAB(WS-NB-DV)
              MOVE MA-AGCURR TO WS-DV-LIB(WS-NB-DV)
           END-IF.
           IF WS-IND-DV <= WS-NB-DV
              ADD WS-CT-EMIS     TO WS-DV-EMIS(WS-IND-DV)
              ADD WS-CT-ACQ-MOIS TO WS-DV-ACQ-MOIS(WS-IND-DV)
              ADD WS-CT-ACQ-AN   TO WS-DV-ACQ-AN(WS-IND-DV)
              ADD WS-CT-NON-ACQ  TO WS-DV-NON-ACQ(WS-IND-DV)
           END-IF.

       ECRIT-ENTETE.
           INITIALIZE WS-LIG-RAP.
           STRING 'PRIMES EMISES, ACQUISES ET NON ACQUISES - CLOTURE '
                  'AU ' WS-DATE-CLOT(7:2) '/' WS-DATE-CLOT(5:2) '/'
                  WS-DATE-CLOT(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    Colonnes : émis du mois, acquis du mois, acquis depuis le
      *    1er janvier, provision pour primes non acquises
       ECRIT-TOTAUX.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM ECRIT-COLONNES.
           MOVE 'PAR TYPE DE CONTRAT' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-TY FROM 1 BY 1
                   UNTIL WS-IND-TY > WS-NB-TY
              MOVE WS-TY-EMIS(WS-IND-TY)     TO WS-CHAR-EMIS
              MOVE WS-TY-ACQ-MOIS(WS-IND-TY) TO WS-CHAR-ACQ-MOIS
              MOVE WS-TY-ACQ-AN(WS-IND-TY)   TO WS-CHAR-ACQ-AN
              MOVE WS-TY-NON-ACQ(WS-IND-TY)  TO WS-CHAR-NON-ACQ
              INITIALIZE WS-LIG-RAP
              STRING 'TYPE   ' WS-TY-LIB(WS-IND-TY) ' '
                     WS-TY-DEV(WS-IND-TY)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE-MONTANTS
           END-PERFORM.
           MOVE 'PAR GROUPE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-GR FROM 1 BY 1
                   UNTIL WS-IND-GR > WS-NB-GR
              MOVE WS-GR-EMIS(WS-IND-GR)     TO WS-CHAR-EMIS
              MOVE WS-GR-ACQ-MOIS(WS-IND-GR) TO WS-CHAR-ACQ-MOIS
              MOVE WS-GR-ACQ-AN(WS-IND-GR)   TO WS-CHAR-ACQ-AN
              MOVE WS-GR-NON-ACQ(WS-IND-GR)  TO WS-CHAR-NON-ACQ
              INITIALIZE WS-LIG-RAP
              STRING 'GROUPE ' WS-GR-LIB(WS-IND-GR) '   '
                     WS-GR-DEV(WS-IND-GR)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE-MONTANTS
           END-PERFORM.
           MOVE 'PAR DEVISE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                   UNTIL WS-IND-DV > WS-NB-DV
              MOVE WS-DV-EMIS(WS-IND-DV)     TO WS-CHAR-EMIS
              MOVE WS-DV-ACQ-MOIS(WS-IND-DV) TO WS-CHAR-ACQ-MOIS
              MOVE WS-DV-ACQ-AN(WS-IND-DV)   TO WS-CHAR-ACQ-AN
              MOVE WS-DV-NON-ACQ(WS-IND-DV)  TO WS-CHAR-NON-ACQ
              INITIALIZE WS-LIG-RAP
              STRING 'TOTAL                   '
                     WS-DV-LIB(WS-IND-DV)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              PERFORM ECRIT-LIGNE-MONTANTS
           END-PERFORM.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

       ECRIT-COLONNES.
           INITIALIZE WS-LIG-RAP.
           STRING '                           '
                  '   EMISES DU MOIS'
                  '  ACQUISES DU MOIS'
                  ' ACQUISES EXERCICE'
                  '      NON ACQUISES'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    Libellé posé dans WS-LIG-RAP (27 caractères) puis les
      *    quatre montants édités
       ECRIT-LIGNE-MONTANTS.
           MOVE WS-CHAR-EMIS     TO WS-LIG-RAP(33:12).
           MOVE WS-CHAR-ACQ-MOIS TO WS-LIG-RAP(51:12).
           MOVE WS-CHAR-ACQ-AN   TO WS-LIG-RAP(69:12).
           MOVE WS-CHAR-NON-ACQ  TO WS-LIG-RAP(87:12).
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

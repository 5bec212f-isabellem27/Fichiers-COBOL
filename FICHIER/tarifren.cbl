      *=============================================================*
      *    TARIFICATION DES RENOUVELLEMENTS SELON LA SINISTRALITE   *
      *       Chaque contrat A RENOUVELER de la worklist            *
      *       contrats-renouvellement.dat (filelect) est tarifé     *
      *       sur la sinistralité de son groupe, lue dans           *
      *       sinistralite-groupes.dat (sinistre) : la grille       *
      *       tarif-grille.txt donne par tranche de ratio une       *
      *       hausse ou une remise, plafonnée par type de contrat.  *
      *       Lignes de la grille, séparées par '*' :               *
      *       - BANDE*ratio max en % (3 chiffres)*H ou R*%          *
      *         (tranches dans l'ordre croissant des ratios) ;      *
      *       - PLAFOND*type de contrat*hausse max %*remise max %   *
      *         (type DEFAUT pour les types non cités).             *
      *       Sans grille, la grille par défaut est appliquée.      *
      *       Une lettre de proposition (ancienne et nouvelle       *
      *       prime) part dans lettres-renouvellement.dat et la     *
      *       nouvelle prime est ajoutée à avenants.dat en avenant  *
      *       MONTANT, avec effet à l'échéance du contrat.          *
      *       renouvellement-offres.dat garde chaque proposition    *
      *       (contrat, échéance) : un contrat déjà tarifé pour     *
      *       cette échéance n'est pas retarifé.                    *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifren.
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

      *    worklist renouvellement écrite par filelect
           SELECT FIC-RENOUV
           ASSIGN TO 'contrats-renouvellement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICRENOUV.

      *    sinistralité par groupe écrite par sinistre
           SELECT F-GROUPES
           ASSIGN TO 'sinistralite-groupes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FGRP.

           SELECT F-GRILLE
           ASSIGN TO 'tarif-grille.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FGRILLE.

           SELECT F-OFFRE
           ASSIGN TO 'renouvellement-offres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FOFFRE.

           SELECT F-LETTRE
           ASSIGN TO 'lettres-renouvellement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FLETTRE.

           SELECT F-AVENANT
           ASSIGN TO 'avenants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAVE.

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

      * 'CONTRAT nnnnnnnn : A RENOUVELER (n JOURS)' ou
      * 'CONTRAT nnnnnnnn : NON RENOUVELE (n JOURS)'
       FD  FIC-RENOUV
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  E-REC-RENOUV        PIC X(120).
       01  ENR-RENOUV-DET REDEFINES E-REC-RENOUV.
           05 FILLER           PIC X(8)   .
           05 RN-CTR-X         PIC X(8)   .
           05 FILLER           PIC X(3)   .
           05 RN-LIB           PIC X(12)  .
           05 FILLER           PIC X(89)  .

      * même dessin que l'écriture faite par sinistre
       FD  F-GROUPES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REC-GROUPE.
           05 SG-GRP           PIC X(14)  .
           05 SG-PRIME         PIC 9(8)V99.
           05 SG-CHARGE        PIC 9(8)V99.
           05 SG-RATIO         PIC 9(3)V99.
           05 FILLER           PIC X      .

       FD  F-GRILLE
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-GRILLE          PIC X(80).

      * une proposition : contrat, échéance renouvelée, ancienne et
      * nouvelle prime, ratio du groupe, ajustement signé en % et
      * date de la proposition
       FD  F-OFFRE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-OFFRE.
           05 OF-CTR           PIC 9(8)   .
           05 OF-DATE-FIN      PIC X(8)   .
           05 OF-ANCIENNE      PIC 9(6)V99.
           05 OF-NOUVELLE      PIC 9(6)V99.
           05 OF-RATIO         PIC 9(3)V99.
           05 OF-AJUST         PIC S9(3) SIGN LEADING SEPARATE.
           05 OF-DATE          PIC X(8)   .
           05 FILLER           PIC X(11)  .

       FD  F-LETTRE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-LETTRE          PIC X(120).

       FD  F-AVENANT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-AVENANT         PIC X(80).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICMASTER  PIC XX                    .
       88  WS-STAT-MASTEROK                VALUE '00'   .
       88  WS-STAT-MASTERFIN               VALUE '10'   .
       88  WS-STAT-MASTERNOFILE            VALUE '35'   .
       01  WS-STAT-FICRENOUV  PIC XX                    .
       88  WS-STAT-RENOUVOK                VALUE '00'   .
       88  WS-STAT-RENOUVFIN               VALUE '10'   .
       88  WS-STAT-RENOUVNOFILE            VALUE '35'   .
       01  WS-STAT-FGRP       PIC XX                    .
       88  WS-STAT-FGRPOK                  VALUE '00'   .
       88  WS-STAT-FGRPFIN                 VALUE '10'   .
       01  WS-STAT-FGRILLE    PIC XX                    .
       88  WS-STAT-FGRILLEOK               VALUE '00'   .
       88  WS-STAT-FGRILLEFIN              VALUE '10'   .
       01  WS-STAT-FOFFRE     PIC XX                    .
       88  WS-STAT-FOFFREOK                VALUE '00'   .
       88  WS-STAT-FOFFREFIN               VALUE '10'   .
       01  WS-STAT-FLETTRE    PIC XX                    .
       88  WS-STAT-FLETTREOK               VALUE '00'   .
       01  WS-STAT-FAVE       PIC XX                    .
       88  WS-STAT-FAVEOK                  VALUE '00'   .

      * contrats du fichier maitre (images de l'enregistrement)
       01  WS-IND-CT          PIC 9(4)      VALUE 0     .
       01  WS-CONTRATS.
           03 WS-NB-CT        PIC 9(4)      VALUE 0     .
           03 WS-CT-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-CT.
              05 WS-CT-LIGNE     PIC X(150)             .

      * sinistralité des groupes
       01  WS-IND-GR          PIC 99        VALUE 0     .
       01  WS-GROUPES.
           03 WS-NB-GR        PIC 99        VALUE 0     .
           03 WS-GR-TAB  OCCURS 1 TO 99 TIMES
                          DEPENDING ON WS-NB-GR.
              05 WS-GR-LIB       PIC X(14)              .
              05 WS-GR-RATIO     PIC 9(3)V99            .
       01  WS-SINISTRALITE    PIC X         VALUE 'O'   .
           88 WS-SINISTRALITE-PRESENTE      VALUE 'O'   .

      * grille : tranches de ratio (borne haute exclue) et
      * ajustement signé en %, plafonds par type de contrat
       01  WS-IND-BD          PIC 99        VALUE 0     .
       01  WS-BANDES.
           03 WS-NB-BD        PIC 99        VALUE 0     .
           03 WS-BD-TAB  OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-NB-BD.
              05 WS-BD-MAX       PIC 9(3)               .
              05 WS-BD-AJUST     PIC S9(3)              .
       01  WS-IND-PL          PIC 99        VALUE 0     .
       01  WS-PLAFONDS.
           03 WS-NB-PL        PIC 99        VALUE 0     .
           03 WS-PL-TAB  OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-NB-PL.
              05 WS-PL-TYPE      PIC X(16)              .
              05 WS-PL-HAUSSE    PIC 9(3)               .
              05 WS-PL-REMISE    PIC 9(3)               .

      * propositions déjà faites (contrat + échéance)
       01  WS-IND-OF          PIC 9(5)      VALUE 0     .
       01  WS-OFFRES.
           03 WS-NB-OF        PIC 9(5)      VALUE 0     .
           03 WS-OF-TAB  OCCURS 1 TO 99999 TIMES
                          DEPENDING ON WS-NB-OF.
              05 WS-OF-CLE       PIC X(16)              .

      * découpage d'une ligne de grille
       01  WS-GL-CODE         PIC X(10)     VALUE SPACES.
       01  WS-GL-ZONE1        PIC X(16)     VALUE SPACES.
       01  WS-GL-ZONE2        PIC X(3)      VALUE SPACES.
       01  WS-GL-ZONE3        PIC X(3)      VALUE SPACES.
      * valeurs de 1 à 3 chiffres cadrées à droite sur 3
       01  WS-GL-NUM-X        PIC X(3)      JUSTIFIED RIGHT.
       01  WS-GL-NUM-9 REDEFINES WS-GL-NUM-X PIC 9(3).
       01  WS-GL-NUM2-X       PIC X(3)      JUSTIFIED RIGHT.
       01  WS-GL-NUM2-9 REDEFINES WS-GL-NUM2-X PIC 9(3).
       01  WS-GL-ERREUR       PIC X         VALUE 'N'   .
           88 WS-GRILLE-ERREUR              VALUE 'O'   .

      * tarification d'un contrat
       01  WS-CTR-9           PIC 9(8)      VALUE 0     .
       01  WS-CLE             PIC X(16)     VALUE SPACES.
       01  WS-RATIO           PIC 9(3)V99   VALUE 0     .
       01  WS-AJUST           PIC S9(3)     VALUE 0     .
       01  WS-AJUST-GRILLE    PIC S9(3)     VALUE 0     .
       01  WS-PLAF-HAUSSE     PIC 9(3)      VALUE 0     .
       01  WS-PLAF-REMISE     PIC 9(3)      VALUE 0     .
       01  WS-COEF            PIC 9(3)V99   VALUE 0     .
       01  WS-NOUVELLE        PIC 9(6)V99   VALUE 0     .
       01  WS-MNT-X           PIC X(8)      VALUE SPACES.
       01  WS-MNT-9 REDEFINES WS-MNT-X PIC 9(6)V99.
       01  WS-PLAFONNE        PIC X         VALUE 'N'   .
           88 WS-AJUST-PLAFONNE             VALUE 'O'   .
       01  WS-RATIO-CHAR      PIC ZZ9,99                .
       01  WS-AJUST-CHAR      PIC ++9                   .
       01  WS-AJUST-GRILLE-CHAR PIC ++9                 .
       01  WS-MNT-CHAR        PIC Z(5)9,99              .
       01  WS-DATE-JOUR       PIC X(21)     VALUE SPACES.
       01  WS-MOTIF           PIC X(60)     VALUE SPACES.

      *    compteurs
       01  WS-NB-LUS          PIC 9(5)      VALUE 0     .
       01  WS-NB-OFFRES       PIC 9(5)      VALUE 0     .
       01  WS-NB-HAUSSES      PIC 9(5)      VALUE 0     .
       01  WS-NB-REMISES      PIC 9(5)      VALUE 0     .
       01  WS-NB-DEJA         PIC 9(5)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(5)      VALUE 0     .
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
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.

           PERFORM CHARGE-CONTRATS THRU CHARGE-CONTRATS-FIN.
           PERFORM CHARGE-SINISTRALITE THRU CHARGE-SINISTRALITE-FIN.
           PERFORM CHARGE-GRILLE THRU CHARGE-GRILLE-FIN.
           PERFORM CHARGE-OFFRES THRU CHARGE-OFFRES-FIN.

           OPEN INPUT FIC-RENOUV.
           IF WS-STAT-RENOUVNOFILE
              DISPLAY 'CONTRATS-RENOUVELLEMENT.DAT INTROUVABLE - '
                 'LANCEZ D''ABORD FILELECT'
              MOVE 12 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN OUTPUT F-LETTRE.
           OPEN EXTEND F-OFFRE.
           IF NOT WS-STAT-FOFFREOK
              OPEN OUTPUT F-OFFRE
           END-IF.
           OPEN EXTEND F-AVENANT.
           IF NOT WS-STAT-FAVEOK
              OPEN OUTPUT F-AVENANT
           END-IF.
           READ FIC-RENOUV.
           PERFORM UNTIL WS-STAT-RENOUVFIN
              IF RN-LIB = 'A RENOUVELER'
                 ADD 1 TO WS-NB-LUS
                 PERFORM TARIFE-CONTRAT THRU TARIFE-CONTRAT-FIN
              END-IF
              READ FIC-RENOUV
           END-PERFORM.
           CLOSE FIC-RENOUV.
           PERFORM ECRIT-RECAP.
           CLOSE F-LETTRE.
           CLOSE F-OFFRE.
           CLOSE F-AVENANT.

           DISPLAY 'CONTRATS A RENOUVELER :' SPACE WS-NB-LUS.
           DISPLAY 'PROPOSITIONS EMISES   :' SPACE WS-NB-OFFRES.
           DISPLAY 'DEJA TARIFES          :' SPACE WS-NB-DEJA.
           DISPLAY 'NON TARIFES           :' SPACE WS-NB-REJETS.
           IF WS-NB-REJETS > 0
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
           MOVE 'tarifren' TO JR-PROGRAMME.
           MOVE WS-NB-LUS    TO JR-NB-LUS.
           MOVE WS-NB-OFFRES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-CONTRATS.
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
           READ FIC-MASTER.
           PERFORM UNTIL WS-STAT-MASTERFIN
                      OR (WS-NB-CT >= 9999)
              ADD 1 TO WS-NB-CT
              MOVE E-REC-MASTER TO WS-CT-LIGNE(WS-NB-CT)
              READ FIC-MASTER
           END-PERFORM.
       CHARGE-CONTRATS-FIN.
           CLOSE FIC-MASTER.

      *    Sans sinistralité, les contrats sont renouvelés au tarif
      *    de la tranche d'un ratio nul
       CHARGE-SINISTRALITE.
           OPEN INPUT F-GROUPES.
           IF NOT WS-STAT-FGRPOK
              DISPLAY 'SINISTRALITE-GROUPES.DAT ABSENT - LANCEZ '
                 'D''ABORD SINISTRE'
              MOVE 'N' TO WS-SINISTRALITE
              CLOSE F-GROUPES
              GO TO CHARGE-SINISTRALITE-FIN
           END-IF.
           READ F-GROUPES.
           PERFORM UNTIL WS-STAT-FGRPFIN
                      OR (WS-NB-GR >= 99)
              ADD 1 TO WS-NB-GR
              MOVE SG-GRP   TO WS-GR-LIB(WS-NB-GR)
              MOVE SG-RATIO TO WS-GR-RATIO(WS-NB-GR)
              READ F-GROUPES
           END-PERFORM.
           CLOSE F-GROUPES.
       CHARGE-SINISTRALITE-FIN.
           EXIT.

      *    Grille lue dans tarif-grille.txt ; absente ou illisible,
      *    grille par défaut : moins de 40 % remise 5, moins de
      *    60 % inchangé, moins de 75 % hausse 5, moins de 100 %
      *    hausse 15, au-delà hausse 25 ; plafonds hausse 20 %,
      *    remise 10 %
       CHARGE-GRILLE.
           OPEN INPUT F-GRILLE.
           IF WS-STAT-FGRILLEOK
              READ F-GRILLE
              PERFORM UNTIL WS-STAT-FGRILLEFIN
                 IF REC-GRILLE NOT = SPACES
                    PERFORM LIT-GRILLE
                 END-IF
                 READ F-GRILLE
              END-PERFORM
           END-IF.
           CLOSE F-GRILLE.
           IF WS-GRILLE-ERREUR OR (WS-NB-BD = 0)
              IF WS-GRILLE-ERREUR
                 DISPLAY 'TARIF-GRILLE.TXT ILLISIBLE - GRILLE PAR '
                    'DEFAUT'
              END-IF
              MOVE 0 TO WS-NB-BD
              MOVE 0 TO WS-NB-PL
              PERFORM GRILLE-DEFAUT
           END-IF.
      *    la dernière tranche couvre tous les ratios restants
           MOVE 999 TO WS-BD-MAX(WS-NB-BD).
           MOVE 'DEFAUT' TO WS-GL-ZONE1.
           PERFORM CHERCHE-PLAFOND.
           IF WS-IND-PL > WS-NB-PL
              ADD 1 TO WS-NB-PL
              MOVE 'DEFAUT' TO WS-PL-TYPE(WS-NB-PL)
              MOVE 20       TO WS-PL-HAUSSE(WS-NB-PL)
              MOVE 10       TO WS-PL-REMISE(WS-NB-PL)
           END-IF.
       CHARGE-GRILLE-FIN.
           EXIT.

       LIT-GRILLE.
           MOVE SPACES TO WS-GL-CODE WS-GL-ZONE1 WS-GL-ZONE2
                          WS-GL-ZONE3.
           UNSTRING REC-GRILLE DELIMITED BY '*'
              INTO WS-GL-CODE WS-GL-ZONE1 WS-GL-ZONE2 WS-GL-ZONE3.
           MOVE FUNCTION UPPER-CASE(WS-GL-CODE)  TO WS-GL-CODE.
           MOVE FUNCTION UPPER-CASE(WS-GL-ZONE1) TO WS-GL-ZONE1.
           MOVE FUNCTION UPPER-CASE(WS-GL-ZONE2) TO WS-GL-ZONE2.
           EVALUATE WS-GL-CODE
              WHEN 'BANDE'
                 MOVE FUNCTION TRIM(WS-GL-ZONE1) TO WS-GL-NUM-X
                 MOVE FUNCTION TRIM(WS-GL-ZONE3) TO WS-GL-NUM2-X
                 INSPECT WS-GL-NUM-X  REPLACING LEADING SPACE BY '0'
                 INSPECT WS-GL-NUM2-X REPLACING LEADING SPACE BY '0'
                 IF (WS-GL-NUM-9 NOT NUMERIC)
                    OR (WS-GL-NUM2-9 NOT NUMERIC)
                    OR ((WS-GL-ZONE2 NOT = 'H')
                        AND (WS-GL-ZONE2 NOT = 'R'))
                    OR (WS-NB-BD >= 20)
                    MOVE 'O' TO WS-GL-ERREUR
                 ELSE
                    ADD 1 TO WS-NB-BD
                    MOVE WS-GL-NUM-9 TO WS-BD-MAX(WS-NB-BD)
                    IF WS-GL-ZONE2 = 'H'
                       MOVE WS-GL-NUM2-9 TO WS-BD-AJUST(WS-NB-BD)
                    ELSE
                       COMPUTE WS-BD-AJUST(WS-NB-BD) = 0 - WS-GL-NUM2-9
                    END-IF
                 END-IF
              WHEN 'PLAFOND'
                 MOVE FUNCTION TRIM(WS-GL-ZONE2) TO WS-GL-NUM-X
                 MOVE FUNCTION TRIM(WS-GL-ZONE3) TO WS-GL-NUM2-X
                 INSPECT WS-GL-NUM-X  REPLACING LEADING SPACE BY '0'
                 INSPECT WS-GL-NUM2-X REPLACING LEADING SPACE BY '0'
                 IF (WS-GL-NUM-9 NOT NUMERIC)
                    OR (WS-GL-NUM2-9 NOT NUMERIC)
                    OR (WS-NB-PL >= 50)
                    MOVE 'O' TO WS-GL-ERREUR
                 ELSE
                    ADD 1 TO WS-NB-PL
                    MOVE WS-GL-ZONE1  TO WS-PL-TYPE(WS-NB-PL)
                    MOVE WS-GL-NUM-9  TO WS-PL-HAUSSE(WS-NB-PL)
                    MOVE WS-GL-NUM2-9 TO WS-PL-REMISE(WS-NB-PL)
                 END-IF
              WHEN OTHER
                 MOVE 'O' TO WS-GL-ERREUR
           END-EVALUATE.

       GRILLE-DEFAUT.
           MOVE 5 TO WS-NB-BD.
           MOVE 40  TO WS-BD-MAX(1).
           MOVE -5  TO WS-BD-AJUST(1).
           MOVE 60  TO WS-BD-MAX(2).
           MOVE 0   TO WS-BD-AJUST(2).
           MOVE 75  TO WS-BD-MAX(3).
           MOVE 5   TO WS-BD-AJUST(3).
           MOVE 100 TO WS-BD-MAX(4).
           MOVE 15  TO WS-BD-AJUST(4).
           MOVE 999 TO WS-BD-MAX(5).
           MOVE 25  TO WS-BD-AJUST(5).

      *    Plafond du type WS-GL-ZONE1
       CHERCHE-PLAFOND.
           PERFORM VARYING WS-IND-PL FROM 1 BY 1
                   UNTIL (WS-IND-PL > WS-NB-PL)
                   OR (WS-PL-TYPE(WS-IND-PL) = WS-GL-ZONE1)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-PL TO WS-IND-PL
           END-PERFORM.

       CHARGE-OFFRES.
           OPEN INPUT F-OFFRE.
           IF NOT WS-STAT-FOFFREOK
              CLOSE F-OFFRE
              GO TO CHARGE-OFFRES-FIN
           END-IF.
           READ F-OFFRE.
           PERFORM UNTIL WS-STAT-FOFFREFIN
                      OR (WS-NB-OF >= 99999)
              ADD 1 TO WS-NB-OF
              MOVE REC-OFFRE(1:16) TO WS-OF-CLE(WS-NB-OF)
              READ F-OFFRE
           END-PERFORM.
           CLOSE F-OFFRE.
       CHARGE-OFFRES-FIN.
           EXIT.

      *    Un contrat de la worklist : ratio du groupe, tranche,
      *    plafond du type, puis lettre, proposition et avenant
       TARIFE-CONTRAT.
           MOVE SPACES TO WS-MOTIF.
           IF RN-CTR-X NOT NUMERIC
              MOVE 'NUMERO DE CONTRAT ILLISIBLE' TO WS-MOTIF
              GO TO TARIFE-CONTRAT-REJET
           END-IF.
           MOVE RN-CTR-X TO WS-CTR-9.
           PERFORM VARYING WS-IND-CT FROM 1 BY 1
                   UNTIL (WS-IND-CT > WS-NB-CT)
                   OR (WS-CT-LIGNE(WS-IND-CT)(4:8) = RN-CTR-X)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CT TO WS-IND-CT
           END-PERFORM.
           IF WS-IND-CT > WS-NB-CT
              MOVE 'CONTRAT INCONNU DU FICHIER MAITRE' TO WS-MOTIF
              GO TO TARIFE-CONTRAT-REJET
           END-IF.
           MOVE WS-CT-LIGNE(WS-IND-CT) TO E-REC-MASTER.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MA-CLACT))
              NOT = 'ACTIF'
              STRING 'CONTRAT NON ACTIF (' FUNCTION TRIM(MA-CLACT)
                     ')'
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO TARIFE-CONTRAT-REJET
           END-IF.
      *    déjà tarifé pour cette échéance : pas de seconde hausse
           MOVE SPACES TO WS-CLE.
           STRING WS-CTR-9 MA-AGADFIN DELIMITED BY SIZE INTO WS-CLE.
           PERFORM VARYING WS-IND-OF FROM 1 BY 1
                   UNTIL (WS-IND-OF > WS-NB-OF)
                   OR (WS-OF-CLE(WS-IND-OF) = WS-CLE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-OF TO WS-IND-OF
           END-PERFORM.
           IF WS-IND-OF <= WS-NB-OF
              ADD 1 TO WS-NB-DEJA
              GO TO TARIFE-CONTRAT-FIN
           END-IF.
      *    ratio du groupe : groupe absent = aucune charge connue
           MOVE 0 TO WS-RATIO.
           PERFORM VARYING WS-IND-GR FROM 1 BY 1
                   UNTIL (WS-IND-GR > WS-NB-GR)
                   OR (WS-GR-LIB(WS-IND-GR) = MA-AGAGRP)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-GR TO WS-IND-GR
           END-PERFORM.
           IF WS-IND-GR <= WS-NB-GR
              MOVE WS-GR-RATIO(WS-IND-GR) TO WS-RATIO
           END-IF.
      *    tranche : première borne haute supérieure au ratio
           PERFORM VARYING WS-IND-BD FROM 1 BY 1
                   UNTIL (WS-IND-BD >= WS-NB-BD)
                   OR (WS-RATIO < WS-BD-MAX(WS-IND-BD))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-BD TO WS-IND-BD
           END-PERFORM.
           MOVE WS-BD-AJUST(WS-IND-BD) TO WS-AJUST-GRILLE.
           MOVE WS-AJUST-GRILLE TO WS-AJUST.
      *    plafond du type de contrat, à défaut celui de DEFAUT
           MOVE MA-AGATYP TO WS-GL-ZONE1.
           PERFORM CHERCHE-PLAFOND.
           IF WS-IND-PL > WS-NB-PL
              MOVE 'DEFAUT' TO WS-GL-ZONE1
              PERFORM CHERCHE-PLAFOND
           END-IF.
           MOVE WS-PL-HAUSSE(WS-IND-PL) TO WS-PLAF-HAUSSE.
           MOVE WS-PL-REMISE(WS-IND-PL) TO WS-PLAF-REMISE.
           MOVE 'N' TO WS-PLAFONNE.
           IF WS-AJUST > WS-PLAF-HAUSSE
              MOVE WS-PLAF-HAUSSE TO WS-AJUST
              MOVE 'O' TO WS-PLAFONNE
           END-IF.
           IF WS-AJUST < 0 - WS-PLAF-REMISE
              COMPUTE WS-AJUST = 0 - WS-PLAF-REMISE
              MOVE 'O' TO WS-PLAFONNE
           END-IF.
           COMPUTE WS-COEF = (100 + WS-AJUST) / 100.
           COMPUTE WS-NOUVELLE ROUNDED = MA-AGAMNT * WS-COEF
              ON SIZE ERROR
                 MOVE 'NOUVELLE PRIME HORS CAPACITE' TO WS-MOTIF
           END-COMPUTE.
           IF WS-MOTIF NOT = SPACES
              GO TO TARIFE-CONTRAT-REJET
           END-IF.
           ADD 1 TO WS-NB-OFFRES.
           EVALUATE TRUE
              WHEN WS-NOUVELLE > MA-AGAMNT
                 ADD 1 TO WS-NB-HAUSSES
              WHEN WS-NOUVELLE < MA-AGAMNT
                 ADD 1 TO WS-NB-REMISES
           END-EVALUATE.
           PERFORM ECRIT-LETTRE.
           MOVE SPACES       TO REC-OFFRE.
           MOVE WS-CTR-9     TO OF-CTR.
           MOVE MA-AGADFIN   TO OF-DATE-FIN.
           MOVE MA-AGAMNT    TO OF-ANCIENNE.
           MOVE WS-NOUVELLE  TO OF-NOUVELLE.
           MOVE WS-RATIO     TO OF-RATIO.
           MOVE WS-AJUST     TO OF-AJUST.
           MOVE WS-DATE-JOUR(1:8) TO OF-DATE.
           WRITE REC-OFFRE.
      *    la nouvelle prime prend effet à l'échéance du contrat
           IF WS-NOUVELLE NOT = MA-AGAMNT
              MOVE WS-NOUVELLE TO WS-MNT-9
              MOVE SPACES TO REC-AVENANT
              STRING RN-CTR-X '*MONTANT*' WS-MNT-X '*' MA-AGADFIN
              DELIMITED BY SIZE
              INTO REC-AVENANT
              WRITE REC-AVENANT
           END-IF.
           GO TO TARIFE-CONTRAT-FIN.
       TARIFE-CONTRAT-REJET.
           ADD 1 TO WS-NB-REJETS.
           INITIALIZE WS-LIG-RAP.
           STRING '** CONTRAT ' RN-CTR-X ' NON TARIFE : ' WS-MOTIF
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
       TARIFE-CONTRAT-FIN.
           EXIT.

      *    Lettre de proposition du contrat posé dans E-REC-MASTER
       ECRIT-LETTRE.
           MOVE ALL '=' TO REC-LETTRE.
           WRITE REC-LETTRE.
           MOVE 'PROPOSITION DE RENOUVELLEMENT DE VOTRE CONTRAT'
              TO REC-LETTRE.
           WRITE REC-LETTRE.
           MOVE ALL '=' TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONTRAT ' RN-CTR-X ' GROUPE ' MA-AGAGRP
                  ' TYPE ' MA-AGATYP
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           STRING 'LIBELLE : ' MA-AGALIB
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           STRING 'ECHEANCE DU CONTRAT : ' MA-AGADFIN(7:2) '/'
                  MA-AGADFIN(5:2) '/' MA-AGADFIN(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           MOVE WS-RATIO TO WS-RATIO-CHAR.
           EVALUATE TRUE
              WHEN NOT WS-SINISTRALITE-PRESENTE
                 MOVE 'SINISTRALITE DU GROUPE : NON DISPONIBLE'
                    TO WS-LIG-RAP
              WHEN WS-IND-GR > WS-NB-GR
                 MOVE 'SINISTRALITE DU GROUPE : AUCUN HISTORIQUE'
                    TO WS-LIG-RAP
              WHEN OTHER
                 STRING 'SINISTRALITE DU GROUPE : ' WS-RATIO-CHAR
                        ' % (SINISTRES / PRIMES)'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
           END-EVALUATE.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           MOVE WS-AJUST TO WS-AJUST-CHAR.
           IF WS-AJUST-PLAFONNE
              MOVE WS-AJUST-GRILLE TO WS-AJUST-GRILLE-CHAR
              STRING 'AJUSTEMENT TARIFAIRE : '
                     FUNCTION TRIM(WS-AJUST-CHAR)
                     ' % (GRILLE ' FUNCTION TRIM(WS-AJUST-GRILLE-CHAR)
                     ' %, PLAFOND DU TYPE DE CONTRAT)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING 'AJUSTEMENT TARIFAIRE : '
                     FUNCTION TRIM(WS-AJUST-CHAR) ' %'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           MOVE MA-AGAMNT TO WS-MNT-CHAR.
           STRING 'PRIME ACTUELLE  : ' WS-MNT-CHAR ' ' MA-AGCURR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           MOVE WS-NOUVELLE TO WS-MNT-CHAR.
           STRING 'NOUVELLE PRIME  : ' WS-MNT-CHAR ' ' MA-AGCURR
                  ' A COMPTER DU ' MA-AGADFIN(7:2) '/'
                  MA-AGADFIN(5:2) '/' MA-AGADFIN(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.
           MOVE SPACES TO REC-LETTRE.
           WRITE REC-LETTRE.

       ECRIT-RECAP.
           MOVE ALL '-' TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE WS-LIG-RAP.
           STRING 'PROPOSITIONS : ' WS-NB-OFFRES
                  '  HAUSSES : ' WS-NB-HAUSSES
                  '  REMISES : ' WS-NB-REMISES
                  '  DEJA TARIFES : ' WS-NB-DEJA
                  '  NON TARIFES : ' WS-NB-REJETS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-LETTRE.
           WRITE REC-LETTRE.

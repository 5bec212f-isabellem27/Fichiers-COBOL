      *=============================================================*
      *    ADHESIONS AU CONTRAT GROUPE ET BORDEREAU MENSUEL         *
      *       reconben ne trouvait qu'après coup les employés sans  *
      *       couverture et les partants encore assurés, corrigés   *
      *       à la main dans beneficiaires.txt. mouvpers émet       *
      *       désormais dans adhesions-mouvements.dat une adhésion  *
      *       par embauche et une radiation par départ ; ce batch   *
      *       les applique à beneficiaires.txt :                    *
      *         - mois du bordereau lu dans adhesion-param.txt      *
      *           (AAAAMM), mois courant sinon ; les mouvements     *
      *           d'effet postérieur restent en attente dans le     *
      *           fichier des mouvements pour le mois suivant,      *
      *         - adhésion refusée sur contrat inconnu ou non       *
      *           ACTIF, ou si l'employé y est déjà inscrit,        *
      *         - radiation de la couverture désignée, ou de toutes *
      *           les couvertures du matricule si le contrat est à  *
      *           blanc,                                            *
      *         - historique dans beneficiaires-historique.dat,     *
      *           rejets motivés dans adhesions-rejets.dat,         *
      *         - bordereau d'adhésion pour l'assureur dans         *
      *           bordereau-adhesion.dat : par contrat, effectif    *
      *           précédent, adhésions, radiations et nouvel        *
      *           effectif.                                         *
      *       Un mois fermé par la transaction cloture              *
      *       (periodes.txt, domaine PRIMES) n'est plus réécrit :   *
      *       le passage est refusé (message 0601, code 16).        *
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
       PROGRAM-ID. adhesion.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    mouvements émis par mouvpers, réécrit avec les seuls
      *    mouvements restés en attente
           SELECT F-ADHES
           ASSIGN TO 'adhesions-mouvements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FADHES.

      *    lien matricule / numéro de contrat groupe, séparés par '*'
           SELECT F-BENEF
           ASSIGN TO 'beneficiaires.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBENEF.

      *    fichier maitre unifié des contrats, produit par filelect
           SELECT FIC-MASTER
           ASSIGN TO 'contrats-master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICMASTER.

           SELECT F-PARAM
           ASSIGN TO 'adhesion-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-HISTO
           ASSIGN TO 'beneficiaires-historique.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FHISTO.

           SELECT F-REJET
           ASSIGN TO 'adhesions-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREJET.

           SELECT F-BORDEREAU
           ASSIGN TO 'bordereau-adhesion.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBORD.

       DATA DIVISION.
       FILE SECTION.
      *    ADHESION ou RADIATION '*' matricule '*' date d'effet '*'
      *    contrat '*' nom et prénom (écrit par mouvpers)
       FD  F-ADHES
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.
       01  REC-ADHES           PIC X(100).

       FD  F-BENEF
           RECORD CONTAINS 1 TO 30 CHARACTERS
           RECORDING MODE IS V.
       01  REC-BENEF           PIC X(30).

      * même dessin que l'écriture faite par ECRIT-MASTER de
      * filelect (image brute de l'entrée de table ENR-AGA)
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

       FD  F-PARAM
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PARAM           PIC X(80).

      *    date de traitement '*' mouvement appliqué tel que lu
       FD  F-HISTO
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO           PIC X(120).

       FD  F-REJET
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REJET           PIC X(160).

       FD  F-BORDEREAU
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BORDEREAU       PIC X(120).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FADHES     PIC XX                    .
       88  WS-STAT-FADHESOK                VALUE '00'   .
       88  WS-STAT-FADHESFIN               VALUE '10'   .
       88  WS-STAT-FADHESNOFILE            VALUE '35'   .
       01  WS-STAT-FBENEF     PIC XX                    .
       88  WS-STAT-FBENEFOK                VALUE '00'   .
       88  WS-STAT-FBENEFFIN               VALUE '10'   .
       88  WS-STAT-FBENEFNOFILE            VALUE '35'   .
       01  WS-STAT-FICMASTER  PIC XX                    .
       88  WS-STAT-MASTEROK                VALUE '00'   .
       88  WS-STAT-MASTERFIN               VALUE '10'   .
       88  WS-STAT-MASTERNOFILE            VALUE '35'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       01  WS-STAT-FHISTO     PIC XX                    .
       88  WS-STAT-FHISTOOK                VALUE '00'   .
       01  WS-STAT-FREJET     PIC XX                    .
       88  WS-STAT-FREJETOK                VALUE '00'   .
       01  WS-STAT-FBORD      PIC XX                    .
       88  WS-STAT-FBORDOK                 VALUE '00'   .

      * mois du bordereau (AAAAMM) et date du traitement
       01  WS-CUR-DATE        PIC X(21)     VALUE SPACES.
       01  WS-MOIS            PIC X(6)      VALUE SPACES.
       01  WS-MOIS-9 REDEFINES WS-MOIS      PIC 9(6).

      * table des contrats du fichier maitre, avec les effectifs
      * avant et après et les mouvements du mois
       01  WS-NB-CTR          PIC 9(4)      VALUE 0     .
       01  WS-IND-CTR         PIC 9(4)      VALUE 0     .
       01  WS-TAB-CTR.
           03 ENR-CTR     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-CTR.
            05 WS-CTR-ID     PIC 9(8)              .
            05 WS-CTR-GRP    PIC X(14)             .
            05 WS-CTR-ACT    PIC X(10)             .
            05 WS-CTR-AVANT  PIC 9(4)              .
            05 WS-CTR-APRES  PIC 9(4)              .
            05 WS-CTR-NB-ADH PIC 9(4)              .
            05 WS-CTR-NB-RAD PIC 9(4)              .

      * table des bénéficiaires (matricule + contrat) ; une ligne
      * radiée est marquée et n'est pas réécrite
       01  WS-NB-BEN          PIC 9(4)      VALUE 0     .
       01  WS-IND-BEN         PIC 9(4)      VALUE 0     .
       01  WS-BEN-MATR        PIC X(10)     VALUE SPACES.
       01  WS-BEN-CONTRAT-X   PIC X(8)      VALUE SPACES.
       01  WS-BEN-CONTRAT-9 REDEFINES WS-BEN-CONTRAT-X PIC 9(8).
       01  WS-TAB-BEN.
           03 ENR-BEN     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-BEN.
            05 WS-BEN-ID     PIC X(10)             .
            05 WS-BEN-CTR    PIC 9(8)              .
            05 WS-BEN-RADIE  PIC X                 .
               88 WS-BEN-EST-RADIE       VALUE 'O' .

      * mouvements appliqués, pour le détail du bordereau
       01  WS-NB-DET          PIC 9(4)      VALUE 0     .
       01  WS-IND-DET         PIC 9(4)      VALUE 0     .
       01  WS-TAB-DET.
           03 ENR-DET     OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-DET.
            05 WS-DET-CTR    PIC 9(8)              .
            05 WS-DET-TYPE   PIC X                 .
            05 WS-DET-MATR   PIC X(10)             .
            05 WS-DET-EFFET  PIC X(8)              .
            05 WS-DET-NOM    PIC X(41)             .

      * mouvements restés en attente (effet après le mois)
       01  WS-NB-ATT          PIC 9(4)      VALUE 0     .
       01  WS-IND-ATT         PIC 9(4)      VALUE 0     .
       01  WS-TAB-ATT.
           03 WS-ATT-LIGNE OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ATT PIC X(100).

      * découpage d'un mouvement
       01  WS-MV-TYPE         PIC X(10)     VALUE SPACES.
       01  WS-MV-MATR         PIC X(10)     VALUE SPACES.
       01  WS-MV-EFFET        PIC X(8)      VALUE SPACES.
       01  WS-MV-EFFET-9 REDEFINES WS-MV-EFFET PIC 9(8).
       01  WS-MV-CTR-X        PIC X(8)      VALUE SPACES.
       01  WS-MV-CTR-9 REDEFINES WS-MV-CTR-X PIC 9(8).
       01  WS-MV-NOM          PIC X(41)     VALUE SPACES.
       01  WS-MOTIF           PIC X(60)     VALUE SPACES.
       01  WS-NB-RADIES       PIC 9(4)      VALUE 0     .
      * mouvement appliqué : type A/R et contrat touché
       01  WS-DT-TYPE         PIC X         VALUE SPACE .
       01  WS-DT-CTR-X        PIC X(8)      VALUE SPACES.
       01  WS-DT-CTR-9 REDEFINES WS-DT-CTR-X PIC 9(8).

       01  WS-NB-MOUV         PIC 9(4)      VALUE 0     .
       01  WS-NB-ADHESIONS    PIC 9(4)      VALUE 0     .
       01  WS-NB-RADIATIONS   PIC 9(4)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(4)      VALUE 0     .
       01  WS-TOT-AVANT       PIC 9(5)      VALUE 0     .
       01  WS-TOT-APRES       PIC 9(5)      VALUE 0     .
       01  WS-EFF-CHAR        PIC Z(3)9                 .
       01  WS-EFF2-CHAR       PIC Z(3)9                 .
       01  WS-ADH-CHAR        PIC Z(3)9                 .
       01  WS-RAD-CHAR        PIC Z(3)9                 .
       01  WS-LIG-RAP         PIC X(160)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

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
           PERFORM CONTROLE-ACCES.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.

           PERFORM CHARGE-PARAM THRU CHARGE-PARAM-FIN.
           PERFORM CONTROLE-PERIODE.
           PERFORM CHARGE-MASTER THRU CHARGE-MASTER-FIN.
           PERFORM CHARGE-BENEF THRU CHARGE-BENEF-FIN.

      * Application des mouvements du mois
           OPEN INPUT F-ADHES.
           IF WS-STAT-FADHESNOFILE
              DISPLAY 'ADHESIONS-MOUVEMENTS.DAT INTROUVABLE - '
                 'AUCUN MOUVEMENT'
           ELSE
              OPEN EXTEND F-HISTO
              IF NOT WS-STAT-FHISTOOK
                 OPEN OUTPUT F-HISTO
              END-IF
              OPEN OUTPUT F-REJET
              READ F-ADHES
              PERFORM UNTIL WS-STAT-FADHESFIN
                 IF REC-ADHES NOT = SPACES
                    ADD 1 TO WS-NB-MOUV
                    PERFORM TRAITE-MOUVEMENT
                       THRU TRAITE-MOUVEMENT-FIN
                 END-IF
                 READ F-ADHES
              END-PERFORM
              CLOSE F-ADHES
              CLOSE F-HISTO
              CLOSE F-REJET
      *       le fichier des mouvements ne garde que l'attente
              OPEN OUTPUT F-ADHES
              PERFORM VARYING WS-IND-ATT FROM 1 BY 1
                      UNTIL WS-IND-ATT > WS-NB-ATT
                 MOVE WS-ATT-LIGNE(WS-IND-ATT) TO REC-ADHES
                 WRITE REC-ADHES
              END-PERFORM
              CLOSE F-ADHES
           END-IF.

           IF (WS-NB-ADHESIONS > 0) OR (WS-NB-RADIATIONS > 0)
              PERFORM REECRIT-BENEF
           END-IF.
           PERFORM ECRIT-BORDEREAU.

           DISPLAY 'MOUVEMENTS LUS     :' SPACE WS-NB-MOUV.
           DISPLAY 'ADHESIONS          :' SPACE WS-NB-ADHESIONS.
           DISPLAY 'RADIATIONS         :' SPACE WS-NB-RADIATIONS.
           DISPLAY 'EN ATTENTE         :' SPACE WS-NB-ATT.
           DISPLAY 'REJETES            :' SPACE WS-NB-REJETS.
           IF WS-NB-REJETS > 0
              DISPLAY 'VOIR ADHESIONS-REJETS.DAT'
              MOVE 4 TO RETURN-CODE
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
      *    adhesion ; un refus est émis et tracé par autoris, on
      *    s'arrête avant toute écriture
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           MOVE 'adhesion' TO AU-PROGRAMME.
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
           MOVE 'adhesion' TO JR-PROGRAMME.
           MOVE WS-NB-MOUV TO JR-NB-LUS.
           COMPUTE JR-NB-ECRITS = WS-NB-ADHESIONS + WS-NB-RADIATIONS.
           MOVE WS-NB-REJETS TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Mois du bordereau : AAAAMM en tête de adhesion-param.txt,
      *    mois courant sinon
       CHARGE-PARAM.
           MOVE WS-CUR-DATE(1:6) TO WS-MOIS.
           OPEN INPUT F-PARAM.
           IF NOT WS-STAT-FPARAMOK
              CLOSE F-PARAM
              GO TO CHARGE-PARAM-FIN
           END-IF.
           READ F-PARAM.
           IF WS-STAT-FPARAMOK
              IF (REC-PARAM(1:6) IS NUMERIC)
                 AND (REC-PARAM(5:2) >= '01')
                 AND (REC-PARAM(5:2) <= '12')
                 MOVE REC-PARAM(1:6) TO WS-MOIS
              ELSE
                 DISPLAY 'MOIS ILLISIBLE DANS ADHESION-PARAM.TXT : '
                    FUNCTION TRIM(REC-PARAM) ' - MOIS COURANT RETENU'
              END-IF
           END-IF.
           CLOSE F-PARAM.
       CHARGE-PARAM-FIN.
           EXIT.

      *    Mois du bordereau fermé (periodes.txt, transaction
      *    cloture) : le bordereau envoyé à l'assureur et les
      *    bénéficiaires de ce mois ne sont pas réécrits ; periode
      *    a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PRIMES' TO PE-DOMAINE.
           MOVE WS-MOIS TO PE-PERIODE.
           MOVE 'adhesion' TO PE-PROGRAMME.
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

       CHARGE-MASTER.
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
                      OR (WS-NB-CTR >= 9999)
              ADD 1 TO WS-NB-CTR
              INITIALIZE ENR-CTR(WS-NB-CTR)
              MOVE MA-AGAID  TO WS-CTR-ID  OF ENR-CTR(WS-NB-CTR)
              MOVE MA-AGAGRP TO WS-CTR-GRP OF ENR-CTR(WS-NB-CTR)
              MOVE MA-CLACT  TO WS-CTR-ACT OF ENR-CTR(WS-NB-CTR)
              READ FIC-MASTER
           END-PERFORM.
       CHARGE-MASTER-FIN.
           CLOSE FIC-MASTER.

      *    Bénéficiaires actuels ; fichier absent : premier
      *    chargement, il sera créé par les adhésions
       CHARGE-BENEF.
           OPEN INPUT F-BENEF.
           IF WS-STAT-FBENEFNOFILE
              DISPLAY 'BENEFICIAIRES.TXT INTROUVABLE - FICHIER NEUF'
              GO TO CHARGE-BENEF-FIN
           END-IF.
           IF NOT WS-STAT-FBENEFOK
              DISPLAY 'CODE RETOUR D''ERREUR BENEFICIAIRES' SPACE
                 WS-STAT-FBENEF
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ F-BENEF.
           PERFORM UNTIL WS-STAT-FBENEFFIN
                      OR (WS-NB-BEN >= 9999)
              MOVE SPACES TO WS-BEN-MATR WS-BEN-CONTRAT-X
              UNSTRING REC-BENEF DELIMITED BY '*'
                 INTO WS-BEN-MATR WS-BEN-CONTRAT-X
              IF (WS-BEN-MATR NOT = SPACES)
                 AND (WS-BEN-CONTRAT-9 NUMERIC)
                 ADD 1 TO WS-NB-BEN
                 MOVE WS-BEN-MATR
                    TO WS-BEN-ID  OF ENR-BEN(WS-NB-BEN)
                 MOVE WS-BEN-CONTRAT-9
                    TO WS-BEN-CTR OF ENR-BEN(WS-NB-BEN)
                 MOVE 'N' TO WS-BEN-RADIE OF ENR-BEN(WS-NB-BEN)
                 PERFORM CHERCHE-CONTRAT-BEN
                 IF WS-IND-CTR <= WS-NB-CTR
                    ADD 1 TO WS-CTR-AVANT OF ENR-CTR(WS-IND-CTR)
                    ADD 1 TO WS-CTR-APRES OF ENR-CTR(WS-IND-CTR)
                 END-IF
              ELSE
                 DISPLAY 'LIGNE BENEFICIAIRE ILLISIBLE :' SPACE
                    FUNCTION TRIM(REC-BENEF)
              END-IF
              READ F-BENEF
           END-PERFORM.
       CHARGE-BENEF-FIN.
           CLOSE F-BENEF.

      *    Contrat WS-BEN-CONTRAT-9 dans la table, indice rendu dans
      *    WS-IND-CTR (au-delà de WS-NB-CTR = inconnu)
       CHERCHE-CONTRAT-BEN.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL (WS-IND-CTR > WS-NB-CTR)
                   OR (WS-CTR-ID OF ENR-CTR(WS-IND-CTR)
                        = WS-BEN-CONTRAT-9)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CTR TO WS-IND-CTR
           END-PERFORM.

       TRAITE-MOUVEMENT.
           MOVE SPACES TO WS-MV-TYPE WS-MV-MATR WS-MV-EFFET
                          WS-MV-CTR-X WS-MV-NOM.
           UNSTRING REC-ADHES DELIMITED BY '*'
              INTO WS-MV-TYPE WS-MV-MATR WS-MV-EFFET WS-MV-CTR-X
                   WS-MV-NOM.
           MOVE FUNCTION UPPER-CASE(WS-MV-TYPE) TO WS-MV-TYPE.
           IF (WS-MV-MATR = SPACES) OR (WS-MV-EFFET-9 NOT NUMERIC)
              MOVE 'MATRICULE OU DATE D''EFFET ILLISIBLE' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO TRAITE-MOUVEMENT-FIN
           END-IF.
      *    effet après le mois du bordereau : mouvement gardé pour
      *    le bordereau du mois de son effet
           IF WS-MV-EFFET(1:6) > WS-MOIS
              ADD 1 TO WS-NB-ATT
              MOVE REC-ADHES TO WS-ATT-LIGNE(WS-NB-ATT)
              GO TO TRAITE-MOUVEMENT-FIN
           END-IF.
           EVALUATE WS-MV-TYPE
              WHEN 'ADHESION'
                 PERFORM APPLIQUE-ADHESION THRU APPLIQUE-ADHESION-FIN
              WHEN 'RADIATION'
                 PERFORM APPLIQUE-RADIATION
                    THRU APPLIQUE-RADIATION-FIN
              WHEN OTHER
                 MOVE 'TYPE DE MOUVEMENT INCONNU' TO WS-MOTIF
                 PERFORM ECRIT-REJET
           END-EVALUATE.
       TRAITE-MOUVEMENT-FIN.
           EXIT.

       APPLIQUE-ADHESION.
           IF WS-MV-CTR-9 NOT NUMERIC
              MOVE 'ADHESION SANS NUMERO DE CONTRAT' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-ADHESION-FIN
           END-IF.
           MOVE WS-MV-CTR-X TO WS-BEN-CONTRAT-X.
           PERFORM CHERCHE-CONTRAT-BEN.
           IF WS-IND-CTR > WS-NB-CTR
              MOVE 'CONTRAT INCONNU DU FICHIER MAITRE' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-ADHESION-FIN
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-CTR-ACT OF ENR-CTR(WS-IND-CTR))) NOT = 'ACTIF'
              MOVE 'CONTRAT NON ACTIF' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-ADHESION-FIN
           END-IF.
           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL (WS-IND-BEN > WS-NB-BEN)
                   OR ((WS-BEN-ID OF ENR-BEN(WS-IND-BEN) = WS-MV-MATR)
                   AND (WS-BEN-CTR OF ENR-BEN(WS-IND-BEN)
                         = WS-MV-CTR-9)
                   AND (NOT WS-BEN-EST-RADIE OF ENR-BEN(WS-IND-BEN)))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-BEN TO WS-IND-BEN
           END-PERFORM.
           IF WS-IND-BEN <= WS-NB-BEN
              MOVE 'EMPLOYE DEJA INSCRIT SUR CE CONTRAT' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-ADHESION-FIN
           END-IF.
           IF WS-NB-BEN >= 9999
              MOVE 'TABLE PLEINE' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-ADHESION-FIN
           END-IF.
           ADD 1 TO WS-NB-BEN.
           MOVE WS-MV-MATR  TO WS-BEN-ID  OF ENR-BEN(WS-NB-BEN).
           MOVE WS-MV-CTR-9 TO WS-BEN-CTR OF ENR-BEN(WS-NB-BEN).
           MOVE 'N' TO WS-BEN-RADIE OF ENR-BEN(WS-NB-BEN).
           ADD 1 TO WS-CTR-APRES  OF ENR-CTR(WS-IND-CTR).
           ADD 1 TO WS-CTR-NB-ADH OF ENR-CTR(WS-IND-CTR).
           ADD 1 TO WS-NB-ADHESIONS.
           MOVE 'A' TO WS-DT-TYPE.
           MOVE WS-MV-CTR-X TO WS-DT-CTR-X.
           PERFORM AJOUTE-DETAIL.
       APPLIQUE-ADHESION-FIN.
           EXIT.

      *    Radiation du contrat désigné, ou de toutes les
      *    couvertures du matricule si le contrat est à blanc
       APPLIQUE-RADIATION.
           IF (WS-MV-CTR-X NOT = SPACES)
              AND (WS-MV-CTR-9 NOT NUMERIC)
              MOVE 'NUMERO DE CONTRAT ILLISIBLE' TO WS-MOTIF
              PERFORM ECRIT-REJET
              GO TO APPLIQUE-RADIATION-FIN
           END-IF.
           MOVE 0 TO WS-NB-RADIES.
           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN > WS-NB-BEN
              IF (WS-BEN-ID OF ENR-BEN(WS-IND-BEN) = WS-MV-MATR)
                 AND (NOT WS-BEN-EST-RADIE OF ENR-BEN(WS-IND-BEN))
                 AND ((WS-MV-CTR-X = SPACES)
                   OR (WS-BEN-CTR OF ENR-BEN(WS-IND-BEN)
                        = WS-MV-CTR-9))
                 PERFORM RADIE-BENEFICIAIRE
              END-IF
           END-PERFORM.
           IF WS-NB-RADIES = 0
              MOVE 'AUCUNE COUVERTURE A RADIER POUR CE MATRICULE'
                 TO WS-MOTIF
              PERFORM ECRIT-REJET
           END-IF.
       APPLIQUE-RADIATION-FIN.
           EXIT.

       RADIE-BENEFICIAIRE.
           SET WS-BEN-EST-RADIE OF ENR-BEN(WS-IND-BEN) TO TRUE.
           ADD 1 TO WS-NB-RADIES.
           ADD 1 TO WS-NB-RADIATIONS.
           MOVE WS-BEN-CTR OF ENR-BEN(WS-IND-BEN) TO WS-BEN-CONTRAT-9.
           PERFORM CHERCHE-CONTRAT-BEN.
           IF WS-IND-CTR <= WS-NB-CTR
              SUBTRACT 1 FROM WS-CTR-APRES OF ENR-CTR(WS-IND-CTR)
              ADD 1 TO WS-CTR-NB-RAD OF ENR-CTR(WS-IND-CTR)
           END-IF.
           MOVE 'R' TO WS-DT-TYPE.
           MOVE WS-BEN-CONTRAT-X TO WS-DT-CTR-X.
           PERFORM AJOUTE-DETAIL.

      *    Détail du bordereau et historique du mouvement appliqué
      *    (type dans WS-DT-TYPE, contrat dans WS-DT-CTR-X)
       AJOUTE-DETAIL.
           IF WS-NB-DET < 9999
              ADD 1 TO WS-NB-DET
              MOVE WS-DT-TYPE  TO WS-DET-TYPE OF ENR-DET(WS-NB-DET)
              MOVE WS-DT-CTR-9 TO WS-DET-CTR  OF ENR-DET(WS-NB-DET)
              MOVE WS-MV-MATR  TO WS-DET-MATR OF ENR-DET(WS-NB-DET)
              MOVE WS-MV-EFFET TO WS-DET-EFFET OF ENR-DET(WS-NB-DET)
              MOVE WS-MV-NOM   TO WS-DET-NOM  OF ENR-DET(WS-NB-DET)
           END-IF.
           MOVE SPACES TO REC-HISTO.
           IF WS-DT-TYPE = 'A'
              STRING WS-CUR-DATE(1:8) '*ADHESION*'
                     FUNCTION TRIM(WS-MV-MATR) '*' WS-MV-EFFET '*'
                     WS-DT-CTR-X '*' FUNCTION TRIM(WS-MV-NOM)
              DELIMITED BY SIZE
              INTO REC-HISTO
           ELSE
              STRING WS-CUR-DATE(1:8) '*RADIATION*'
                     FUNCTION TRIM(WS-MV-MATR) '*' WS-MV-EFFET '*'
                     WS-DT-CTR-X '*' FUNCTION TRIM(WS-MV-NOM)
              DELIMITED BY SIZE
              INTO REC-HISTO
           END-IF.
           WRITE REC-HISTO.

       ECRIT-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO REC-REJET.
           STRING FUNCTION TRIM(REC-ADHES) ' : '
                  FUNCTION TRIM(WS-MOTIF)
           DELIMITED BY SIZE
           INTO REC-REJET.
           WRITE REC-REJET.

      *    Réécriture de beneficiaires.txt sans les lignes radiées
       REECRIT-BENEF.
           OPEN OUTPUT F-BENEF.
           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN > WS-NB-BEN
              IF NOT WS-BEN-EST-RADIE OF ENR-BEN(WS-IND-BEN)
                 MOVE SPACES TO REC-BENEF
                 STRING FUNCTION TRIM(WS-BEN-ID OF ENR-BEN(WS-IND-BEN))
                        '*' WS-BEN-CTR OF ENR-BEN(WS-IND-BEN)
                 DELIMITED BY SIZE
                 INTO REC-BENEF
                 WRITE REC-BENEF
              END-IF
           END-PERFORM.
           CLOSE F-BENEF.

      *    Bordereau d'adhésion du mois : par contrat ayant des
      *    bénéficiaires ou des mouvements, effectif précédent,
      *    détail des adhésions et radiations, nouvel effectif
       ECRIT-BORDEREAU.
           OPEN OUTPUT F-BORDEREAU.
           INITIALIZE WS-LIG-RAP.
           STRING 'BORDEREAU D''ADHESION - MOIS DE ' WS-MOIS(5:2) '/'
                  WS-MOIS(1:4) ' - ETABLI LE ' WS-CUR-DATE(7:2) '/'
                  WS-CUR-DATE(5:2) '/' WS-CUR-DATE(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           MOVE ALL '=' TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR > WS-NB-CTR
              IF (WS-CTR-AVANT OF ENR-CTR(WS-IND-CTR) > 0)
                 OR (WS-CTR-APRES OF ENR-CTR(WS-IND-CTR) > 0)
                 OR (WS-CTR-NB-ADH OF ENR-CTR(WS-IND-CTR) > 0)
                 OR (WS-CTR-NB-RAD OF ENR-CTR(WS-IND-CTR) > 0)
                 PERFORM ECRIT-BORDEREAU-CONTRAT
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           INITIALIZE WS-LIG-RAP.
           STRING 'TOTAL : EFFECTIF PRECEDENT ' WS-TOT-AVANT
                  '  ADHESIONS ' WS-NB-ADHESIONS
                  '  RADIATIONS ' WS-NB-RADIATIONS
                  '  NOUVEL EFFECTIF ' WS-TOT-APRES
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           CLOSE F-BORDEREAU.

       ECRIT-BORDEREAU-CONTRAT.
           ADD WS-CTR-AVANT OF ENR-CTR(WS-IND-CTR) TO WS-TOT-AVANT.
           ADD WS-CTR-APRES OF ENR-CTR(WS-IND-CTR) TO WS-TOT-APRES.
           MOVE WS-CTR-AVANT OF ENR-CTR(WS-IND-CTR) TO WS-EFF-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONTRAT ' WS-CTR-ID OF ENR-CTR(WS-IND-CTR)
                  ' GROUPE ' WS-CTR-GRP OF ENR-CTR(WS-IND-CTR)
                  ' EFFECTIF PRECEDENT ' WS-EFF-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           PERFORM VARYING WS-IND-DET FROM 1 BY 1
                   UNTIL WS-IND-DET > WS-NB-DET
              IF WS-DET-CTR OF ENR-DET(WS-IND-DET)
                    = WS-CTR-ID OF ENR-CTR(WS-IND-CTR)
                 PERFORM ECRIT-BORDEREAU-DETAIL
              END-IF
           END-PERFORM.
           MOVE WS-CTR-NB-ADH OF ENR-CTR(WS-IND-CTR) TO WS-ADH-CHAR.
           MOVE WS-CTR-NB-RAD OF ENR-CTR(WS-IND-CTR) TO WS-RAD-CHAR.
           MOVE WS-CTR-APRES OF ENR-CTR(WS-IND-CTR) TO WS-EFF2-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '   ADHESIONS ' WS-ADH-CHAR
                  '  RADIATIONS ' WS-RAD-CHAR
                  '  NOUVEL EFFECTIF ' WS-EFF2-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.
           MOVE ALL '-' TO REC-BORDEREAU.
           WRITE REC-BORDEREAU.

       ECRIT-BORDEREAU-DETAIL.
           INITIALIZE WS-LIG-RAP.
           IF WS-DET-TYPE OF ENR-DET(WS-IND-DET) = 'A'
              MOVE '   + ADHESION  ' TO WS-LIG-RAP
           ELSE
              MOVE '   - RADIATION ' TO WS-LIG-RAP
           END-IF.
           MOVE SPACES TO REC-BORDEREAU.
           STRING WS-LIG-RAP(1:15)
                  WS-DET-MATR OF ENR-DET(WS-IND-DET) SPACE
                  WS-DET-NOM OF ENR-DET(WS-IND-DET)
                  ' EFFET ' WS-DET-EFFET OF ENR-DET(WS-IND-DET)(7:2)
                  '/' WS-DET-EFFET OF ENR-DET(WS-IND-DET)(5:2)
                  '/' WS-DET-EFFET OF ENR-DET(WS-IND-DET)(1:4)
           DELIMITED BY SIZE
           INTO REC-BORDEREAU.
           WRITE REC-BORDEREAU.

      *=============================================================*
      *    MOUVEMENTS DE SINISTRES ET TRIANGLES DE DEVELOPPEMENT    *
      *       sinistres.dat ne donne qu'une photo de chaque         *
      *       sinistre (un payé, une provision). Les sinistres      *
      *       sont tenus dans sinistres-master.dat (initialisé au   *
      *       premier passage depuis sinistres.dat) et chaque       *
      *       mouvement appliqué est gardé dans                     *
      *       sinistres-historique.dat.                             *
      *       Mouvements (sinistres-mouvements.dat, séparés par     *
      *       '*') : numéro de sinistre, date AAAAMMJJ, type,       *
      *       montant en centimes sur 8 chiffres, nouveau statut    *
      *       facultatif (OUVERT, CLOS, ROUVERT), contrat pour une  *
      *       déclaration. Types :                                  *
      *       - DECLARATION : ouverture du sinistre, la date est    *
      *         la date de survenance, le montant la provision      *
      *         initiale ;                                          *
      *       - REGLEMENT : paiement, imputé sur la provision ;     *
      *       - PROVISION : nouvelle provision du dossier ;         *
      *       - STATUT : changement de statut seul.                 *
      *       Un sinistre CLOS n'a plus de provision et n'accepte   *
      *       que sa réouverture ; un mouvement antérieur au        *
      *       dernier mouvement du sinistre est rejeté. Les rejets  *
      *       partent dans sinistres-mouvements-rejets.dat, les     *
      *       mouvements traités sont vidés du fichier d'entrée.    *
      *       triangle-sinistres.dat donne, par type de contrat,    *
      *       les triangles des règlements cumulés et de la charge  *
      *       survenue (réglé + provision) par année de survenance  *
      *       et année de développement, et les facteurs de         *
      *       développement de la charge : un facteur supérieur à 1 *
      *       signale des provisions initiales insuffisantes.       *
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
       PROGRAM-ID. sinmouv.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    fichier maitre, pour le type des contrats sinistrés
           SELECT FIC-MASTER
           ASSIGN TO 'contrats-master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICMASTER.

      *    photo des sinistres, reprise au premier passage
           SELECT F-SINISTRE
           ASSIGN TO 'sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSIN.

           SELECT F-SINMASTER
           ASSIGN TO 'sinistres-master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSM.

           SELECT F-HISTO
           ASSIGN TO 'sinistres-historique.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FHISTO.

           SELECT F-MOUV
           ASSIGN TO 'sinistres-mouvements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FMOUV.

           SELECT F-REJET
           ASSIGN TO 'sinistres-mouvements-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREJET.

           SELECT F-RAPPORT
           ASSIGN TO 'triangle-sinistres.dat'
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

       FD  F-SINISTRE
           RECORD CONTAINS 1 TO 60 CHARACTERS
           RECORDING MODE IS V.
       01  REC-SINISTRE        PIC X(60).

      * un sinistre : contrat et type à l'ouverture, survenance,
      * statut O ouvert, C clos, R rouvert, cumul réglé, provision
      * en cours et date du dernier mouvement
       FD  F-SINMASTER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SINMASTER.
           05 SM-NUM           PIC X(8)   .
           05 SM-CTR           PIC 9(8)   .
           05 SM-TYPE          PIC X(16)  .
           05 SM-DATE-SURV     PIC X(8)   .
           05 SM-STATUT        PIC X      .
           05 SM-PAYE          PIC 9(8)V99.
           05 SM-PROV          PIC 9(8)V99.
           05 SM-DATE-MVT      PIC X(8)   .
           05 FILLER           PIC X(11)  .

      * un mouvement appliqué : type D déclaration, R règlement,
      * P provision, S statut, montant du mouvement puis cumul
      * réglé, provision et statut après le mouvement
       FD  F-HISTO
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO.
           05 HS-NUM           PIC X(8)   .
           05 HS-DATE          PIC X(8)   .
           05 HS-TYPE          PIC X      .
           05 HS-MONTANT       PIC 9(8)V99.
           05 HS-PAYE          PIC 9(8)V99.
           05 HS-PROV          PIC 9(8)V99.
           05 HS-STATUT        PIC X      .
           05 FILLER           PIC X(32)  .

       FD  F-MOUV
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-MOUV            PIC X(80).

       FD  F-REJET
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REJET           PIC X(120).

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
       01  WS-STAT-FSIN       PIC XX                    .
       88  WS-STAT-FSINOK                  VALUE '00'   .
       88  WS-STAT-FSINFIN                 VALUE '10'   .
       01  WS-STAT-FSM        PIC XX                    .
       88  WS-STAT-FSMOK                   VALUE '00'   .
       88  WS-STAT-FSMFIN                  VALUE '10'   .
       88  WS-STAT-FSMNOFILE               VALUE '35'   .
       01  WS-STAT-FHISTO     PIC XX                    .
       88  WS-STAT-FHISTOOK                VALUE '00'   .
       88  WS-STAT-FHISTOFIN               VALUE '10'   .
       01  WS-STAT-FMOUV      PIC XX                    .
       88  WS-STAT-FMOUVOK                 VALUE '00'   .
       88  WS-STAT-FMOUVFIN                VALUE '10'   .
       01  WS-STAT-FREJET     PIC XX                    .
       88  WS-STAT-FREJETOK                VALUE '00'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .

      * contrats du fichier maitre : numéro, type, statut
       01  WS-IND-CT          PIC 9(4)      VALUE 0     .
       01  WS-CONTRATS.
           03 WS-NB-CT        PIC 9(4)      VALUE 0     .
           03 WS-CT-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-CT.
              05 WS-CT-ID        PIC 9(8)               .
              05 WS-CT-TYPE      PIC X(16)              .
              05 WS-CT-STATUT    PIC X(10)              .

      * sinistres (images de sinistres-master.dat)
       01  WS-IND-SM          PIC 9(4)      VALUE 0     .
       01  WS-SINISTRES.
           03 WS-NB-SM        PIC 9(4)      VALUE 0     .
           03 WS-SM-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-SM.
              05 WS-SM-LIGNE     PIC X(80)              .

      * historique relu pour les triangles, trié par sinistre puis
      * date puis ordre d'écriture
       01  WS-IND-HS          PIC 9(5)      VALUE 0     .
       01  WS-IND-HS2         PIC 9(5)      VALUE 0     .
       01  WS-HS-DEB          PIC 9(5)      VALUE 0     .
       01  WS-HS-FIN          PIC 9(5)      VALUE 0     .
       01  WS-HISTORIQUE.
           03 WS-NB-HS        PIC 9(5)      VALUE 0     .
           03 WS-HS-TAB  OCCURS 1 TO 99999 TIMES
                          DEPENDING ON WS-NB-HS.
              05 WS-HS-NUM       PIC X(8)               .
              05 WS-HS-DATE      PIC X(8)               .
              05 WS-HS-SEQ       PIC 9(5)               .
              05 WS-HS-PAYE      PIC 9(8)V99            .
              05 WS-HS-PROV      PIC 9(8)V99            .

      * triangles par type de contrat : 10 années de survenance
      * (la plus ancienne en premier) sur 10 années de
      * développement, réglé et charge survenue
       01  WS-NB-ANNEES       PIC 99        VALUE 10    .
       01  WS-IND-TY          PIC 99        VALUE 0     .
       01  WS-IND-AN          PIC 99        VALUE 0     .
       01  WS-IND-DV          PIC 99        VALUE 0     .
       01  WS-TRIANGLES.
           03 WS-NB-TY        PIC 99        VALUE 0     .
           03 WS-TY-TAB  OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-NB-TY.
              05 WS-TY-LIB       PIC X(16)              .
              05 WS-TY-AN  OCCURS 10 TIMES.
                 07 WS-TY-DV  OCCURS 10 TIMES.
                    09 WS-TY-PAYE   PIC 9(9)V99         .
                    09 WS-TY-CHARGE PIC 9(9)V99         .

      * découpage d'une ligne de sinistre (reprise) ou de mouvement
       01  WS-MV-NUM          PIC X(8)      VALUE SPACES.
       01  WS-MV-DATE         PIC X(8)      VALUE SPACES.
       01  WS-MV-TYPE         PIC X(12)     VALUE SPACES.
       01  WS-MV-MNT-X        PIC X(8)      VALUE SPACES.
       01  WS-MV-MNT-9 REDEFINES WS-MV-MNT-X PIC 9(6)V99.
       01  WS-MV-STATUT       PIC X(10)     VALUE SPACES.
       01  WS-MV-CTR-X        PIC X(8)      VALUE SPACES.
       01  WS-MV-CTR-9 REDEFINES WS-MV-CTR-X PIC 9(8).
       01  WS-MV-PROV-X       PIC X(8)      VALUE SPACES.
       01  WS-MV-PROV-9 REDEFINES WS-MV-PROV-X PIC 9(6)V99.
       01  WS-MV-CODE         PIC X         VALUE SPACE .
       01  WS-MV-STAT-CODE    PIC X         VALUE SPACE .
       01  WS-MOTIF           PIC X(60)     VALUE SPACES.

       01  WS-AN-VALO         PIC 9(4)      VALUE 0     .
       01  WS-AN-SURV         PIC 9(4)      VALUE 0     .
       01  WS-AN-FIN          PIC 9(4)      VALUE 0     .
       01  WS-AN-MVT          PIC 9(4)      VALUE 0     .
       01  WS-AN-EDIT         PIC 9(4)      VALUE 0     .
       01  WS-DV-MAX          PIC 99        VALUE 0     .
       01  WS-SOMME-1         PIC 9(11)V99  VALUE 0     .
       01  WS-SOMME-2         PIC 9(11)V99  VALUE 0     .
       01  WS-FACTEUR         PIC 9(3)V999  VALUE 0     .
       01  WS-FACTEUR-CHAR    PIC ZZ9,999               .
       01  WS-CELL-CHAR       PIC Z(8)9,99              .
       01  WS-PTR             PIC 999       VALUE 0     .
       01  WS-DATE-JOUR       PIC X(21)     VALUE SPACES.

      *    compteurs
       01  WS-NB-REPRIS       PIC 9(5)      VALUE 0     .
       01  WS-NB-MOUVEMENTS   PIC 9(5)      VALUE 0     .
       01  WS-NB-APPLIQUES    PIC 9(5)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(5)      VALUE 0     .
       01  WS-NB-ANTERIEURS   PIC 9(5)      VALUE 0     .
       01  WS-LIG-RAP         PIC X(140)    VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.

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
           PERFORM CONTROLE-ACCES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:4) TO WS-AN-VALO.

           PERFORM CHARGE-CONTRATS THRU CHARGE-CONTRATS-FIN.
           OPEN OUTPUT F-REJET.
           PERFORM CHARGE-SINISTRES THRU CHARGE-SINISTRES-FIN.

      * Application des mouvements, tracés dans l'historique
           OPEN EXTEND F-HISTO.
           IF NOT WS-STAT-FHISTOOK
              OPEN OUTPUT F-HISTO
           END-IF.
           IF WS-NB-REPRIS > 0
              PERFORM ECRIT-HISTO-REPRISE
           END-IF.
           OPEN INPUT F-MOUV.
           IF WS-STAT-FMOUVOK
              READ F-MOUV
              PERFORM UNTIL WS-STAT-FMOUVFIN
                 IF REC-MOUV NOT = SPACES
                    ADD 1 TO WS-NB-MOUVEMENTS
                    PERFORM TRAITE-MOUVEMENT THRU TRAITE-MOUVEMENT-FIN
                 END-IF
                 READ F-MOUV
              END-PERFORM
              CLOSE F-MOUV
      *       mouvements traités : le fichier d'entrée est vidé, ils
      *       ne doivent pas être appliqués deux fois
              OPEN OUTPUT F-MOUV
              CLOSE F-MOUV
           ELSE
              DISPLAY 'SINISTRES-MOUVEMENTS.DAT ABSENT - AUCUN '
                 'MOUVEMENT'
           END-IF.
           CLOSE F-HISTO.
           CLOSE F-REJET.
           PERFORM REECRIT-SINISTRES.

      * Triangles de développement depuis l'historique complet
           PERFORM CHARGE-HISTORIQUE THRU CHARGE-HISTORIQUE-FIN.
           PERFORM CALCULE-TRIANGLES.
           PERFORM ECRIT-RAPPORT.

           DISPLAY 'SINISTRES REPRIS    :' SPACE WS-NB-REPRIS.
           DISPLAY 'MOUVEMENTS LUS      :' SPACE WS-NB-MOUVEMENTS.
           DISPLAY 'MOUVEMENTS APPLIQUES:' SPACE WS-NB-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES  :' SPACE WS-NB-REJETS.
           IF WS-NB-REJETS > 0
              DISPLAY 'VOIR SINISTRES-MOUVEMENTS-REJETS.DAT'
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
      *    sinmouv ; un refus est émis et tracé par autoris, on
      *    s'arrête avant toute écriture
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           MOVE 'sinmouv' TO AU-PROGRAMME.
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
           MOVE 'sinmouv' TO JR-PROGRAMME.
           MOVE WS-NB-MOUVEMENTS TO JR-NB-LUS.
           MOVE WS-NB-APPLIQUES  TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS     TO JR-NB-REJETS.
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
              MOVE MA-AGAID  TO WS-CT-ID(WS-NB-CT)
              MOVE MA-AGATYP TO WS-CT-TYPE(WS-NB-CT)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MA-CLACT))
                 TO WS-CT-STATUT(WS-NB-CT)
              READ FIC-MASTER
           END-PERFORM.
       CHARGE-CONTRATS-FIN.
           CLOSE FIC-MASTER.

      *    Sinistres en cours ; au premier passage (fichier absent),
      *    reprise de la photo sinistres.dat : le payé et la
      *    provision sont datés de la survenance
       CHARGE-SINISTRES.
           OPEN INPUT F-SINMASTER.
           IF WS-STAT-FSMOK
              READ F-SINMASTER
              PERFORM UNTIL WS-STAT-FSMFIN
                         OR (WS-NB-SM >= 9999)
                 ADD 1 TO WS-NB-SM
                 MOVE REC-SINMASTER TO WS-SM-LIGNE(WS-NB-SM)
                 READ F-SINMASTER
              END-PERFORM
              CLOSE F-SINMASTER
              GO TO CHARGE-SINISTRES-FIN
           END-IF.
           CLOSE F-SINMASTER.
           DISPLAY 'SINISTRES-MASTER.DAT ABSENT - REPRISE DE '
              'SINISTRES.DAT'.
           OPEN INPUT F-SINISTRE.
           IF NOT WS-STAT-FSINOK
              CLOSE F-SINISTRE
              GO TO CHARGE-SINISTRES-FIN
           END-IF.
           READ F-SINISTRE.
           PERFORM UNTIL WS-STAT-FSINFIN
              PERFORM REPRISE-SINISTRE THRU REPRISE-SINISTRE-FIN
              READ F-SINISTRE
           END-PERFORM.
           CLOSE F-SINISTRE.
       CHARGE-SINISTRES-FIN.
           EXIT.

      *    Une ligne de sinistres.dat (numéro, contrat, date, payé,
      *    provision) devient un sinistre ouvert
       REPRISE-SINISTRE.
           MOVE SPACES TO WS-MV-NUM WS-MV-CTR-X WS-MV-DATE
                          WS-MV-MNT-X WS-MV-PROV-X.
           UNSTRING REC-SINISTRE DELIMITED BY '*'
              INTO WS-MV-NUM WS-MV-CTR-X WS-MV-DATE
                   WS-MV-MNT-X WS-MV-PROV-X.
           IF WS-MV-PROV-X = SPACES
              MOVE ZEROES TO WS-MV-PROV-X
           END-IF.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
              WHEN (WS-MV-CTR-9 NOT NUMERIC)
                OR (WS-MV-MNT-9 NOT NUMERIC)
                OR (WS-MV-PROV-9 NOT NUMERIC)
                 MOVE 'LIGNE ILLISIBLE' TO WS-MOTIF
              WHEN WS-NB-SM >= 9999
                 MOVE 'TABLE DES SINISTRES PLEINE' TO WS-MOTIF
              WHEN OTHER
                 PERFORM CHERCHE-CONTRAT
                 IF WS-IND-CT > WS-NB-CT
                    MOVE 'CONTRAT INCONNU DU FICHIER MAITRE'
                       TO WS-MOTIF
                 END-IF
           END-EVALUATE.
           IF WS-MOTIF NOT = SPACES
              ADD 1 TO WS-NB-REJETS
              INITIALIZE WS-LIG-RAP
              STRING 'REPRISE REJETEE "' FUNCTION TRIM(REC-SINISTRE)
                     '" : ' WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-REJET
              WRITE REC-REJET
              GO TO REPRISE-SINISTRE-FIN
           END-IF.
           ADD 1 TO WS-NB-REPRIS.
           ADD 1 TO WS-NB-SM.
           MOVE SPACES             TO REC-SINMASTER.
           MOVE WS-MV-NUM          TO SM-NUM.
           MOVE WS-MV-CTR-9        TO SM-CTR.
           MOVE WS-CT-TYPE(WS-IND-CT) TO SM-TYPE.
           MOVE WS-MV-DATE         TO SM-DATE-SURV SM-DATE-MVT.
           MOVE 'O'                TO SM-STATUT.
           MOVE WS-MV-MNT-9        TO SM-PAYE.
           MOVE WS-MV-PROV-9       TO SM-PROV.
           MOVE REC-SINMASTER TO WS-SM-LIGNE(WS-NB-SM).
       REPRISE-SINISTRE-FIN.
           EXIT.

      *    Historique d'ouverture des sinistres repris
       ECRIT-HISTO-REPRISE.
           PERFORM VARYING WS-IND-SM FROM 1 BY 1
                   UNTIL (WS-IND-SM > WS-NB-SM)
              MOVE WS-SM-LIGNE(WS-IND-SM) TO REC-SINMASTER
              MOVE 'D' TO WS-MV-CODE
              MOVE SM-PROV TO WS-MV-PROV-9
              PERFORM ECRIT-HISTO
           END-PERFORM.

      *    Ligne d'historique du sinistre posé dans REC-SINMASTER
      *    (montant du mouvement dans WS-MV-PROV-9)
       ECRIT-HISTO.
           MOVE SPACES        TO REC-HISTO.
           MOVE SM-NUM        TO HS-NUM.
           MOVE SM-DATE-MVT   TO HS-DATE.
           MOVE WS-MV-CODE    TO HS-TYPE.
           MOVE WS-MV-PROV-9  TO HS-MONTANT.
           MOVE SM-PAYE       TO HS-PAYE.
           MOVE SM-PROV       TO HS-PROV.
           MOVE SM-STATUT     TO HS-STATUT.
           WRITE REC-HISTO.

      *    Contrat WS-MV-CTR-9 dans la table des contrats
       CHERCHE-CONTRAT.
           PERFORM VARYING WS-IND-CT FROM 1 BY 1
                   UNTIL (WS-IND-CT > WS-NB-CT)
                   OR (WS-CT-ID(WS-IND-CT) = WS-MV-CTR-9)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CT TO WS-IND-CT
           END-PERFORM.

      *    Sinistre WS-MV-NUM dans la table des sinistres
       CHERCHE-SINISTRE.
           PERFORM VARYING WS-IND-SM FROM 1 BY 1
                   UNTIL (WS-IND-SM > WS-NB-SM)
                   OR (WS-SM-LIGNE(WS-IND-SM)(1:8) = WS-MV-NUM)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-SM TO WS-IND-SM
           END-PERFORM.

      *    Un mouvement : contrôles puis application au sinistre et
      *    trace dans l'historique
       TRAITE-MOUVEMENT.
           MOVE SPACES TO WS-MV-NUM WS-MV-DATE WS-MV-TYPE WS-MV-MNT-X
                          WS-MV-STATUT WS-MV-CTR-X WS-MOTIF.
           UNSTRING REC-MOUV DELIMITED BY '*'
              INTO WS-MV-NUM WS-MV-DATE WS-MV-TYPE WS-MV-MNT-X
                   WS-MV-STATUT WS-MV-CTR-X.
           MOVE FUNCTION UPPER-CASE(WS-MV-TYPE)   TO WS-MV-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-MV-STATUT) TO WS-MV-STATUT.
           IF WS-MV-MNT-X = SPACES
              MOVE ZEROES TO WS-MV-MNT-X
           END-IF.
           IF WS-MV-MNT-9 NOT NUMERIC
              MOVE 'MONTANT ILLISIBLE' TO WS-MOTIF
              GO TO TRAITE-MOUVEMENT-REJET
           END-IF.
           EVALUATE WS-MV-TYPE
              WHEN 'DECLARATION' MOVE 'D' TO WS-MV-CODE
              WHEN 'REGLEMENT'   MOVE 'R' TO WS-MV-CODE
              WHEN 'PROVISION'   MOVE 'P' TO WS-MV-CODE
              WHEN 'STATUT'      MOVE 'S' TO WS-MV-CODE
              WHEN OTHER
                 MOVE 'TYPE DE MOUVEMENT INCONNU' TO WS-MOTIF
                 GO TO TRAITE-MOUVEMENT-REJET
           END-EVALUATE.
           EVALUATE WS-MV-STATUT
              WHEN SPACES    MOVE SPACE TO WS-MV-STAT-CODE
              WHEN 'OUVERT'  MOVE 'O' TO WS-MV-STAT-CODE
              WHEN 'CLOS'    MOVE 'C' TO WS-MV-STAT-CODE
              WHEN 'ROUVERT' MOVE 'R' TO WS-MV-STAT-CODE
              WHEN OTHER
                 MOVE 'STATUT INCONNU (OUVERT, CLOS, ROUVERT)'
                    TO WS-MOTIF
                 GO TO TRAITE-MOUVEMENT-REJET
           END-EVALUATE.
           INITIALIZE DC-ZONE.
           MOVE 'V' TO DC-ACTION.
           MOVE WS-MV-DATE TO DC-DATE1.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : contrôle minimal
                 IF WS-MV-DATE NOT NUMERIC
                    MOVE 1 TO DC-RC
                 END-IF
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF DC-RC NOT = 0
              MOVE 'DATE DE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO TRAITE-MOUVEMENT-REJET
           END-IF.
           PERFORM CHERCHE-SINISTRE.
           IF WS-MV-CODE = 'D'
              PERFORM OUVRE-SINISTRE THRU OUVRE-SINISTRE-FIN
              IF WS-MOTIF NOT = SPACES
                 GO TO TRAITE-MOUVEMENT-REJET
              END-IF
              GO TO TRAITE-MOUVEMENT-FIN
           END-IF.
           IF WS-IND-SM > WS-NB-SM
              MOVE 'SINISTRE INCONNU - DECLARATION D''ABORD'
                 TO WS-MOTIF
              GO TO TRAITE-MOUVEMENT-REJET
           END-IF.
           MOVE WS-SM-LIGNE(WS-IND-SM) TO REC-SINMASTER.
           EVALUATE TRUE
              WHEN WS-MV-DATE < SM-DATE-MVT
                 MOVE 'MOUVEMENT ANTERIEUR AU DERNIER MOUVEMENT'
                    TO WS-MOTIF
              WHEN (SM-STATUT = 'C') AND (WS-MV-STAT-CODE NOT = 'R')
                 MOVE 'SINISTRE CLOS - REOUVERTURE D''ABORD'
                    TO WS-MOTIF
              WHEN (WS-MV-STAT-CODE = 'R') AND (SM-STATUT NOT = 'C')
                 MOVE 'REOUVERTURE D''UN SINISTRE NON CLOS'
                    TO WS-MOTIF
              WHEN (WS-MV-STAT-CODE = 'O') AND (SM-STATUT = 'C')
                 MOVE 'SINISTRE CLOS - STATUT ROUVERT ATTENDU'
                    TO WS-MOTIF
              WHEN (WS-MV-CODE = 'S') AND (WS-MV-STAT-CODE = SPACE)
                 MOVE 'MOUVEMENT STATUT SANS NOUVEAU STATUT'
                    TO WS-MOTIF
           END-EVALUATE.
           IF WS-MOTIF NOT = SPACES
              GO TO TRAITE-MOUVEMENT-REJET
           END-IF.
      *    application : un règlement consomme la provision, une
      *    provision la remplace, la clôture la libère
           IF WS-MV-STAT-CODE NOT = SPACE
              MOVE WS-MV-STAT-CODE TO SM-STATUT
           END-IF.
           EVALUATE WS-MV-CODE
              WHEN 'R'
                 ADD WS-MV-MNT-9 TO SM-PAYE
                 IF WS-MV-MNT-9 >= SM-PROV
                    MOVE 0 TO SM-PROV
                 ELSE
                    SUBTRACT WS-MV-MNT-9 FROM SM-PROV
                 END-IF
              WHEN 'P'
                 MOVE WS-MV-MNT-9 TO SM-PROV
           END-EVALUATE.
           IF SM-STATUT = 'C'
              MOVE 0 TO SM-PROV
           END-IF.
           MOVE WS-MV-DATE TO SM-DATE-MVT.
           MOVE REC-SINMASTER TO WS-SM-LIGNE(WS-IND-SM).
           MOVE WS-MV-MNT-9 TO WS-MV-PROV-9.
           PERFORM ECRIT-HISTO.
           ADD 1 TO WS-NB-APPLIQUES.
           GO TO TRAITE-MOUVEMENT-FIN.
       TRAITE-MOUVEMENT-REJET.
           ADD 1 TO WS-NB-REJETS.
           INITIALIZE WS-LIG-RAP.
           STRING 'MOUVEMENT REJETE "' FUNCTION TRIM(REC-MOUV)
                  '" : ' WS-MOTIF
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-REJET.
           WRITE REC-REJET.
       TRAITE-MOUVEMENT-FIN.
           EXIT.

      *    Déclaration : nouveau sinistre sur un contrat actif, la
      *    date du mouvement est la date de survenance
       OUVRE-SINISTRE.
           IF WS-IND-SM <= WS-NB-SM
              MOVE 'SINISTRE DEJA DECLARE' TO WS-MOTIF
              GO TO OUVRE-SINISTRE-FIN
           END-IF.
           IF WS-MV-CTR-9 NOT NUMERIC
              MOVE 'DECLARATION SANS NUMERO DE CONTRAT' TO WS-MOTIF
              GO TO OUVRE-SINISTRE-FIN
           END-IF.
           PERFORM CHERCHE-CONTRAT.
           IF WS-IND-CT > WS-NB-CT
              MOVE 'CONTRAT INCONNU DU FICHIER MAITRE' TO WS-MOTIF
              GO TO OUVRE-SINISTRE-FIN
           END-IF.
           IF WS-CT-STATUT(WS-IND-CT) NOT = 'ACTIF'
              STRING 'CONTRAT NON ACTIF ('
                     FUNCTION TRIM(WS-CT-STATUT(WS-IND-CT)) ')'
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO OUVRE-SINISTRE-FIN
           END-IF.
           IF WS-NB-SM >= 9999
              MOVE 'TABLE DES SINISTRES PLEINE' TO WS-MOTIF
              GO TO OUVRE-SINISTRE-FIN
           END-IF.
           ADD 1 TO WS-NB-SM.
           MOVE SPACES             TO REC-SINMASTER.
           MOVE WS-MV-NUM          TO SM-NUM.
           MOVE WS-MV-CTR-9        TO SM-CTR.
           MOVE WS-CT-TYPE(WS-IND-CT) TO SM-TYPE.
           MOVE WS-MV-DATE         TO SM-DATE-SURV SM-DATE-MVT.
           MOVE 'O'                TO SM-STATUT.
           MOVE 0                  TO SM-PAYE.
           MOVE WS-MV-MNT-9        TO SM-PROV.
           MOVE REC-SINMASTER TO WS-SM-LIGNE(WS-NB-SM).
           MOVE WS-MV-MNT-9 TO WS-MV-PROV-9.
           PERFORM ECRIT-HISTO.
           ADD 1 TO WS-NB-APPLIQUES.
       OUVRE-SINISTRE-FIN.
           EXIT.

       REECRIT-SINISTRES.
           OPEN OUTPUT F-SINMASTER.
           PERFORM VARYING WS-IND-SM FROM 1 BY 1
                   UNTIL (WS-IND-SM > WS-NB-SM)
              MOVE WS-SM-LIGNE(WS-IND-SM) TO REC-SINMASTER
              WRITE REC-SINMASTER
           END-PERFORM.
           CLOSE F-SINMASTER.

      *    Historique complet, trié par sinistre et par date (l'ordre
      *    d'écriture départage les mouvements d'un même jour)
       CHARGE-HISTORIQUE.
           OPEN INPUT F-HISTO.
           IF NOT WS-STAT-FHISTOOK
              CLOSE F-HISTO
              GO TO CHARGE-HISTORIQUE-FIN
           END-IF.
           READ F-HISTO.
           PERFORM UNTIL WS-STAT-FHISTOFIN
              IF WS-NB-HS >= 99999
                 DISPLAY 'HISTORIQUE TROP VOLUMINEUX - TRIANGLES '
                    'PARTIELS'
                 GO TO CHARGE-HISTORIQUE-FERME
              END-IF
              ADD 1 TO WS-NB-HS
              MOVE HS-NUM   TO WS-HS-NUM(WS-NB-HS)
              MOVE HS-DATE  TO WS-HS-DATE(WS-NB-HS)
              MOVE WS-NB-HS TO WS-HS-SEQ(WS-NB-HS)
              MOVE HS-PAYE  TO WS-HS-PAYE(WS-NB-HS)
              MOVE HS-PROV  TO WS-HS-PROV(WS-NB-HS)
              READ F-HISTO
           END-PERFORM.
       CHARGE-HISTORIQUE-FERME.
           CLOSE F-HISTO.
           IF WS-NB-HS > 1
              SORT WS-HS-TAB ASCENDING
              KEY WS-HS-NUM WS-HS-DATE WS-HS-SEQ
           END-IF.
       CHARGE-HISTORIQUE-FIN.
           EXIT.

      *    Pour chaque sinistre, l'état à la fin de chaque année de
      *    développement est celui du dernier mouvement daté de
      *    cette année ou avant
       CALCULE-TRIANGLES.
           MOVE 1 TO WS-HS-DEB.
           PERFORM UNTIL WS-HS-DEB > WS-NB-HS
              MOVE WS-HS-DEB TO WS-HS-FIN
              PERFORM UNTIL (WS-HS-FIN >= WS-NB-HS)
                      OR (WS-HS-NUM(WS-HS-FIN + 1)
                          NOT = WS-HS-NUM(WS-HS-DEB))
                 ADD 1 TO WS-HS-FIN
              END-PERFORM
              PERFORM CUMULE-SINISTRE THRU CUMULE-SINISTRE-FIN
              COMPUTE WS-HS-DEB = WS-HS-FIN + 1
           END-PERFORM.

       CUMULE-SINISTRE.
           MOVE WS-HS-NUM(WS-HS-DEB) TO WS-MV-NUM.
           PERFORM CHERCHE-SINISTRE.
           IF WS-IND-SM > WS-NB-SM
              GO TO CUMULE-SINISTRE-FIN
           END-IF.
           MOVE WS-SM-LIGNE(WS-IND-SM) TO REC-SINMASTER.
           MOVE SM-DATE-SURV(1:4) TO WS-AN-SURV.
      *    années de survenance hors des 10 dernières : comptées à
      *    part
           IF (WS-AN-SURV + WS-NB-ANNEES <= WS-AN-VALO)
              OR (WS-AN-SURV > WS-AN-VALO)
              ADD 1 TO WS-NB-ANTERIEURS
              GO TO CUMULE-SINISTRE-FIN
           END-IF.
           COMPUTE WS-IND-AN = WS-AN-SURV + WS-NB-ANNEES - WS-AN-VALO.
           PERFORM CHERCHE-TYPE.
           IF WS-IND-TY > WS-NB-TY
              GO TO CUMULE-SINISTRE-FIN
           END-IF.
           COMPUTE WS-DV-MAX = WS-AN-VALO - WS-AN-SURV + 1.
           MOVE 0 TO WS-IND-HS2.
           MOVE WS-HS-DEB TO WS-IND-HS.
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                   UNTIL WS-IND-DV > WS-DV-MAX
              COMPUTE WS-AN-FIN = WS-AN-SURV + WS-IND-DV - 1
      *       avance jusqu'au dernier mouvement de l'année WS-AN-FIN
              PERFORM UNTIL WS-IND-HS > WS-HS-FIN
                 MOVE WS-HS-DATE(WS-IND-HS)(1:4) TO WS-AN-MVT
                 IF WS-AN-MVT > WS-AN-FIN
                    MOVE WS-HS-FIN TO WS-IND-HS
                    ADD 1 TO WS-IND-HS
                 ELSE
                    MOVE WS-IND-HS TO WS-IND-HS2
                    ADD 1 TO WS-IND-HS
                 END-IF
              END-PERFORM
              IF WS-IND-HS2 > 0
                 ADD WS-HS-PAYE(WS-IND-HS2)
                    TO WS-TY-PAYE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                 COMPUTE WS-TY-CHARGE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                    = WS-TY-CHARGE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                    + WS-HS-PAYE(WS-IND-HS2) + WS-HS-PROV(WS-IND-HS2)
              END-IF
      *       reprise du parcours au premier mouvement non encore
      *       retenu pour l'année suivante
              IF WS-IND-HS2 > 0
                 COMPUTE WS-IND-HS = WS-IND-HS2 + 1
              ELSE
                 MOVE WS-HS-DEB TO WS-IND-HS
              END-IF
           END-PERFORM.
       CUMULE-SINISTRE-FIN.
           EXIT.

      *    Ligne du type de contrat SM-TYPE (créée au besoin)
       CHERCHE-TYPE.
           PERFORM VARYING WS-IND-TY FROM 1 BY 1
                   UNTIL (WS-IND-TY > WS-NB-TY)
                   OR (WS-TY-LIB(WS-IND-TY) = SM-TYPE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-TY TO WS-IND-TY
           END-PERFORM.
           IF (WS-IND-TY > WS-NB-TY) AND (WS-NB-TY < 20)
              ADD 1 TO WS-NB-TY
              MOVE WS-NB-TY TO WS-IND-TY
              INITIALIZE WS-TY-TAB(WS-IND-TY)
              MOVE SM-TYPE TO WS-TY-LIB(WS-IND-TY)
           END-IF.

       ECRIT-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'TRIANGLES DE DEVELOPPEMENT DES SINISTRES - '
                  'SITUATION AU ' WS-DATE-JOUR(7:2) '/'
                  WS-DATE-JOUR(5:2) '/' WS-DATE-JOUR(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'MONTANTS CUMULES EN FIN D''ANNEE DE DEVELOPPEMENT '
                  '(DEV 0 = ANNEE DE SURVENANCE)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-TY FROM 1 BY 1
                   UNTIL WS-IND-TY > WS-NB-TY
              INITIALIZE WS-LIG-RAP
              STRING 'TYPE DE CONTRAT ' WS-TY-LIB(WS-IND-TY)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
              MOVE ALL '-' TO REC-RAPPORT
              WRITE REC-RAPPORT
              MOVE 'REGLEMENTS CUMULES' TO REC-RAPPORT
              WRITE REC-RAPPORT
              MOVE 'P' TO WS-MV-CODE
              PERFORM ECRIT-TRIANGLE
              MOVE 'CHARGE SURVENUE (REGLE + PROVISION)'
                 TO REC-RAPPORT
              WRITE REC-RAPPORT
              MOVE 'C' TO WS-MV-CODE
              PERFORM ECRIT-TRIANGLE
              PERFORM ECRIT-FACTEURS
              MOVE ALL '=' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.
           IF WS-NB-ANTERIEURS > 0
              INITIALIZE WS-LIG-RAP
              STRING 'SINISTRES SURVENUS AVANT LES ' WS-NB-ANNEES
                     ' DERNIERES ANNEES (HORS TRIANGLES) : '
                     WS-NB-ANTERIEURS
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           CLOSE F-RAPPORT.

      *    Triangle du type WS-IND-TY : réglé (WS-MV-CODE 'P') ou
      *    charge survenue ('C'), une ligne par année de survenance
       ECRIT-TRIANGLE.
           INITIALIZE WS-LIG-RAP.
           MOVE 1 TO WS-PTR.
           STRING 'SURV.' DELIMITED BY SIZE
              INTO WS-LIG-RAP WITH POINTER WS-PTR.
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                   UNTIL WS-IND-DV > WS-NB-ANNEES
              COMPUTE WS-AN-EDIT = WS-IND-DV - 1
              STRING '       DEV ' WS-AN-EDIT(3:2)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP WITH POINTER WS-PTR
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-AN FROM 1 BY 1
                   UNTIL WS-IND-AN > WS-NB-ANNEES
              COMPUTE WS-AN-SURV = WS-AN-VALO - WS-NB-ANNEES
                                 + WS-IND-AN
              COMPUTE WS-DV-MAX = WS-AN-VALO - WS-AN-SURV + 1
              INITIALIZE WS-LIG-RAP
              MOVE 1 TO WS-PTR
              STRING WS-AN-SURV ' ' DELIMITED BY SIZE
                 INTO WS-LIG-RAP WITH POINTER WS-PTR
              PERFORM VARYING WS-IND-DV FROM 1 BY 1
                      UNTIL WS-IND-DV > WS-DV-MAX
                 IF WS-MV-CODE = 'P'
                    MOVE WS-TY-PAYE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                       TO WS-CELL-CHAR
                 ELSE
                    MOVE WS-TY-CHARGE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                       TO WS-CELL-CHAR
                 END-IF
                 STRING ' ' WS-CELL-CHAR DELIMITED BY SIZE
                    INTO WS-LIG-RAP WITH POINTER WS-PTR
              END-PERFORM
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.

      *    Facteurs de développement de la charge : pour chaque
      *    passage DEV k -> DEV k+1, somme des charges en k+1 sur
      *    somme des charges en k des années qui ont les deux
       ECRIT-FACTEURS.
           INITIALIZE WS-LIG-RAP.
           MOVE 1 TO WS-PTR.
           STRING 'FACT.' DELIMITED BY SIZE
              INTO WS-LIG-RAP WITH POINTER WS-PTR.
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                   UNTIL WS-IND-DV >= WS-NB-ANNEES
              MOVE 0 TO WS-SOMME-1
              MOVE 0 TO WS-SOMME-2
              PERFORM VARYING WS-IND-AN FROM 1 BY 1
                      UNTIL WS-IND-AN > WS-NB-ANNEES - WS-IND-DV
                 ADD WS-TY-CHARGE(WS-IND-TY, WS-IND-AN, WS-IND-DV)
                    TO WS-SOMME-1
                 ADD WS-TY-CHARGE(WS-IND-TY, WS-IND-AN, WS-IND-DV + 1)
                    TO WS-SOMME-2
              END-PERFORM
              IF WS-SOMME-1 > 0
                 COMPUTE WS-FACTEUR ROUNDED = WS-SOMME-2 / WS-SOMME-1
                    ON SIZE ERROR
                       MOVE 999,999 TO WS-FACTEUR
                 END-COMPUTE
                 MOVE WS-FACTEUR TO WS-FACTEUR-CHAR
                 STRING '      ' WS-FACTEUR-CHAR DELIMITED BY SIZE
                    INTO WS-LIG-RAP WITH POINTER WS-PTR
              ELSE
                 STRING '            -' DELIMITED BY SIZE
                    INTO WS-LIG-RAP WITH POINTER WS-PTR
              END-IF
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

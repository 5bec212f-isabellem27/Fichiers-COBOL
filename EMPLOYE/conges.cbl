      *=============================================================*
      *    GESTION DES CONGES DU PERSONNEL                          *
      *       Les soldes de congés étaient tenus par agence dans    *
      *       des tableurs séparés. Traitement mensuel, pour le     *
      *       mois lu dans conges.param (AAAAMM en colonnes 1 à 6,  *
      *       mois de la date système par défaut) :                 *
      *         - acquisition du mois sur le solde de chaque        *
      *           employé de FichierClient.txt selon sa date        *
      *           d'embauche (droit mensuel en colonnes 7 à 9 du    *
      *           paramètre, en centièmes de jour, 2,08 jours       *
      *           ouvrés par défaut) ;                              *
      *         - contrôle des demandes de Conges-Demandes.txt      *
      *           (matricule, type CP/SS/EX, dates de début et de   *
      *           fin) : jours ouvrés décomptés par datecalc, jours *
      *           fériés de jours-feries.txt exclus, solde de       *
      *           congés payés suffisant, pas de chevauchement ;    *
      *         - soldes mis à jour dans Conges-Soldes-maj.txt      *
      *           (dessin FCONGES, à substituer à Conges-Soldes.txt *
      *           une fois vérifiés, comme FichierClient-mouvements *
      *           de mouvpers), demandes rejetées dans              *
      *           Conges-Rejets.txt, calendrier des absences du     *
      *           mois par agence dans Conges-Calendrier.txt ;      *
      *         - congés accordés ajoutés à Conges-Pris.txt (dessin *
      *           FCGPRIS) pour les bulletins de bulpaie ; relancer *
      *           le mois remplace ses lignes.                      *
      *       Un mois de paie fermé par la transaction cloture      *
      *       (periodes.txt, domaine PAIE) n'est plus réécrit :     *
      *       le passage est refusé (message 0601, code 16).        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conges.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE
           ASSIGN TO 'FichierClient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEMP.

      *    soldes de congés du mois précédent, une ligne par matricule
           SELECT F-SOLDE
           ASSIGN TO 'Conges-Soldes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSOLDE.

      *    soldes mis à jour, au même dessin FCONGES
           SELECT F-SOLMAJ
           ASSIGN TO 'Conges-Soldes-maj.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSOLMAJ.

      *    demandes de congés : matricule (1-10), type (11-12),
      *    date de début (13-20) et date de fin (21-28) en AAAAMMJJ
           SELECT F-DEMANDE
           ASSIGN TO 'Conges-Demandes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FDEM.

      *    congés accordés, réécrits à chaque traitement à partir de
      *    la génération précédente
           SELECT F-CGPRIS
           ASSIGN TO 'Conges-Pris.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPRIS.

           SELECT F-PRISPREC
           ASSIGN TO 'Conges-Pris-prec.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPRISPREC.

           SELECT F-REJET
           ASSIGN TO 'Conges-Rejets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREJET.

           SELECT F-CALEND
           ASSIGN TO 'Conges-Calendrier.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCAL.

      *    paramètre de lancement : mois traité AAAAMM (1-6) et droit
      *    mensuel en centièmes de jour (7-9)
           SELECT PARAM-CTL
           ASSIGN TO 'conges.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       COPY  'FCONGES.cpy' REPLACING ==:SOLDE:== BY ==SOLDE==.

       COPY  'FCONGES.cpy' REPLACING ==:SOLDE:== BY ==SOLMAJ==.

       COPY  'FCGPRIS.cpy'.

       FD  F-PRISPREC
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PRISPREC        PIC X(60).

       FD  F-DEMANDE
           RECORD CONTAINS 1 TO 28 CHARACTERS
           RECORDING MODE IS V.
       01  R-DEMANDE.
           05 RDEM-ID          PIC X(10).
           05 RDEM-TYPE        PIC X(02).
              88 RDEM-CONGE-PAYE             VALUE 'CP'.
              88 RDEM-TYPE-CONNU             VALUE 'CP' 'SS' 'EX'.
           05 RDEM-DEBUT       PIC X(08).
           05 RDEM-FIN         PIC X(08).

       FD  F-REJET
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REJET           PIC X(100).

       FD  F-CALEND
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CALEND          PIC X(120).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL       PIC X(20).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FEMPOK                  VALUE '00'   .
       88  WS-STAT-FEMPFIN                 VALUE '10'   .
       01  WS-STAT-FSOLDE     PIC XX                    .
       88  WS-STAT-FSOLDEOK                VALUE '00'   .
       88  WS-STAT-FSOLDEFIN               VALUE '10'   .
       88  WS-STAT-FSOLDENOFILE            VALUE '35'   .
       01  WS-STAT-FSOLMAJ    PIC XX                    .
       88  WS-STAT-FSOLMAJOK               VALUE '00'   .
       01  WS-STAT-FDEM       PIC XX                    .
       88  WS-STAT-FDEMOK                  VALUE '00'   .
       88  WS-STAT-FDEMFIN                 VALUE '10'   .
       88  WS-STAT-FDEMNOFILE              VALUE '35'   .
       01  WS-STAT-FPRIS      PIC XX                    .
       88  WS-STAT-FPRISOK                 VALUE '00'   .
       88  WS-STAT-FPRISFIN                VALUE '10'   .
       88  WS-STAT-FPRISNOFILE             VALUE '35'   .
       01  WS-STAT-FPRISPREC  PIC XX                    .
       88  WS-STAT-FPRISPRECOK             VALUE '00'   .
       88  WS-STAT-FPRISPRECFIN            VALUE '10'   .
       01  WS-STAT-FREJET     PIC XX                    .
       88  WS-STAT-FREJETOK                VALUE '00'   .
       01  WS-STAT-FCAL       PIC XX                    .
       88  WS-STAT-FCALOK                  VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    mois traité et droit mensuel, lus dans conges.param
       01  WS-PERIODE.
           03 WS-PER-ANNEE    PIC 9(4)      VALUE 0     .
           03 WS-PER-MOIS     PIC 99        VALUE 0     .
       01  WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6)   .
       01  WS-PERIODE-CHAR    PIC X(7)      VALUE SPACES.
       01  WS-DEBUT-MOIS      PIC X(8)      VALUE SPACES.
       01  WS-DROIT-MOIS      PIC 9V99      VALUE 2.08  .
       01  WS-DROIT-X         PIC X(3)      VALUE SPACES.
       01  WS-DROIT-9 REDEFINES WS-DROIT-X PIC 9V99     .

      *    reprise des congés accordés par les autres traitements
       01  WS-PRIS-EXISTE     PIC X         VALUE 'N'   .
           88 WS-PRIS-A-REPRENDRE           VALUE 'O'   .

      * gestion de la table des employés et de leurs soldes, triée
      * par agence pour le calendrier des absences
       01  WS-NB-ENREG        PIC 9(4)      VALUE 0     .
       01  WS-IND-TAB         PIC 9(4)      VALUE 0     .
       01  WS-IND-EMP         PIC 9(4)      VALUE 0     .
       01  WS-IND-DEB-AG      PIC 9(4)      VALUE 0     .
       01  WS-IND-FIN-AG      PIC 9(4)      VALUE 0     .
       01  WS-TAB-ENREG.
           03 ENR-CG      OCCURS  1 TO 9999 TIMES
                           DEPENDING ON WS-NB-ENREG.
            05 WS-EMPAG      PIC X(3)              .
            05 WS-EMPID      PIC X(10)             .
            05 WS-EMPNOM     PIC X(20)             .
            05 WS-EMPPREN    PIC X(20)             .
            05 WS-EMPEMB     PIC X(8)              .
            05 WS-EMPEMB-NUM REDEFINES WS-EMPEMB PIC 9(8).
            05 WS-CG-PERIODE PIC 9(6)              .
            05 WS-CG-PER-DET REDEFINES WS-CG-PERIODE.
               07 WS-CG-PER-ANNEE PIC 9(4)         .
               07 WS-CG-PER-MOIS  PIC 99           .
            05 WS-CG-SOLDE   PIC 9(3)V99           .
            05 WS-CG-ACQUIS  PIC 9(3)V99           .
            05 WS-CG-PRIS    PIC 9(3)V99           .
            05 WS-CG-AUTRES  PIC 9(3)V99           .

      *    congés accordés : repris des traitements précédents (s'ils
      *    finissent dans le mois traité ou après) et du traitement
       01  WS-IND-ABS         PIC 9(4)      VALUE 0     .
       01  WS-ABSENCES.
           03 WS-NB-ABS       PIC 9(4)      VALUE 0     .
           03 WS-ABS-TAB  OCCURS 1 TO 3000 TIMES
                           DEPENDING ON WS-NB-ABS.
              05 WS-AB-ID        PIC X(10)              .
              05 WS-AB-TYPE      PIC X(2)               .
              05 WS-AB-DEBUT     PIC X(8)               .
              05 WS-AB-FIN       PIC X(8)               .
              05 WS-AB-NB        PIC 9(3)V99            .

      *    jours du mois traité : O ouvré, N chômé (week-end ou
      *    férié), rempli par datecalc
       01  WS-IND-JOUR        PIC 99        VALUE 0     .
       01  WS-NB-JOURS-MOIS   PIC 99        VALUE 0     .
       01  WS-JOUR-X          PIC 99        VALUE 0     .
       01  WS-MOIS-JOURS.
           03 WS-JM-OUVRE OCCURS 31 TIMES PIC X         .

      *    contrôle de la demande courante
       01  WS-ID-CHERCHE      PIC X(10)     VALUE SPACES.
       01  WS-MOTIF           PIC X(60)     VALUE SPACES.
       01  WS-NB-OUVRES       PIC 9(3)V99   VALUE 0     .
       01  WS-NB-OUVRES-MOIS  PIC 9(3)      VALUE 0     .
       01  WS-DATE-SAISIE     PIC X(8)      VALUE SPACES.
       01  WS-DATE-AFF        PIC X(10)     VALUE SPACES.
       01  WS-DATE-AFF2       PIC X(10)     VALUE SPACES.
       01  WS-DATE-JOUR       PIC X(8)      VALUE SPACES.
       01  WS-MARQUE          PIC X         VALUE SPACE .

      *    compteurs et zones d'édition
       01  WS-NB-DEMANDES     PIC 9(5)      VALUE 0     .
       01  WS-NB-ACCORDES     PIC 9(5)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(5)      VALUE 0     .
       01  WS-NB-ACQUIS       PIC 9(4)      VALUE 0     .
       01  WS-NB-DEJA-ACQUIS  PIC 9(4)      VALUE 0     .
       01  WS-NB-REPRIS       PIC 9(5)      VALUE 0     .
       01  WS-NB-REMPL        PIC 9(5)      VALUE 0     .
       01  WS-AG-JOURS        PIC 9(5)      VALUE 0     .
       01  WS-JOURS-CHAR      PIC ZZ9.99                .
       01  WS-SOLDE-CHAR      PIC ZZ9.99                .
       01  WS-NB-CHAR         PIC Z(4)9                 .
       01  WS-LIG-RAP         PIC X(120)    VALUE SPACES.

      * zone d'échange du calculateur de dates commun (datecalc)
           COPY DATECALC.

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

           PERFORM CHARGE-PARAM.
           PERFORM CONTROLE-PERIODE.
           PERFORM CHARGE-JOURS-MOIS THRU CHARGE-JOURS-MOIS-FIN.

      * Lecture du fichier employé, chargement dans la table
           OPEN INPUT F-EMPLOYE.
           IF (NOT WS-STAT-FEMPOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FEMPFIN
              PERFORM LECT-FILE
           END-PERFORM.
           CLOSE F-EMPLOYE.

      * Tri par agence puis matricule pour le calendrier
           SORT ENR-CG ASCENDING
           KEY WS-EMPAG OF WS-TAB-ENREG WS-EMPID OF WS-TAB-ENREG.

      * Soldes du mois précédent puis acquisition du mois
           PERFORM CHARGE-SOLDES THRU CHARGE-SOLDES-FIN.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL (WS-IND-TAB > WS-NB-ENREG)
              PERFORM ACQUISITION THRU ACQUISITION-FIN
           END-PERFORM.

      * Congés accordés des autres traitements, puis demandes
           PERFORM SAUVE-PRIS THRU SAUVE-PRIS-FIN.
           PERFORM REPRISE-PRIS THRU REPRISE-PRIS-FIN.
           PERFORM TRAITE-DEMANDES THRU TRAITE-DEMANDES-FIN.
           CLOSE F-CGPRIS.

           PERFORM ECRIT-SOLDES.
           PERFORM ECRIT-CALENDRIER.

           DISPLAY 'MOIS TRAITE              :' SPACE WS-PERIODE-CHAR.
           DISPLAY 'ACQUISITIONS DU MOIS     :' SPACE WS-NB-ACQUIS.
           IF WS-NB-DEJA-ACQUIS > 0
              DISPLAY 'MOIS DEJA ACQUIS (SOLDES NON MODIFIES) :'
                 SPACE WS-NB-DEJA-ACQUIS
           END-IF.
           DISPLAY 'DEMANDES LUES            :' SPACE WS-NB-DEMANDES.
           DISPLAY 'DEMANDES ACCORDEES       :' SPACE WS-NB-ACCORDES.
           DISPLAY 'DEMANDES REJETEES        :' SPACE WS-NB-REJETS.
           IF WS-NB-REMPL > 0
              DISPLAY 'MOIS DEJA TRAITE - ' WS-NB-REMPL SPACE
                 'CONGE(S) ACCORDE(S) REMPLACE(S)'
           END-IF.
           IF WS-NB-REJETS > 0
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
           MOVE 'conges' TO JR-PROGRAMME.
           MOVE WS-NB-DEMANDES TO JR-NB-LUS.
           MOVE WS-NB-ACCORDES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS   TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit conges.param : mois traité (AAAAMM) et droit mensuel
      *    en centièmes de jour ; absent ou illisible -> mois de la
      *    date système et 2,08 jours ouvrés (25 jours par an)
       CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE-X.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK
                 AND (REC-PARAM-CTL(1:6) NUMERIC)
                 AND (REC-PARAM-CTL(5:2) >= '01')
                 AND (REC-PARAM-CTL(5:2) <= '12')
                 MOVE REC-PARAM-CTL(1:6) TO WS-PERIODE-X
                 MOVE REC-PARAM-CTL(7:3) TO WS-DROIT-X
                 IF (WS-DROIT-9 NUMERIC) AND (WS-DROIT-9 > 0)
                    MOVE WS-DROIT-9 TO WS-DROIT-MOIS
                 END-IF
              ELSE
                 DISPLAY 'MOIS CONGES.PARAM ILLISIBLE - MOIS '
                    'COURANT RETENU'
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
           STRING WS-PERIODE-X '01'
           DELIMITED BY SIZE
           INTO WS-DEBUT-MOIS.

      *    Mois de paie fermé (periodes.txt, transaction cloture) :
      *    les congés pris lus par les bulletins de ce mois ne sont
      *    pas réécrits ; periode a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PAIE' TO PE-DOMAINE.
           MOVE WS-PERIODE-X TO PE-PERIODE.
           MOVE 'conges' TO PE-PROGRAMME.
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

      *    Jours du mois traité : datecalc dit si la date existe (V)
      *    puis si elle est ouvrée (N sur la seule journée) ; sans
      *    calculateur les congés ne peuvent pas être décomptés
       CHARGE-JOURS-MOIS.
           MOVE 0 TO WS-NB-JOURS-MOIS.
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL (WS-IND-JOUR > 31)
              MOVE SPACE TO WS-JM-OUVRE(WS-IND-JOUR)
              MOVE WS-IND-JOUR TO WS-JOUR-X
              STRING WS-PERIODE-X WS-JOUR-X
              DELIMITED BY SIZE
              INTO WS-DATE-JOUR
              INITIALIZE DC-ZONE
              MOVE 'N' TO DC-ACTION
              MOVE WS-DATE-JOUR TO DC-DATE1
              MOVE WS-DATE-JOUR TO DC-DATE2
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'datecalc' USING BY REFERENCE DC-ZONE
                 ON EXCEPTION
                    DISPLAY 'CALCULATEUR DE DATES DATECALC '
                       'INDISPONIBLE - CONGES NON TRAITES'
                    MOVE 12 TO RETURN-CODE
                    MOVE 'ERREUR' TO JR-STATUT
                    PERFORM ECRIT-JOURNAL
                    GOBACK
                 NOT ON EXCEPTION
                    MOVE WS-RC-SAUVE TO RETURN-CODE
              END-CALL
              IF DC-RC = 0
                 MOVE WS-IND-JOUR TO WS-NB-JOURS-MOIS
                 IF DC-NB-JOURS > 0
                    MOVE 'O' TO WS-JM-OUVRE(WS-IND-JOUR)
                 ELSE
                    MOVE 'N' TO WS-JM-OUVRE(WS-IND-JOUR)
                 END-IF
              END-IF
           END-PERFORM.
       CHARGE-JOURS-MOIS-FIN.
           EXIT.

      * Lecture du fichier client et chargement de la table ;
      * l'entête et le total de contrôle (*ENTETE/*TOTAL) ne sont
      * pas des employés, ils sont sautés comme dans filecpy0
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
                          ADD 1 TO WS-NB-ENREG
                          INITIALIZE ENR-CG(WS-NB-ENREG)
                          MOVE REMPLOYE-ID       TO
                             WS-EMPID   OF ENR-CG(WS-NB-ENREG)
                          MOVE REMPLOYE-NOM      TO
                             WS-EMPNOM  OF ENR-CG(WS-NB-ENREG)
                          MOVE REMPLOYE-PRENOM   TO
                             WS-EMPPREN OF ENR-CG(WS-NB-ENREG)
                          MOVE REMPLOYE-AGENCE   TO
                             WS-EMPAG   OF ENR-CG(WS-NB-ENREG)
                          MOVE REMPLOYE-EMBAUCHE TO
                             WS-EMPEMB  OF ENR-CG(WS-NB-ENREG)
                    END-EVALUATE
                 END-IF
              END-IF.

      *    Cherche le matricule WS-ID-CHERCHE dans la table ;
      *    WS-IND-EMP > WS-NB-ENREG s'il n'y est pas
       CHERCHE-EMPLOYE.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL (WS-IND-EMP > WS-NB-ENREG)
                   OR (WS-EMPID OF ENR-CG(WS-IND-EMP)
                        = WS-ID-CHERCHE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-EMP TO WS-IND-EMP
           END-PERFORM.

      *    Soldes du mois précédent ; à la première utilisation le
      *    fichier n'existe pas et tous les soldes partent de zéro.
      *    Le solde d'un matricule sorti de l'effectif n'est pas
      *    repris
       CHARGE-SOLDES.
           OPEN INPUT F-SOLDE.
           IF WS-STAT-FSOLDENOFILE
              DISPLAY 'CONGES-SOLDES.TXT ABSENT - SOLDES A ZERO'
              GO TO CHARGE-SOLDES-FIN
           END-IF.
           IF NOT WS-STAT-FSOLDEOK
              DISPLAY 'CODE RETOUR D''ERREUR SOLDES' SPACE
                 WS-STAT-FSOLDE
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           READ F-SOLDE.
           PERFORM UNTIL WS-STAT-FSOLDEFIN
              MOVE RSOLDE-ID TO WS-ID-CHERCHE
              PERFORM CHERCHE-EMPLOYE
              IF WS-IND-EMP > WS-NB-ENREG
                 DISPLAY 'SOLDE DU MATRICULE' SPACE RSOLDE-ID SPACE
                    'SORTI DE L''EFFECTIF - NON REPRIS'
              ELSE
                 IF (RSOLDE-PERIODE NUMERIC)
                    AND (RSOLDE-SOLDE NUMERIC)
                    AND (RSOLDE-ACQUIS-AN NUMERIC)
                    AND (RSOLDE-PRIS-AN NUMERIC)
                    AND (RSOLDE-AUTRES-AN NUMERIC)
                    MOVE RSOLDE-PERIODE   TO
                       WS-CG-PERIODE OF ENR-CG(WS-IND-EMP)
                    MOVE RSOLDE-SOLDE     TO
                       WS-CG-SOLDE   OF ENR-CG(WS-IND-EMP)
                    MOVE RSOLDE-ACQUIS-AN TO
                       WS-CG-ACQUIS  OF ENR-CG(WS-IND-EMP)
                    MOVE RSOLDE-PRIS-AN   TO
                       WS-CG-PRIS    OF ENR-CG(WS-IND-EMP)
                    MOVE RSOLDE-AUTRES-AN TO
                       WS-CG-AUTRES  OF ENR-CG(WS-IND-EMP)
                 ELSE
                    DISPLAY 'SOLDE ILLISIBLE POUR' SPACE RSOLDE-ID
                       SPACE '- REPART DE ZERO'
                 END-IF
              END-IF
              READ F-SOLDE
           END-PERFORM.
       CHARGE-SOLDES-FIN.
           CLOSE F-SOLDE.

      *    Acquisition du mois traité : une seule fois par mois et
      *    par matricule ; rien avant le mois d'embauche, rien non
      *    plus pour une embauche après le 15 du mois. Les cumuls
      *    annuels repartent de zéro au premier mois d'une année
       ACQUISITION.
           IF WS-CG-PERIODE OF ENR-CG(WS-IND-TAB) >= WS-PERIODE
              ADD 1 TO WS-NB-DEJA-ACQUIS
              GO TO ACQUISITION-FIN
           END-IF.
           IF (WS-EMPEMB-NUM OF ENR-CG(WS-IND-TAB) NUMERIC)
              AND (WS-EMPEMB OF ENR-CG(WS-IND-TAB)(1:6)
                    > WS-PERIODE-X)
              GO TO ACQUISITION-FIN
           END-IF.
           IF WS-CG-PER-ANNEE OF ENR-CG(WS-IND-TAB) NOT = WS-PER-ANNEE
              MOVE 0 TO WS-CG-ACQUIS OF ENR-CG(WS-IND-TAB)
              MOVE 0 TO WS-CG-PRIS   OF ENR-CG(WS-IND-TAB)
              MOVE 0 TO WS-CG-AUTRES OF ENR-CG(WS-IND-TAB)
           END-IF.
           MOVE WS-PERIODE TO WS-CG-PERIODE OF ENR-CG(WS-IND-TAB).
           IF (WS-EMPEMB-NUM OF ENR-CG(WS-IND-TAB) NUMERIC)
              AND (WS-EMPEMB OF ENR-CG(WS-IND-TAB)(1:6)
                    = WS-PERIODE-X)
              AND (WS-EMPEMB OF ENR-CG(WS-IND-TAB)(7:2) > '15')
              GO TO ACQUISITION-FIN
           END-IF.
           ADD WS-DROIT-MOIS TO WS-CG-SOLDE  OF ENR-CG(WS-IND-TAB).
           ADD WS-DROIT-MOIS TO WS-CG-ACQUIS OF ENR-CG(WS-IND-TAB).
           ADD 1 TO WS-NB-ACQUIS.
       ACQUISITION-FIN.
           EXIT.

      *    Conserve la génération courante des congés accordés dans
      *    Conges-Pris-prec.txt avant de la réécrire
       SAUVE-PRIS.
           OPEN INPUT F-CGPRIS.
           IF WS-STAT-FPRISNOFILE
              GO TO SAUVE-PRIS-FIN
           END-IF.
           IF NOT WS-STAT-FPRISOK
              DISPLAY 'CODE RETOUR D''ERREUR CONGES PRIS' SPACE
                 WS-STAT-FPRIS
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN OUTPUT F-PRISPREC.
           IF NOT WS-STAT-FPRISPRECOK
              DISPLAY 'CODE RETOUR D''ERREUR CONGES PRIS PREC' SPACE
                 WS-STAT-FPRISPREC
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           MOVE 'O' TO WS-PRIS-EXISTE.
           READ F-CGPRIS.
           PERFORM UNTIL WS-STAT-FPRISFIN
              MOVE R-CGPRIS TO REC-PRISPREC
              WRITE REC-PRISPREC
              READ F-CGPRIS
           END-PERFORM.
           CLOSE F-CGPRIS.
           CLOSE F-PRISPREC.
       SAUVE-PRIS-FIN.
           EXIT.

      *    Réécrit les congés accordés sans ceux du mois traité
      *    (remplacés si le traitement est relancé) ; ceux qui ne
      *    sont pas terminés avant le mois traité sont gardés en
      *    table pour les chevauchements et le calendrier
       REPRISE-PRIS.
           OPEN OUTPUT F-CGPRIS.
           IF NOT WS-STAT-FPRISOK
              DISPLAY 'CODE RETOUR D''ERREUR CONGES PRIS' SPACE
                 WS-STAT-FPRIS
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-PRIS-A-REPRENDRE
              GO TO REPRISE-PRIS-FIN
           END-IF.
           OPEN INPUT F-PRISPREC.
           READ F-PRISPREC.
           PERFORM UNTIL WS-STAT-FPRISPRECFIN
              MOVE REC-PRISPREC TO R-CGPRIS
              IF RCGP-TRAITEMENT = WS-PERIODE
                 ADD 1 TO WS-NB-REMPL
              ELSE
                 WRITE R-CGPRIS
                 ADD 1 TO WS-NB-REPRIS
                 IF RCGP-FIN >= WS-DEBUT-MOIS
                    PERFORM AJOUTE-ABSENCE
                 END-IF
              END-IF
              READ F-PRISPREC
           END-PERFORM.
           CLOSE F-PRISPREC.
       REPRISE-PRIS-FIN.
           EXIT.

      *    Garde en table le congé accordé de R-CGPRIS
       AJOUTE-ABSENCE.
           IF WS-NB-ABS >= 3000
              DISPLAY 'TABLE DES CONGES PLEINE - ' RCGP-ID SPACE
                 RCGP-DEBUT SPACE 'HORS CALENDRIER'
           ELSE
              ADD 1 TO WS-NB-ABS
              MOVE RCGP-ID       TO WS-AB-ID(WS-NB-ABS)
              MOVE RCGP-TYPE     TO WS-AB-TYPE(WS-NB-ABS)
              MOVE RCGP-DEBUT    TO WS-AB-DEBUT(WS-NB-ABS)
              MOVE RCGP-FIN      TO WS-AB-FIN(WS-NB-ABS)
              MOVE RCGP-NB-JOURS TO WS-AB-NB(WS-NB-ABS)
           END-IF.

      *    Contrôle des demandes ; chaque refus est écrit avec son
      *    motif dans Conges-Rejets.txt. Sans fichier de demandes le
      *    traitement se limite à l'acquisition du mois
       TRAITE-DEMANDES.
           OPEN OUTPUT F-REJET.
           INITIALIZE WS-LIG-RAP.
           STRING 'DEMANDES DE CONGES REJETEES - MOIS TRAITE '
                  WS-PERIODE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-REJET.
           WRITE REC-REJET.
           MOVE ALL '=' TO REC-REJET.
           WRITE REC-REJET.
           OPEN INPUT F-DEMANDE.
           IF WS-STAT-FDEMNOFILE
              DISPLAY 'CONGES-DEMANDES.TXT ABSENT - AUCUNE DEMANDE'
              GO TO TRAITE-DEMANDES-FIN
           END-IF.
           IF NOT WS-STAT-FDEMOK
              DISPLAY 'CODE RETOUR D''ERREUR DEMANDES' SPACE
                 WS-STAT-FDEM
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              GO TO TRAITE-DEMANDES-FIN
           END-IF.
           READ F-DEMANDE.
           PERFORM UNTIL WS-STAT-FDEMFIN
              IF RDEM-ID NOT = SPACES
                 PERFORM TRAITE-UNE-DEMANDE
                    THRU TRAITE-UNE-DEMANDE-FIN
              END-IF
              MOVE SPACES TO R-DEMANDE
              READ F-DEMANDE
           END-PERFORM.
           CLOSE F-DEMANDE.
       TRAITE-DEMANDES-FIN.
           CLOSE F-REJET.

       TRAITE-UNE-DEMANDE.
           ADD 1 TO WS-NB-DEMANDES.
           MOVE RDEM-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHE-EMPLOYE.
           MOVE SPACES TO WS-MOTIF.
           IF WS-IND-EMP > WS-NB-ENREG
              MOVE 'MATRICULE INCONNU' TO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.
           IF NOT RDEM-TYPE-CONNU
              MOVE 'TYPE DE CONGE INCONNU (CP, SS OU EX)' TO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.

      *    jours ouvrés de la période, fériés exclus
           INITIALIZE DC-ZONE.
           MOVE 'N' TO DC-ACTION.
           MOVE RDEM-DEBUT TO DC-DATE1.
           MOVE RDEM-FIN   TO DC-DATE2.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
                 MOVE 1 TO DC-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           EVALUATE DC-RC
              WHEN 0
                 CONTINUE
              WHEN 2
                 MOVE 'DATE DE FIN AVANT LA DATE DE DEBUT' TO WS-MOTIF
                 GO TO TRAITE-UNE-DEMANDE-REJET
              WHEN OTHER
                 MOVE 'DATE DE DEBUT OU DE FIN INVALIDE' TO WS-MOTIF
                 GO TO TRAITE-UNE-DEMANDE-REJET
           END-EVALUATE.
           IF DC-NB-JOURS = 0
              MOVE 'AUCUN JOUR OUVRE SUR LA PERIODE' TO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.
           IF DC-NB-JOURS > 999
              MOVE 'PERIODE TROP LONGUE' TO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.
           MOVE DC-NB-JOURS TO WS-NB-OUVRES.
           IF (WS-EMPEMB-NUM OF ENR-CG(WS-IND-EMP) NUMERIC)
              AND (RDEM-DEBUT < WS-EMPEMB OF ENR-CG(WS-IND-EMP))
              MOVE 'CONGE ANTERIEUR A LA DATE D''EMBAUCHE' TO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.

      *    pas de chevauchement avec un congé déjà accordé
           PERFORM VARYING WS-IND-ABS FROM 1 BY 1
                   UNTIL (WS-IND-ABS > WS-NB-ABS)
                   OR ((WS-AB-ID(WS-IND-ABS) = RDEM-ID)
                   AND (RDEM-DEBUT <= WS-AB-FIN(WS-IND-ABS))
                   AND (RDEM-FIN >= WS-AB-DEBUT(WS-IND-ABS)))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-ABS TO WS-IND-ABS
           END-PERFORM.
           IF WS-IND-ABS <= WS-NB-ABS
              MOVE WS-AB-DEBUT(WS-IND-ABS) TO WS-DATE-SAISIE
              PERFORM FORMATE-DATE
              MOVE WS-DATE-AFF TO WS-DATE-AFF2
              MOVE WS-AB-FIN(WS-IND-ABS) TO WS-DATE-SAISIE
              PERFORM FORMATE-DATE
              STRING 'CHEVAUCHE LE CONGE ' WS-AB-TYPE(WS-IND-ABS)
                     ' DU ' WS-DATE-AFF2 ' AU ' WS-DATE-AFF
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.

      *    congés payés : solde suffisant
           IF RDEM-CONGE-PAYE
              AND (WS-NB-OUVRES > WS-CG-SOLDE OF ENR-CG(WS-IND-EMP))
              MOVE WS-NB-OUVRES TO WS-JOURS-CHAR
              MOVE WS-CG-SOLDE OF ENR-CG(WS-IND-EMP) TO WS-SOLDE-CHAR
              STRING 'SOLDE INSUFFISANT : DEMANDE ' WS-JOURS-CHAR
                     ' J, SOLDE ' WS-SOLDE-CHAR ' J'
              DELIMITED BY SIZE
              INTO WS-MOTIF
              GO TO TRAITE-UNE-DEMANDE-REJET
           END-IF.

      *    demande accordée : solde, cumuls de l'année et congés pris
           IF RDEM-CONGE-PAYE
              SUBTRACT WS-NB-OUVRES
                 FROM WS-CG-SOLDE OF ENR-CG(WS-IND-EMP)
              ADD WS-NB-OUVRES TO WS-CG-PRIS OF ENR-CG(WS-IND-EMP)
           ELSE
              ADD WS-NB-OUVRES TO WS-CG-AUTRES OF ENR-CG(WS-IND-EMP)
           END-IF.
           MOVE SPACES TO R-CGPRIS.
           MOVE WS-PERIODE       TO RCGP-TRAITEMENT.
           MOVE RDEM-DEBUT(1:6)  TO RCGP-MOIS.
           MOVE RDEM-ID          TO RCGP-ID.
           MOVE RDEM-TYPE        TO RCGP-TYPE.
           MOVE RDEM-DEBUT       TO RCGP-DEBUT.
           MOVE RDEM-FIN         TO RCGP-FIN.
           MOVE WS-NB-OUVRES     TO RCGP-NB-JOURS.
           MOVE WS-CG-SOLDE OF ENR-CG(WS-IND-EMP) TO RCGP-SOLDE.
           WRITE R-CGPRIS.
           PERFORM AJOUTE-ABSENCE.
           ADD 1 TO WS-NB-ACCORDES.
           GO TO TRAITE-UNE-DEMANDE-FIN.

       TRAITE-UNE-DEMANDE-REJET.
           ADD 1 TO WS-NB-REJETS.
           INITIALIZE WS-LIG-RAP.
           STRING RDEM-ID SPACE RDEM-TYPE
                  ' DU ' RDEM-DEBUT ' AU ' RDEM-FIN
                  ' : ' WS-MOTIF
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-REJET.
           WRITE REC-REJET.
       TRAITE-UNE-DEMANDE-FIN.
           EXIT.

      *    AAAAMMJJ de WS-DATE-SAISIE en JJ/MM/AAAA dans WS-DATE-AFF
       FORMATE-DATE.
           MOVE SPACES TO WS-DATE-AFF.
           STRING WS-DATE-SAISIE(7:2) '/' WS-DATE-SAISIE(5:2) '/'
                  WS-DATE-SAISIE(1:4)
           DELIMITED BY SIZE
           INTO WS-DATE-AFF.

      *    Soldes mis à jour, un enregistrement par employé
       ECRIT-SOLDES.
           OPEN OUTPUT F-SOLMAJ.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL (WS-IND-TAB > WS-NB-ENREG)
              MOVE SPACES TO R-SOLMAJ
              MOVE WS-EMPID      OF ENR-CG(WS-IND-TAB) TO RSOLMAJ-ID
              MOVE WS-CG-PERIODE OF ENR-CG(WS-IND-TAB)
                 TO RSOLMAJ-PERIODE
              MOVE WS-CG-SOLDE   OF ENR-CG(WS-IND-TAB)
                 TO RSOLMAJ-SOLDE
              MOVE WS-CG-ACQUIS  OF ENR-CG(WS-IND-TAB)
                 TO RSOLMAJ-ACQUIS-AN
              MOVE WS-CG-PRIS    OF ENR-CG(WS-IND-TAB)
                 TO RSOLMAJ-PRIS-AN
              MOVE WS-CG-AUTRES  OF ENR-CG(WS-IND-TAB)
                 TO RSOLMAJ-AUTRES-AN
              WRITE R-SOLMAJ
           END-PERFORM.
           CLOSE F-SOLMAJ.

      *    Calendrier des absences du mois par agence : une grille
      *    jour par jour par employé (rupture sur le code agence de
      *    la table triée), puis le détail des congés de l'agence
       ECRIT-CALENDRIER.
           OPEN OUTPUT F-CALEND.
           INITIALIZE WS-LIG-RAP.
           STRING 'CALENDRIER DES ABSENCES - MOIS ' WS-PERIODE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.
           INITIALIZE WS-LIG-RAP.
           STRING 'LEGENDE : . PRESENT  - NON OUVRE  C CONGE PAYE  '
                  'S SANS SOLDE  E EXCEPTIONNEL'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.
           MOVE 1 TO WS-IND-DEB-AG.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL (WS-IND-TAB > WS-NB-ENREG)
              IF (WS-IND-TAB = 1)
                 OR (WS-EMPAG OF ENR-CG(WS-IND-TAB)
                       NOT = WS-EMPAG OF ENR-CG(WS-IND-TAB - 1))
                 IF WS-IND-TAB > 1
                    COMPUTE WS-IND-FIN-AG = WS-IND-TAB - 1
                    PERFORM ECRIT-DETAIL-AGENCE
                 END-IF
                 MOVE WS-IND-TAB TO WS-IND-DEB-AG
                 PERFORM ECRIT-ENTETE-AGENCE
              END-IF
              PERFORM ECRIT-LIGNE-CALENDRIER
           END-PERFORM.
           IF WS-NB-ENREG > 0
              MOVE WS-NB-ENREG TO WS-IND-FIN-AG
              PERFORM ECRIT-DETAIL-AGENCE
           END-IF.
           CLOSE F-CALEND.

       ECRIT-ENTETE-AGENCE.
           MOVE ALL '=' TO REC-CALEND.
           WRITE REC-CALEND.
           INITIALIZE WS-LIG-RAP.
           STRING 'AGENCE ' WS-EMPAG OF ENR-CG(WS-IND-TAB)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.
      *    numéros des jours sur deux lignes (dizaines, unités)
           MOVE SPACES TO WS-LIG-RAP.
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL (WS-IND-JOUR > WS-NB-JOURS-MOIS)
              MOVE WS-IND-JOUR TO WS-JOUR-X
              MOVE WS-JOUR-X(1:1) TO WS-LIG-RAP(32 + WS-IND-JOUR:1)
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.
           MOVE SPACES TO WS-LIG-RAP.
           MOVE 'MATRICULE  NOM' TO WS-LIG-RAP.
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL (WS-IND-JOUR > WS-NB-JOURS-MOIS)
              MOVE WS-IND-JOUR TO WS-JOUR-X
              MOVE WS-JOUR-X(2:1) TO WS-LIG-RAP(32 + WS-IND-JOUR:1)
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.
           MOVE ALL '-' TO REC-CALEND.
           WRITE REC-CALEND.

      *    Une ligne de grille : chaque jour ouvré couvert par un
      *    congé accordé de l'employé porte la lettre de son type
       ECRIT-LIGNE-CALENDRIER.
           MOVE SPACES TO WS-LIG-RAP.
           MOVE WS-EMPID  OF ENR-CG(WS-IND-TAB) TO WS-LIG-RAP(1:10).
           MOVE WS-EMPNOM OF ENR-CG(WS-IND-TAB) TO WS-LIG-RAP(12:20).
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL (WS-IND-JOUR > WS-NB-JOURS-MOIS)
              IF WS-JM-OUVRE(WS-IND-JOUR) = 'O'
                 MOVE '.' TO WS-MARQUE
                 MOVE WS-IND-JOUR TO WS-JOUR-X
                 STRING WS-PERIODE-X WS-JOUR-X
                 DELIMITED BY SIZE
                 INTO WS-DATE-JOUR
                 PERFORM VARYING WS-IND-ABS FROM 1 BY 1
                         UNTIL (WS-IND-ABS > WS-NB-ABS)
                    IF (WS-AB-ID(WS-IND-ABS)
                          = WS-EMPID OF ENR-CG(WS-IND-TAB))
                       AND (WS-DATE-JOUR >= WS-AB-DEBUT(WS-IND-ABS))
                       AND (WS-DATE-JOUR <= WS-AB-FIN(WS-IND-ABS))
                       MOVE WS-AB-TYPE(WS-IND-ABS)(1:1) TO WS-MARQUE
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE '-' TO WS-MARQUE
              END-IF
              MOVE WS-MARQUE TO WS-LIG-RAP(32 + WS-IND-JOUR:1)
           END-PERFORM.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.

      *    Détail des congés de l'agence qui touchent le mois, avec
      *    les jours ouvrés d'absence tombant dans le mois
       ECRIT-DETAIL-AGENCE.
           MOVE ALL '-' TO REC-CALEND.
           WRITE REC-CALEND.
           MOVE 0 TO WS-AG-JOURS.
           PERFORM VARYING WS-IND-EMP FROM WS-IND-DEB-AG BY 1
                    UNTIL (WS-IND-EMP > WS-IND-FIN-AG)
              PERFORM VARYING WS-IND-ABS FROM 1 BY 1
                       UNTIL (WS-IND-ABS > WS-NB-ABS)
                 IF (WS-AB-ID(WS-IND-ABS)
                       = WS-EMPID OF ENR-CG(WS-IND-EMP))
                    AND (WS-AB-FIN(WS-IND-ABS) >= WS-DEBUT-MOIS)
                    AND (WS-AB-DEBUT(WS-IND-ABS)(1:6)
                          <= WS-PERIODE-X)
                    PERFORM ECRIT-DETAIL-CONGE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE WS-AG-JOURS TO WS-NB-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'JOURS OUVRES D''ABSENCE DANS LE MOIS : ' WS-NB-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.

       ECRIT-DETAIL-CONGE.
           MOVE 0 TO WS-NB-OUVRES-MOIS.
           PERFORM VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL (WS-IND-JOUR > WS-NB-JOURS-MOIS)
              MOVE WS-IND-JOUR TO WS-JOUR-X
              STRING WS-PERIODE-X WS-JOUR-X
              DELIMITED BY SIZE
              INTO WS-DATE-JOUR
              IF (WS-JM-OUVRE(WS-IND-JOUR) = 'O')
                 AND (WS-DATE-JOUR >= WS-AB-DEBUT(WS-IND-ABS))
                 AND (WS-DATE-JOUR <= WS-AB-FIN(WS-IND-ABS))
                 ADD 1 TO WS-NB-OUVRES-MOIS
              END-IF
           END-PERFORM.
           ADD WS-NB-OUVRES-MOIS TO WS-AG-JOURS.
           MOVE WS-AB-DEBUT(WS-IND-ABS) TO WS-DATE-SAISIE.
           PERFORM FORMATE-DATE.
           MOVE WS-DATE-AFF TO WS-DATE-AFF2.
           MOVE WS-AB-FIN(WS-IND-ABS) TO WS-DATE-SAISIE.
           PERFORM FORMATE-DATE.
           MOVE WS-AB-NB(WS-IND-ABS) TO WS-JOURS-CHAR.
           MOVE WS-NB-OUVRES-MOIS TO WS-NB-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING WS-AB-ID(WS-IND-ABS) SPACE
                  WS-EMPNOM  OF ENR-CG(WS-IND-EMP) SPACE
                  WS-AB-TYPE(WS-IND-ABS)
                  ' DU ' WS-DATE-AFF2 ' AU ' WS-DATE-AFF
                  ' ' WS-JOURS-CHAR ' J OUVRES, DONT '
                  WS-NB-CHAR ' DANS LE MOIS'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CALEND.
           WRITE REC-CALEND.

      *=============================================================*
      *    GENERATION DE L'ETAT ANNUEL DES SALAIRES                 *
      *       Lecture des cumuls de paie Paie-Cumuls.txt (dessin    *
      *       FCUMPAIE) alimentés chaque mois par bulpaie, pour     *
      *       l'année lue dans cumpaie.param (AAAA en colonnes 1 à  *
      *       4, année de la date système par défaut).              *
      *       Un état annuel par employé dans                       *
      *       Etat-Annuel-Paie.txt (mois payés, brut, détail des    *
      *       cotisations, net) et les totaux annuels de la         *
      *       société par agence dans Cumuls-Annuels-Agences.txt,   *
      *       suivis du total société et du détail par cotisation.  *
      *       Chaque mois est compté dans l'agence où il a été      *
      *       payé ; l'état de l'employé porte sa dernière agence.  *
      *       Une année de paie fermée par la transaction cloture   *
      *       (ligne AAAA de periodes.txt, domaine PAIE) n'est      *
      *       plus réécrite : le passage est refusé (message        *
      *       0601, code 16).                                       *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cumpaie.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    cumuls de paie par matricule et par mois, tenus par bulpaie
           SELECT F-CUMUL
           ASSIGN TO 'Paie-Cumuls.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCUM.

           SELECT F-ETAT
           ASSIGN TO 'Etat-Annuel-Paie.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FETAT.

           SELECT F-AGENCES
           ASSIGN TO 'Cumuls-Annuels-Agences.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAGENCE.

      *    paramètre de lancement : année à arrêter (AAAA en colonnes
      *    1 à 4) ; absent ou illisible -> année de la date système
           SELECT PARAM-CTL
           ASSIGN TO 'cumpaie.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

      * Description des cumuls de paie dans FCUMPAIE
       COPY 'FCUMPAIE.cpy'.

       FD  F-ETAT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ETAT            PIC X(100).

       FD  F-AGENCES
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-AGENCES         PIC X(120).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL       PIC X(20).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FCUM       PIC XX                    .
       88  WS-STAT-FCUMOK                  VALUE '00'   .
       88  WS-STAT-FCUMFIN                 VALUE '10'   .
       88  WS-STAT-FCUMNOFILE              VALUE '35'   .
       01  WS-STAT-FETAT      PIC XX                    .
       88  WS-STAT-FETATOK                 VALUE '00'   .
       01  WS-STAT-FAGENCE    PIC XX                    .
       88  WS-STAT-FAGENCEOK               VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    année arrêtée
       01  WS-ANNEE           PIC 9(4)      VALUE 0     .
       01  WS-ANNEE-X REDEFINES WS-ANNEE PIC X(4)       .

      *    cotisations rencontrées dans l'année, dans l'ordre du
      *    barème, avec les totaux société de chacune
       01  WS-IND-CL          PIC 99        VALUE 0     .
       01  WS-COTIS.
           03 WS-NB-CL        PIC 99        VALUE 0     .
           03 WS-CL-TAB   OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-NB-CL
                           INDEXED BY IDX-CL.
              05 WS-CL-LIB       PIC X(20)              .
              05 WS-CL-SAL       PIC 9(9)V99            .
              05 WS-CL-PAT       PIC 9(9)V99            .

      *    cumuls annuels par employé, triés par agence puis
      *    matricule pour l'édition des états
       01  WS-IND-EM          PIC 9(4)      VALUE 0     .
       01  WS-TAB-EMP.
           03 WS-NB-EM        PIC 9(4)      VALUE 0     .
           03 ENR-CUMUL   OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-EM.
            05 WS-EM-AG       PIC X(3)              .
            05 WS-EM-ID       PIC X(10)             .
            05 WS-EM-NOM      PIC X(20)             .
            05 WS-EM-PREN     PIC X(20)             .
            05 WS-EM-DER-MOIS PIC 99                .
            05 WS-EM-NB-MOIS  PIC 99                .
            05 WS-EM-BRUT     PIC 9(7)V99           .
            05 WS-EM-SAL      PIC 9(7)V99           .
            05 WS-EM-PAT      PIC 9(7)V99           .
            05 WS-EM-NET      PIC 9(7)V99           .
            05 WS-EM-COT  OCCURS 20 TIMES.
               07 WS-EM-COT-SAL PIC 9(7)V99         .
               07 WS-EM-COT-PAT PIC 9(7)V99         .

      *    totaux annuels par agence : chaque mois est compté dans
      *    l'agence où il a été payé
       01  WS-IND-AG          PIC 999       VALUE 0     .
       01  WS-AGENCES.
           03 WS-NB-AG        PIC 999       VALUE 0     .
           03 WS-AG-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-AG
                          INDEXED BY IDX-AG.
              05 WS-AG-ID        PIC X(3)               .
              05 WS-AG-NB-SAL    PIC 9(4)               .
              05 WS-AG-NB-BUL    PIC 9(5)               .
              05 WS-AG-BRUT      PIC 9(9)V99            .
              05 WS-AG-SAL       PIC 9(9)V99            .
              05 WS-AG-PAT       PIC 9(9)V99            .
              05 WS-AG-NET       PIC 9(9)V99            .

      *    totaux société
       01  WS-STE-NB-BUL      PIC 9(6)      VALUE 0     .
       01  WS-STE-BRUT        PIC 9(9)V99   VALUE 0     .
       01  WS-STE-SAL         PIC 9(9)V99   VALUE 0     .
       01  WS-STE-PAT         PIC 9(9)V99   VALUE 0     .
       01  WS-STE-NET         PIC 9(9)V99   VALUE 0     .

      *    compteurs et zones d'édition
       01  WS-NB-LUS          PIC 9(7)      VALUE 0     .
       01  WS-NB-ANNEE        PIC 9(7)      VALUE 0     .
       01  WS-NB-REJETS       PIC 9(5)      VALUE 0     .
       01  WS-NB-ETATS        PIC 9(4)      VALUE 0     .
       01  WS-MONTANT-CHAR    PIC Z(6)9.99              .
       01  WS-TOT-CHAR        PIC Z(8)9.99              .
       01  WS-NB-CHAR         PIC Z(4)9                 .
       01  WS-MOIS-CHAR       PIC Z9                    .
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

           PERFORM CHARGE-PARAM.
           PERFORM CONTROLE-PERIODE.

      * Lecture des cumuls de paie de l'année
           OPEN INPUT F-CUMUL.
           IF (NOT WS-STAT-FCUMOK) THEN
              PERFORM TEST-STATUT
           END-IF.
           PERFORM UNTIL WS-STAT-FCUMFIN
              PERFORM LECT-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.

      * Etats par agence puis matricule
           SORT ENR-CUMUL ASCENDING
           KEY WS-EM-AG WS-EM-ID.

           PERFORM ECRIT-ETATS.

      * Totaux annuels par agence dans l'ordre des codes agence
           SORT WS-AG-TAB ASCENDING
           KEY WS-AG-ID.

           PERFORM ECRIT-AGENCES.

           DISPLAY 'ANNEE ARRETEE          :' SPACE WS-ANNEE.
           DISPLAY 'LIGNES DE CUMUL LUES   :' SPACE WS-NB-LUS.
           DISPLAY 'ETATS ANNUELS EMIS     :' SPACE WS-NB-ETATS.
           IF WS-NB-REJETS > 0
              DISPLAY 'LIGNES DE CUMUL ILLISIBLES :' SPACE
                 WS-NB-REJETS
           END-IF.
           IF WS-NB-ANNEE = 0
              DISPLAY 'AUCUN CUMUL DE PAIE POUR L''ANNEE' SPACE
                 WS-ANNEE
              MOVE 4 TO RETURN-CODE
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
              IF WS-STAT-FCUMNOFILE
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
           MOVE 'cumpaie' TO JR-PROGRAMME.
           MOVE WS-NB-LUS    TO JR-NB-LUS.
           MOVE WS-NB-ETATS  TO JR-NB-ECRITS.
           MOVE WS-NB-REJETS TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit cumpaie.param pour l'année à arrêter ; absent ou
      *    illisible -> année de la date système
       CHARGE-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-X.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK AND (REC-PARAM-CTL(1:4) NUMERIC)
                 MOVE REC-PARAM-CTL(1:4) TO WS-ANNEE-X
              ELSE
                 DISPLAY 'ANNEE CUMPAIE.PARAM ILLISIBLE - ANNEE '
                    'COURANTE RETENUE'
              END-IF
              CLOSE PARAM-CTL
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.

      *    Exercice de paie fermé (ligne AAAA de periodes.txt,
      *    transaction cloture) : l'état annuel envoyé n'est pas
      *    réécrit ; periode a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PAIE' TO PE-DOMAINE.
           MOVE WS-ANNEE-X TO PE-PERIODE.
           MOVE 'cumpaie' TO PE-PROGRAMME.
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

      * Lecture des cumuls : seules les lignes de l'année arrêtée
      * sont retenues
       LECT-CUMUL.
           READ F-CUMUL
              IF (NOT WS-STAT-FCUMOK) AND (NOT WS-STAT-FCUMFIN) THEN
                 PERFORM TEST-STATUT
              ELSE
                 IF WS-STAT-FCUMOK THEN
                    ADD 1 TO WS-NB-LUS
                    IF RCUM-ANNEE = WS-ANNEE
                       ADD 1 TO WS-NB-ANNEE
                       EVALUATE TRUE
                          WHEN RCUM-EST-EMPLOYE
                             PERFORM CUMULE-MOIS THRU CUMULE-MOIS-FIN
                          WHEN RCUM-EST-COTISATION
                             PERFORM CUMULE-COT THRU CUMULE-COT-FIN
                          WHEN OTHER
                             ADD 1 TO WS-NB-REJETS
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF.

      *    Cherche (ou crée) l'employé de la ligne de cumul ; les
      *    lignes d'un même bulletin se suivent, l'employé courant
      *    est donc d'abord essayé
       CHERCHE-EMPLOYE.
           IF (WS-IND-EM > 0) AND (WS-IND-EM <= WS-NB-EM)
              IF WS-EM-ID(WS-IND-EM) = RCUM-ID
                 GO TO CHERCHE-EMPLOYE-FIN
              END-IF
           END-IF.
           PERFORM VARYING WS-IND-EM FROM 1 BY 1
                   UNTIL (WS-IND-EM > WS-NB-EM)
                   OR (WS-EM-ID(WS-IND-EM) = RCUM-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-EM TO WS-IND-EM
           END-PERFORM.
           IF WS-IND-EM > WS-NB-EM
              IF WS-NB-EM >= 9999
                 DISPLAY 'TABLE DES EMPLOYES PLEINE - CUMUL IGNORE'
                 MOVE 0 TO WS-IND-EM
                 GO TO CHERCHE-EMPLOYE-FIN
              END-IF
              ADD 1 TO WS-NB-EM
              MOVE WS-NB-EM TO WS-IND-EM
              INITIALIZE ENR-CUMUL(WS-IND-EM)
              MOVE RCUM-ID TO WS-EM-ID(WS-IND-EM)
           END-IF.
       CHERCHE-EMPLOYE-FIN.
           EXIT.

      *    Ligne 'E' : un mois payé de l'employé, reporté dans ses
      *    cumuls et dans l'agence du mois ; l'agence et l'identité
      *    du dernier mois payé sont celles de l'état annuel
       CUMULE-MOIS.
           IF (RCUM-BRUT NOT NUMERIC) OR (RCUM-TOT-SAL NOT NUMERIC)
              OR (RCUM-TOT-PAT NOT NUMERIC) OR (RCUM-NET NOT NUMERIC)
              DISPLAY 'CUMUL ILLISIBLE POUR' SPACE RCUM-ID SPACE
                 RCUM-MOIS '/' RCUM-ANNEE
              ADD 1 TO WS-NB-REJETS
              GO TO CUMULE-MOIS-FIN
           END-IF.
           PERFORM CHERCHE-EMPLOYE THRU CHERCHE-EMPLOYE-FIN.
           IF WS-IND-EM = 0
              GO TO CUMULE-MOIS-FIN
           END-IF.
           IF RCUM-MOIS >= WS-EM-DER-MOIS(WS-IND-EM)
              MOVE RCUM-MOIS   TO WS-EM-DER-MOIS(WS-IND-EM)
              MOVE RCUM-AGENCE TO WS-EM-AG(WS-IND-EM)
              MOVE RCUM-NOM    TO WS-EM-NOM(WS-IND-EM)
              MOVE RCUM-PRENOM TO WS-EM-PREN(WS-IND-EM)
           END-IF.
           ADD 1            TO WS-EM-NB-MOIS(WS-IND-EM).
           ADD RCUM-BRUT    TO WS-EM-BRUT(WS-IND-EM).
           ADD RCUM-TOT-SAL TO WS-EM-SAL(WS-IND-EM).
           ADD RCUM-TOT-PAT TO WS-EM-PAT(WS-IND-EM).
           ADD RCUM-NET     TO WS-EM-NET(WS-IND-EM).

           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
                   OR (WS-AG-ID(WS-IND-AG) = RCUM-AGENCE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AG TO WS-IND-AG
           END-PERFORM.
           IF WS-IND-AG > WS-NB-AG
              IF WS-NB-AG >= 200
                 DISPLAY 'TABLE DES AGENCES PLEINE - MOIS IGNORE'
                 GO TO CUMULE-MOIS-FIN
              END-IF
              ADD 1 TO WS-NB-AG
              MOVE WS-NB-AG TO WS-IND-AG
              INITIALIZE WS-AG-TAB(WS-IND-AG)
              MOVE RCUM-AGENCE TO WS-AG-ID(WS-IND-AG)
           END-IF.
           ADD 1            TO WS-AG-NB-BUL(WS-IND-AG).
           ADD RCUM-BRUT    TO WS-AG-BRUT(WS-IND-AG).
           ADD RCUM-TOT-SAL TO WS-AG-SAL(WS-IND-AG).
           ADD RCUM-TOT-PAT TO WS-AG-PAT(WS-IND-AG).
           ADD RCUM-NET     TO WS-AG-NET(WS-IND-AG).
       CUMULE-MOIS-FIN.
           EXIT.

      *    Ligne 'C' : une cotisation du mois, cumulée par libellé
      *    pour l'employé et pour la société
       CUMULE-COT.
           IF (RCUM-PART-SAL NOT NUMERIC)
              OR (RCUM-PART-PAT NOT NUMERIC)
              DISPLAY 'CUMUL ILLISIBLE POUR' SPACE RCUM-ID SPACE
                 RCUM-MOIS '/' RCUM-ANNEE SPACE RCUM-COT-LIB
              ADD 1 TO WS-NB-REJETS
              GO TO CUMULE-COT-FIN
           END-IF.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
                   UNTIL (WS-IND-CL > WS-NB-CL)
                   OR (WS-CL-LIB(WS-IND-CL) = RCUM-COT-LIB)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CL TO WS-IND-CL
           END-PERFORM.
           IF WS-IND-CL > WS-NB-CL
              IF WS-NB-CL >= 20
                 DISPLAY 'PLUS DE 20 COTISATIONS DANS L''ANNEE - '
                    RCUM-COT-LIB SPACE 'IGNOREE AU DETAIL'
                 GO TO CUMULE-COT-FIN
              END-IF
              ADD 1 TO WS-NB-CL
              MOVE WS-NB-CL TO WS-IND-CL
              MOVE RCUM-COT-LIB TO WS-CL-LIB(WS-IND-CL)
              MOVE 0 TO WS-CL-SAL(WS-IND-CL)
              MOVE 0 TO WS-CL-PAT(WS-IND-CL)
           END-IF.
           ADD RCUM-PART-SAL TO WS-CL-SAL(WS-IND-CL).
           ADD RCUM-PART-PAT TO WS-CL-PAT(WS-IND-CL).
           PERFORM CHERCHE-EMPLOYE THRU CHERCHE-EMPLOYE-FIN.
           IF WS-IND-EM = 0
              GO TO CUMULE-COT-FIN
           END-IF.
           ADD RCUM-PART-SAL TO WS-EM-COT-SAL(WS-IND-EM WS-IND-CL).
           ADD RCUM-PART-PAT TO WS-EM-COT-PAT(WS-IND-EM WS-IND-CL).
       CUMULE-COT-FIN.
           EXIT.

      *    Un état annuel par employé : mois payés, brut, une ligne
      *    par cotisation de l'année et net payé ; l'employé est
      *    compté dans l'effectif de sa dernière agence
       ECRIT-ETATS.
           OPEN OUTPUT F-ETAT.
           PERFORM VARYING WS-IND-EM FROM 1 BY 1
                    UNTIL (WS-IND-EM > WS-NB-EM)
              PERFORM ECRIT-UN-ETAT
           END-PERFORM.
           CLOSE F-ETAT.

       ECRIT-UN-ETAT.
           ADD 1 TO WS-NB-ETATS.
           MOVE ALL '=' TO REC-ETAT.
           WRITE REC-ETAT.
           INITIALIZE WS-LIG-RAP.
           STRING 'ETAT ANNUEL DES SALAIRES ' WS-ANNEE '  '
                  WS-EM-ID(WS-IND-EM) SPACE
                  WS-EM-NOM(WS-IND-EM) SPACE
                  WS-EM-PREN(WS-IND-EM)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE WS-EM-NB-MOIS(WS-IND-EM) TO WS-MOIS-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'AGENCE : ' WS-EM-AG(WS-IND-EM)
                  '  MOIS PAYES : ' WS-MOIS-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE WS-EM-BRUT(WS-IND-EM) TO WS-MONTANT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'SALAIRE BRUT ANNUEL   : ' WS-MONTANT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE ALL '-' TO REC-ETAT.
           WRITE REC-ETAT.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL (WS-IND-CL > WS-NB-CL)
              MOVE WS-EM-COT-SAL(WS-IND-EM WS-IND-CL)
                 TO WS-MONTANT-CHAR
              INITIALIZE WS-LIG-RAP
              STRING WS-CL-LIB(WS-IND-CL)
                     '  PART SALARIALE ' WS-MONTANT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-EM-COT-PAT(WS-IND-EM WS-IND-CL)
                 TO WS-MONTANT-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  PART PATRONALE ' WS-MONTANT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-ETAT
              WRITE REC-ETAT
           END-PERFORM.

           MOVE ALL '-' TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE WS-EM-SAL(WS-IND-EM) TO WS-MONTANT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'TOTAL COTISATIONS     : SALARIALES '
                  WS-MONTANT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-EM-PAT(WS-IND-EM) TO WS-MONTANT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PATRONALES ' WS-MONTANT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE WS-EM-NET(WS-IND-EM) TO WS-MONTANT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'NET ANNUEL PAYE       : ' WS-MONTANT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ETAT.
           WRITE REC-ETAT.
           MOVE ALL '=' TO REC-ETAT.
           WRITE REC-ETAT.

      *    effectif de fin d'année de la dernière agence
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
                   OR (WS-AG-ID(WS-IND-AG) = WS-EM-AG(WS-IND-EM))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AG TO WS-IND-AG
           END-PERFORM.
           IF WS-IND-AG <= WS-NB-AG
              ADD 1 TO WS-AG-NB-SAL(WS-IND-AG)
           END-IF.

      *    Totaux annuels par agence, total société et détail des
      *    cotisations de la société
       ECRIT-AGENCES.
           OPEN OUTPUT F-AGENCES.
           INITIALIZE WS-LIG-RAP.
           STRING 'CUMULS ANNUELS DE PAIE PAR AGENCE - ANNEE '
                  WS-ANNEE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AGENCES.
           WRITE REC-AGENCES.
           MOVE ALL '=' TO REC-AGENCES.
           WRITE REC-AGENCES.
           PERFORM VARYING WS-IND-AG FROM 1 BY 1
                   UNTIL (WS-IND-AG > WS-NB-AG)
              PERFORM ECRIT-UNE-AGENCE
           END-PERFORM.
           MOVE ALL '=' TO REC-AGENCES.
           WRITE REC-AGENCES.
           MOVE WS-NB-ETATS TO WS-NB-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'TOTAL SOCIETE  SALARIES ' WS-NB-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-STE-NB-BUL TO WS-NB-CHAR.
           MOVE WS-STE-BRUT TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  BULLETINS ' WS-NB-CHAR
                  '  BRUT ' WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-STE-NET TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  NET ' WS-TOT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AGENCES.
           WRITE REC-AGENCES.
           MOVE WS-STE-SAL TO WS-TOT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '               COTISATIONS SALARIALES ' WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-STE-PAT TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PATRONALES ' WS-TOT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AGENCES.
           WRITE REC-AGENCES.

           MOVE ALL '-' TO REC-AGENCES.
           WRITE REC-AGENCES.
           MOVE 'DETAIL SOCIETE PAR COTISATION' TO REC-AGENCES.
           WRITE REC-AGENCES.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL (WS-IND-CL > WS-NB-CL)
              MOVE WS-CL-SAL(WS-IND-CL) TO WS-TOT-CHAR
              INITIALIZE WS-LIG-RAP
              STRING WS-CL-LIB(WS-IND-CL)
                     '  PART SALARIALE ' WS-TOT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-CL-PAT(WS-IND-CL) TO WS-TOT-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  PART PATRONALE ' WS-TOT-CHAR
                     WS-LIG-EURO
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-AGENCES
              WRITE REC-AGENCES
           END-PERFORM.
           CLOSE F-AGENCES.

       ECRIT-UNE-AGENCE.
           ADD WS-AG-NB-BUL(WS-IND-AG) TO WS-STE-NB-BUL.
           ADD WS-AG-BRUT(WS-IND-AG)   TO WS-STE-BRUT.
           ADD WS-AG-SAL(WS-IND-AG)    TO WS-STE-SAL.
           ADD WS-AG-PAT(WS-IND-AG)    TO WS-STE-PAT.
           ADD WS-AG-NET(WS-IND-AG)    TO WS-STE-NET.
           MOVE WS-AG-NB-SAL(WS-IND-AG) TO WS-NB-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'AGENCE ' WS-AG-ID(WS-IND-AG)
                  '     SALARIES ' WS-NB-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-AG-NB-BUL(WS-IND-AG) TO WS-NB-CHAR.
           MOVE WS-AG-BRUT(WS-IND-AG) TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  BULLETINS ' WS-NB-CHAR
                  '  BRUT ' WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-AG-NET(WS-IND-AG) TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  NET ' WS-TOT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AGENCES.
           WRITE REC-AGENCES.
           MOVE WS-AG-SAL(WS-IND-AG) TO WS-TOT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '               COTISATIONS SALARIALES ' WS-TOT-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-AG-PAT(WS-IND-AG) TO WS-TOT-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PATRONALES ' WS-TOT-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-AGENCES.
           WRITE REC-AGENCES.

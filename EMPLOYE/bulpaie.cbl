      *       net à payer) et la synthèse des cotisations par       *
      *       agence dans Cotisations-Synthese.txt, par rupture     *
      *       sur le code agence comme filecpy0 pour Employe.txt.   *
      *       Chaque paie est reportée dans le fichier des cumuls   *
      *       Paie-Cumuls.txt (dessin FCUMPAIE, une ligne par       *
      *       matricule et par mois, une par cotisation) : le       *
      *       bulletin affiche les cumuls depuis janvier et cumpaie *
      *       en tire l'état annuel. Relancer un mois remplace ce   *
      *       mois dans les cumuls, il ne s'y ajoute pas.           *
      *       Les congés du mois accordés par conges                *
      *       (Conges-Pris.txt, dessin FCGPRIS) sont portés sur le  *
      *       bulletin avec le solde de congés payés restant.       *
      *       Les éléments variables du mois lus dans               *
      *       Elements-Variables.txt (heures supplémentaires,       *
      *       primes, absences non payées, indemnités) sont         *
      *       valorisés selon le référentiel                        *
      *       Elements-Paie-Ref.txt : brut = salaire de base +      *
      *       éléments soumis, cotisations sur ce brut, les         *
      *       éléments non soumis s'ajoutent au net. Matricule ou   *
      *       code inconnu : l'élément va dans Elements-Rejets.txt. *
      *       Un mois de paie fermé par la transaction cloture      *
      *       (periodes.txt, domaine PAIE) n'est plus réécrit :     *
      *       le passage est refusé (message 0601, code 16).        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSYNT.

      *    cumuls de paie par matricule et par mois, réécrits à
      *    chaque paie à partir de la génération précédente
           SELECT F-CUMUL
           ASSIGN TO 'Paie-Cumuls.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCUM.

      *    génération précédente des cumuls : copie conservée avant
      *    la réécriture, relue pour reprendre les autres mois
           SELECT F-CUMPREC
           ASSIGN TO 'Paie-Cumuls-prec.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCUMPREC.

      *    congés accordés par conges, lus pour la période payée
           SELECT F-CGPRIS
           ASSIGN TO 'Conges-Pris.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPRIS.

      *    référentiel des éléments variables : code (1-4), libellé
      *    (5-24), mode de calcul (25 : H heures, J jours, U unités,
      *    M montant), sens (26 : + ou -), taux (27-31 : majoration
      *    en % pour H et J, montant unitaire pour U, 2 décimales
      *    implicites), soumis à cotisations (32 : O ou N)
           SELECT F-ELTREF
           ASSIGN TO 'Elements-Paie-Ref.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FELTREF.

      *    éléments variables du mois : période (1-6), matricule
      *    (7-16), code élément (17-20), quantité ou montant (21-27,
      *    2 décimales implicites)
           SELECT F-ELEMENT
           ASSIGN TO 'Elements-Variables.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FELT.

           SELECT F-ELTREJ
           ASSIGN TO 'Elements-Rejets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FELTREJ.

      *    paramètre de lancement : période payée AAAAMM en colonnes
      *    1 à 6 ; absent ou illisible -> mois de la date système
           SELECT PARAM-CTL
           ASSIGN TO 'bulpaie.param'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  REC-SYNTHESE        PIC X(120).

      * Description des cumuls de paie dans FCUMPAIE
       COPY 'FCUMPAIE.cpy'.

      * Description des congés accordés dans FCGPRIS
       COPY 'FCGPRIS.cpy'.

       FD  F-CUMPREC
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CUMPREC         PIC X(100).

       FD  F-ELTREF
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  R-ELTREF.
           05 RREF-CODE         PIC X(04).
           05 RREF-LIB          PIC X(20).
           05 RREF-MODE         PIC X(01).
           05 RREF-SENS         PIC X(01).
           05 RREF-TAUX         PIC 9(03)V99.
           05 RREF-SOUMIS       PIC X(01).

       FD  F-ELEMENT
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  R-ELEMENT.
           05 RELT-PERIODE      PIC X(06).
           05 RELT-ID           PIC X(10).
           05 RELT-CODE         PIC X(04).
           05 RELT-VALEUR       PIC 9(05)V99.

       FD  F-ELTREJ
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ELTREJ          PIC X(100).

       FD  PARAM-CTL
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM-CTL       PIC X(20).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FEMP       PIC XX                    .
       88  WS-STAT-FBULOK                  VALUE '00'   .
       01  WS-STAT-FSYNT      PIC XX                    .
       88  WS-STAT-FSYNTOK                 VALUE '00'   .
       01  WS-STAT-FCUM       PIC XX                    .
       88  WS-STAT-FCUMOK                  VALUE '00'   .
       88  WS-STAT-FCUMFIN                 VALUE '10'   .
       88  WS-STAT-FCUMNOFILE              VALUE '35'   .
       01  WS-STAT-FCUMPREC   PIC XX                    .
       88  WS-STAT-FCUMPRECOK              VALUE '00'   .
       88  WS-STAT-FCUMPRECFIN             VALUE '10'   .
       01  WS-STAT-FPRIS      PIC XX                    .
       88  WS-STAT-FPRISOK                 VALUE '00'   .
       88  WS-STAT-FPRISFIN                VALUE '10'   .
       88  WS-STAT-FPRISNOFILE             VALUE '35'   .
       01  WS-STAT-FELTREF    PIC XX                    .
       88  WS-STAT-FELTREFOK               VALUE '00'   .
       88  WS-STAT-FELTREFFIN              VALUE '10'   .
       88  WS-STAT-FELTREFNOFILE           VALUE '35'   .
       01  WS-STAT-FELT       PIC XX                    .
       88  WS-STAT-FELTOK                  VALUE '00'   .
       88  WS-STAT-FELTFIN                 VALUE '10'   .
       88  WS-STAT-FELTNOFILE              VALUE '35'   .
       01  WS-STAT-FELTREJ    PIC XX                    .
       88  WS-STAT-FELTREJOK               VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .

      *    période payée, lue dans bulpaie.param (AAAAMM)
       01  WS-PERIODE.
           03 WS-PER-ANNEE    PIC 9(4)      VALUE 0     .
           03 WS-PER-MOIS     PIC 99        VALUE 0     .
       01  WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6)   .
       01  WS-PERIODE-CHAR    PIC X(7)      VALUE SPACES.

      *    reprise des cumuls des autres mois
       01  WS-CUM-EXISTE      PIC X         VALUE 'N'   .
           88 WS-CUM-A-REPRENDRE            VALUE 'O'   .
       01  WS-IND-CUM         PIC 9(4)      VALUE 0     .
       01  WS-NB-CUM-REPRIS   PIC 9(6)      VALUE 0     .
       01  WS-NB-CUM-REMPL    PIC 9(4)      VALUE 0     .
       01  WS-NB-CUM-ECRITS   PIC 9(6)      VALUE 0     .

      *    barème des cotisations chargé depuis le fichier
       01  WS-IND-COT         PIC 99        VALUE 0     .
              05 WS-COT-LIB      PIC X(20)              .
              05 WS-COT-TAUX-SAL PIC 99V99              .
              05 WS-COT-TAUX-PAT PIC 99V99              .
      *       parts du bulletin en cours, reportées dans les cumuls
              05 WS-COT-MNT-SAL  PIC 9(4)V99            .
              05 WS-COT-MNT-PAT  PIC 9(4)V99            .

      * gestion de la table des employés, triée par agence pour la
      * rupture de la synthèse (même principe que filecpy0)
            05 WS-EMPSAL     PIC X(7)              .
            05 WS-EMPSAL-NUM REDEFINES WS-EMPSAL PIC 9(4)V99.
            05 WS-EMPAG      PIC X(3)              .
      *     cumuls depuis janvier des mois déjà payés, puis du mois
            05 WS-EMPCUM-BRUT PIC 9(7)V99          .
            05 WS-EMPCUM-SAL  PIC 9(7)V99          .
            05 WS-EMPCUM-PAT  PIC 9(7)V99          .
            05 WS-EMPCUM-NET  PIC 9(7)V99          .
      *     brut du mois, base et éléments soumis, pour la synthèse
            05 WS-EMPBRUT     PIC 9(5)V99          .

      *    référentiel des éléments variables de paie
       01  WS-IND-REF         PIC 99        VALUE 0     .
       01  WS-REFERENTIEL.
           03 WS-NB-REF       PIC 99        VALUE 0     .
           03 WS-REF-TAB  OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-NB-REF.
              05 WS-REF-CODE     PIC X(4)               .
              05 WS-REF-LIB      PIC X(20)              .
              05 WS-REF-MODE     PIC X                  .
              05 WS-REF-SENS     PIC X                  .
              05 WS-REF-TAUX     PIC 9(3)V99            .
              05 WS-REF-SOUMIS   PIC X                  .
                 88 WS-REF-EST-SOUMIS          VALUE 'O'.

      *    éléments variables retenus pour la période payée ; le
      *    montant est valorisé au bulletin sur le salaire de base
       01  WS-IND-ELT         PIC 9(4)      VALUE 0     .
       01  WS-NB-ELT-LUS      PIC 9(5)      VALUE 0     .
       01  WS-NB-ELT-REJ      PIC 9(5)      VALUE 0     .
       01  WS-ELT-MOTIF       PIC X(40)     VALUE SPACES.
       01  WS-ELEMENTS.
           03 WS-NB-ELT       PIC 9(4)      VALUE 0     .
           03 WS-ELT-TAB  OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-NB-ELT.
              05 WS-ELT-ID       PIC X(10)              .
              05 WS-ELT-REF      PIC 99                 .
              05 WS-ELT-QTE      PIC 9(5)V99            .
              05 WS-ELT-MNT      PIC 9(7)V99            .
      *    heures et jours ouvrés d'un mois de référence pour les
      *    taux horaire et journalier du salaire de base
       01  WS-HEURES-MOIS     PIC 9(3)V99   VALUE 151.67.
       01  WS-JOURS-MOIS      PIC 99V99     VALUE 21.67 .
       01  WS-BASE            PIC 9(4)V99   VALUE 0     .
      *    taux horaire ou journalier majoré de l'élément
       01  WS-TAUX-UNITAIRE   PIC 9(5)V9(6) VALUE 0     .
       01  WS-BRUT-CALC       PIC S9(7)V99  VALUE 0     .
       01  WS-NON-SOUMIS      PIC S9(7)V99  VALUE 0     .
       01  WS-ELT-VU          PIC X         VALUE 'N'   .
           88 WS-ELT-EST-VU                 VALUE 'O'   .
       01  WS-ELT-QTE-CHAR    PIC Z(4)9.99              .
       01  WS-ELT-MNT-CHAR    PIC Z(6)9.99              .

      *    congés accordés dont le premier jour tombe dans la
      *    période payée
       01  WS-IND-CGP         PIC 9(4)      VALUE 0     .
       01  WS-CGP-VU          PIC X         VALUE 'N'   .
           88 WS-CGP-EST-VU                 VALUE 'O'   .
       01  WS-CONGES.
           03 WS-NB-CGP       PIC 9(4)      VALUE 0     .
           03 WS-CGP-TAB  OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-NB-CGP.
              05 WS-CGP-ID       PIC X(10)              .
              05 WS-CGP-TYPE     PIC X(2)               .
              05 WS-CGP-DEBUT    PIC X(8)               .
              05 WS-CGP-FIN      PIC X(8)               .
              05 WS-CGP-NB       PIC 9(3)V99            .
              05 WS-CGP-SOLDE    PIC 9(3)V99            .
       01  WS-CGP-NB-CHAR     PIC ZZ9.99                .
       01  WS-CGP-SOLDE-CHAR  PIC ZZ9.99                .

      * calculs du bulletin courant
       01  WS-BRUT            PIC 9(5)V99   VALUE 0     .
       01  WS-COT-SAL         PIC 9(4)V99   VALUE 0     .
       01  WS-COT-PAT         PIC 9(4)V99   VALUE 0     .
       01  WS-TOT-COT-SAL     PIC 9(4)V99   VALUE 0     .
       01  WS-TOT-COT-PAT     PIC 9(4)V99   VALUE 0     .
       01  WS-NET             PIC S9(5)V99  VALUE 0     .
       01  WS-BRUT-CHAR       PIC Z(4)9.99              .
       01  WS-COT-SAL-CHAR    PIC Z(3)9.99              .
       01  WS-COT-PAT-CHAR    PIC Z(3)9.99              .
       01  WS-NET-CHAR        PIC Z(4)9.99              .
       01  WS-TAUX-CHAR       PIC Z9.99                 .
       01  WS-CUMUL-CHAR      PIC Z(6)9.99              .

      * sous-totaux de la synthèse par agence (rupture sur le code
      * agence) et totaux société
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
           SORT ENR-PAIE ASCENDING
           KEY WS-EMPAG OF WS-TAB-ENREG.

      * Période payée, puis reprise des cumuls des autres mois et
      * des cumuls depuis janvier de chaque employé
           PERFORM CHARGE-PERIODE.
           PERFORM CONTROLE-PERIODE.
           PERFORM CHARGE-REFERENTIEL THRU CHARGE-REFERENTIEL-FIN.
           PERFORM CHARGE-ELEMENTS THRU CHARGE-ELEMENTS-FIN.
           PERFORM CHARGE-CONGES THRU CHARGE-CONGES-FIN.
           PERFORM SAUVE-CUMULS THRU SAUVE-CUMULS-FIN.
           PERFORM REPRISE-CUMULS THRU REPRISE-CUMULS-FIN.

           PERFORM ECRIT-BULLETINS.
           PERFORM ECRIT-SYNTHESE.

           DISPLAY 'PERIODE PAYEE          :' SPACE WS-PERIODE-CHAR.
           DISPLAY 'BULLETINS DE PAIE EMIS :' SPACE WS-NB-BULLETINS.
           DISPLAY 'LIGNES DE CUMUL REPRISES :' SPACE WS-NB-CUM-REPRIS.
           IF WS-NB-CUM-REMPL > 0
              DISPLAY 'PERIODE DEJA PRESENTE DANS LES CUMULS - '
                 WS-NB-CUM-REMPL SPACE 'BULLETIN(S) REMPLACE(S)'
           END-IF.
           DISPLAY 'ELEMENTS VARIABLES LUS :' SPACE WS-NB-ELT-LUS.
           IF WS-NB-ELT-REJ > 0
              DISPLAY 'ELEMENTS REJETES       :' SPACE WS-NB-ELT-REJ
                 SPACE '- VOIR ELEMENTS-REJETS.TXT'
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Test du status
       TEST-STATUT.
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'bulpaie' TO JR-PROGRAMME.
           MOVE WS-NB-ENREG     TO JR-NB-LUS.
           MOVE WS-NB-BULLETINS TO JR-NB-ECRITS.
           MOVE WS-NB-ELT-REJ   TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Charge le barème des cotisations : libellé, taux salarial
      *    et taux patronal en centièmes, séparés par '*' (même
                             WS-EMPSAL  OF ENR-PAIE(WS-NB-ENREG)
                          MOVE REMPLOYE-AGENCE  TO
                             WS-EMPAG   OF ENR-PAIE(WS-NB-ENREG)
                          MOVE 0 TO
                             WS-EMPCUM-BRUT OF ENR-PAIE(WS-NB-ENREG)
                             WS-EMPCUM-SAL  OF ENR-PAIE(WS-NB-ENREG)
                             WS-EMPCUM-PAT  OF ENR-PAIE(WS-NB-ENREG)
                             WS-EMPCUM-NET  OF ENR-PAIE(WS-NB-ENREG)
                             WS-EMPBRUT     OF ENR-PAIE(WS-NB-ENREG)
                    END-EVALUATE
                 END-IF
              END-IF.

      *    Lit bulpaie.param pour la période payée (AAAAMM) ; absent
      *    ou illisible -> mois de la date système
       CHARGE-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE-X.
           OPEN INPUT PARAM-CTL.
           IF WS-STAT-FPARAMOK
              READ PARAM-CTL
              IF WS-STAT-FPARAMOK
                 AND (REC-PARAM-CTL(1:6) NUMERIC)
                 AND (REC-PARAM-CTL(5:2) >= '01')
                 AND (REC-PARAM-CTL(5:2) <= '12')
                 MOVE REC-PARAM-CTL(1:6) TO WS-PERIODE-X
              ELSE
                 DISPLAY 'PERIODE BULPAIE.PARAM ILLISIBLE - MOIS '
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

      *    Mois de paie fermé (periodes.txt, transaction cloture) :
      *    la paie envoyée n'est pas réécrite ; periode a émis le
      *    message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PAIE' TO PE-DOMAINE.
           MOVE WS-PERIODE-X TO PE-PERIODE.
           MOVE 'bulpaie' TO PE-PROGRAMME.
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

      *    Référentiel des éléments variables ; une ligne au mode,
      *    au sens ou au taux incohérent est écartée
       CHARGE-REFERENTIEL.
           OPEN INPUT F-ELTREF.
           IF WS-STAT-FELTREFNOFILE
              GO TO CHARGE-REFERENTIEL-FIN
           END-IF.
           IF NOT WS-STAT-FELTREFOK
              DISPLAY 'CODE RETOUR D''ERREUR REFERENTIEL ELEMENTS'
                 SPACE WS-STAT-FELTREF
              GO TO CHARGE-REFERENTIEL-FIN
           END-IF.
           READ F-ELTREF.
           PERFORM UNTIL WS-STAT-FELTREFFIN
              EVALUATE TRUE
                 WHEN (RREF-MODE NOT = 'H') AND (RREF-MODE NOT = 'J')
                      AND (RREF-MODE NOT = 'U')
                      AND (RREF-MODE NOT = 'M')
                 WHEN (RREF-SENS NOT = '+') AND (RREF-SENS NOT = '-')
                 WHEN (RREF-SOUMIS NOT = 'O')
                      AND (RREF-SOUMIS NOT = 'N')
                 WHEN RREF-TAUX NOT NUMERIC
                    DISPLAY 'ELEMENT' SPACE RREF-CODE SPACE
                       'MAL DECRIT DANS LE REFERENTIEL - ECARTE'
                 WHEN WS-NB-REF >= 50
                    DISPLAY 'REFERENTIEL DES ELEMENTS PLEIN - '
                       RREF-CODE SPACE 'ECARTE'
                 WHEN OTHER
                    ADD 1 TO WS-NB-REF
                    MOVE RREF-CODE   TO WS-REF-CODE(WS-NB-REF)
                    MOVE RREF-LIB    TO WS-REF-LIB(WS-NB-REF)
                    MOVE RREF-MODE   TO WS-REF-MODE(WS-NB-REF)
                    MOVE RREF-SENS   TO WS-REF-SENS(WS-NB-REF)
                    MOVE RREF-TAUX   TO WS-REF-TAUX(WS-NB-REF)
                    MOVE RREF-SOUMIS TO WS-REF-SOUMIS(WS-NB-REF)
              END-EVALUATE
              READ F-ELTREF
           END-PERFORM.
       CHARGE-REFERENTIEL-FIN.
           CLOSE F-ELTREF.

      *    Éléments variables de la période payée ; un élément
      *    d'une autre période, d'un matricule absent de
      *    FichierClient.txt ou d'un code hors référentiel est
      *    porté dans Elements-Rejets.txt
       CHARGE-ELEMENTS.
           OPEN OUTPUT F-ELTREJ.
           INITIALIZE WS-LIG-RAP.
           STRING 'ELEMENTS VARIABLES REJETES - PAIE ' WS-PERIODE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ELTREJ.
           WRITE REC-ELTREJ.
           MOVE ALL '=' TO REC-ELTREJ.
           WRITE REC-ELTREJ.
           OPEN INPUT F-ELEMENT.
           IF WS-STAT-FELTNOFILE
              GO TO CHARGE-ELEMENTS-FIN
           END-IF.
           IF NOT WS-STAT-FELTOK
              DISPLAY 'CODE RETOUR D''ERREUR ELEMENTS VARIABLES' SPACE
                 WS-STAT-FELT
              GO TO CHARGE-ELEMENTS-FIN
           END-IF.
           READ F-ELEMENT.
           PERFORM UNTIL WS-STAT-FELTFIN
              ADD 1 TO WS-NB-ELT-LUS
              PERFORM CONTROLE-ELEMENT THRU CONTROLE-ELEMENT-FIN
              READ F-ELEMENT
           END-PERFORM.
       CHARGE-ELEMENTS-FIN.
           CLOSE F-ELEMENT.
           CLOSE F-ELTREJ.

       CONTROLE-ELEMENT.
           IF RELT-PERIODE NOT = WS-PERIODE-X
              MOVE 'PERIODE AUTRE QUE LE MOIS PAYE' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           PERFORM VARYING WS-IND-REF FROM 1 BY 1
                   UNTIL (WS-IND-REF > WS-NB-REF)
                   OR (WS-REF-CODE(WS-IND-REF) = RELT-CODE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-REF TO WS-IND-REF
           END-PERFORM.
           IF WS-IND-REF > WS-NB-REF
              MOVE 'CODE ELEMENT INCONNU' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           PERFORM VARYING WS-IND-CUM FROM 1 BY 1
                   UNTIL (WS-IND-CUM > WS-NB-ENREG)
                   OR (WS-EMPID OF ENR-PAIE(WS-IND-CUM) = RELT-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CUM TO WS-IND-CUM
           END-PERFORM.
           IF WS-IND-CUM > WS-NB-ENREG
              MOVE 'MATRICULE INCONNU' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           IF RELT-VALEUR NOT NUMERIC
              MOVE 'QUANTITE OU MONTANT ILLISIBLE' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           IF RELT-VALEUR = 0
              MOVE 'QUANTITE OU MONTANT NUL' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           IF WS-NB-ELT >= 5000
              MOVE 'TABLE DES ELEMENTS PLEINE' TO WS-ELT-MOTIF
              GO TO CONTROLE-ELEMENT-REJET
           END-IF.
           ADD 1 TO WS-NB-ELT.
           MOVE RELT-ID     TO WS-ELT-ID(WS-NB-ELT).
           MOVE WS-IND-REF  TO WS-ELT-REF(WS-NB-ELT).
           MOVE RELT-VALEUR TO WS-ELT-QTE(WS-NB-ELT).
           MOVE 0           TO WS-ELT-MNT(WS-NB-ELT).
           GO TO CONTROLE-ELEMENT-FIN.

       CONTROLE-ELEMENT-REJET.
           ADD 1 TO WS-NB-ELT-REJ.
           INITIALIZE WS-LIG-RAP.
           STRING RELT-PERIODE SPACE RELT-ID SPACE RELT-CODE SPACE
                  RELT-VALEUR ' : ' WS-ELT-MOTIF
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-ELTREJ.
           WRITE REC-ELTREJ.
       CONTROLE-ELEMENT-FIN.
           EXIT.

      *    Congés accordés de la période payée ; sans
      *    Conges-Pris.txt les bulletins sont émis sans congés
       CHARGE-CONGES.
           OPEN INPUT F-CGPRIS.
           IF WS-STAT-FPRISNOFILE
              GO TO CHARGE-CONGES-FIN
           END-IF.
           IF NOT WS-STAT-FPRISOK
              DISPLAY 'CODE RETOUR D''ERREUR CONGES PRIS' SPACE
                 WS-STAT-FPRIS
              GO TO CHARGE-CONGES-FIN
           END-IF.
           READ F-CGPRIS.
           PERFORM UNTIL WS-STAT-FPRISFIN
              IF RCGP-MOIS = WS-PERIODE
                 IF WS-NB-CGP >= 2000
                    DISPLAY 'TABLE DES CONGES PLEINE - ' RCGP-ID
                       SPACE RCGP-DEBUT SPACE 'NON PORTE'
                 ELSE
                    ADD 1 TO WS-NB-CGP
                    MOVE RCGP-ID       TO WS-CGP-ID(WS-NB-CGP)
                    MOVE RCGP-TYPE     TO WS-CGP-TYPE(WS-NB-CGP)
                    MOVE RCGP-DEBUT    TO WS-CGP-DEBUT(WS-NB-CGP)
                    MOVE RCGP-FIN      TO WS-CGP-FIN(WS-NB-CGP)
                    MOVE RCGP-NB-JOURS TO WS-CGP-NB(WS-NB-CGP)
                    MOVE RCGP-SOLDE    TO WS-CGP-SOLDE(WS-NB-CGP)
                 END-IF
              END-IF
              READ F-CGPRIS
           END-PERFORM.
       CHARGE-CONGES-FIN.
           CLOSE F-CGPRIS.

      *    Conserve la génération courante des cumuls dans
      *    Paie-Cumuls-prec.txt avant de la réécrire ; à la première
      *    paie le fichier des cumuls n'existe pas encore
       SAUVE-CUMULS.
           OPEN INPUT F-CUMUL.
           IF WS-STAT-FCUMNOFILE
              GO TO SAUVE-CUMULS-FIN
           END-IF.
           IF NOT WS-STAT-FCUMOK
              DISPLAY 'CODE RETOUR D''ERREUR CUMULS' SPACE
                 WS-STAT-FCUM
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           OPEN OUTPUT F-CUMPREC.
           IF NOT WS-STAT-FCUMPRECOK
              DISPLAY 'CODE RETOUR D''ERREUR CUMULS PREC' SPACE
                 WS-STAT-FCUMPREC
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           MOVE 'O' TO WS-CUM-EXISTE.
           READ F-CUMUL.
           PERFORM UNTIL WS-STAT-FCUMFIN
              MOVE R-CUMUL TO REC-CUMPREC
              WRITE REC-CUMPREC
              READ F-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.
           CLOSE F-CUMPREC.
       SAUVE-CUMULS-FIN.
           EXIT.

      *    Réécrit les cumuls à partir de la génération précédente :
      *    les lignes de la période payée sont abandonnées (elles
      *    seront réécrites par les bulletins du mois), les autres
      *    sont reprises telles quelles ; les mois antérieurs de la
      *    même année alimentent les cumuls depuis janvier du bulletin
       REPRISE-CUMULS.
           OPEN OUTPUT F-CUMUL.
           IF NOT WS-STAT-FCUMOK
              DISPLAY 'CODE RETOUR D''ERREUR CUMULS' SPACE
                 WS-STAT-FCUM
              MOVE 8 TO RETURN-CODE
              MOVE 'ERREUR' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.
           IF NOT WS-CUM-A-REPRENDRE
              GO TO REPRISE-CUMULS-FIN
           END-IF.
           OPEN INPUT F-CUMPREC.
           READ F-CUMPREC.
           PERFORM UNTIL WS-STAT-FCUMPRECFIN
              PERFORM REPREND-UNE-LIGNE
              READ F-CUMPREC
           END-PERFORM.
           CLOSE F-CUMPREC.
       REPRISE-CUMULS-FIN.
           EXIT.

       REPREND-UNE-LIGNE.
           MOVE REC-CUMPREC TO R-CUMUL.
           IF (RCUM-ANNEE = WS-PER-ANNEE) AND (RCUM-MOIS = WS-PER-MOIS)
              IF RCUM-EST-EMPLOYE
                 ADD 1 TO WS-NB-CUM-REMPL
              END-IF
           ELSE
              WRITE R-CUMUL
              ADD 1 TO WS-NB-CUM-REPRIS
              IF (RCUM-ANNEE = WS-PER-ANNEE)
                 AND (RCUM-MOIS < WS-PER-MOIS)
                 AND RCUM-EST-EMPLOYE
                 PERFORM CUMULE-ANTERIEUR THRU CUMULE-ANTERIEUR-FIN
              END-IF
           END-IF.

      *    Ajoute un mois antérieur de l'année aux cumuls de
      *    l'employé ; un matricule sorti de l'effectif est ignoré
       CUMULE-ANTERIEUR.
           IF (RCUM-BRUT NOT NUMERIC) OR (RCUM-TOT-SAL NOT NUMERIC)
              OR (RCUM-TOT-PAT NOT NUMERIC) OR (RCUM-NET NOT NUMERIC)
              DISPLAY 'CUMUL ILLISIBLE POUR' SPACE RCUM-ID SPACE
                 RCUM-MOIS '/' RCUM-ANNEE
              GO TO CUMULE-ANTERIEUR-FIN
           END-IF.
           PERFORM VARYING WS-IND-CUM FROM 1 BY 1
                   UNTIL (WS-IND-CUM > WS-NB-ENREG)
                   OR (WS-EMPID OF ENR-PAIE(WS-IND-CUM) = RCUM-ID)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CUM TO WS-IND-CUM
           END-PERFORM.
           IF WS-IND-CUM > WS-NB-ENREG
              GO TO CUMULE-ANTERIEUR-FIN
           END-IF.
           ADD RCUM-BRUT    TO WS-EMPCUM-BRUT OF ENR-PAIE(WS-IND-CUM).
           ADD RCUM-TOT-SAL TO WS-EMPCUM-SAL  OF ENR-PAIE(WS-IND-CUM).
           ADD RCUM-TOT-PAT TO WS-EMPCUM-PAT  OF ENR-PAIE(WS-IND-CUM).
           ADD RCUM-NET     TO WS-EMPCUM-NET  OF ENR-PAIE(WS-IND-CUM).
       CUMULE-ANTERIEUR-FIN.
           EXIT.

      *    Un bulletin formaté par employé : brut (salaire de base
      *    et éléments variables soumis), une ligne par
      *    cotisation du barème (part salariale et patronale), net à
      *    payer et cumuls depuis janvier ; le mois est reporté dans
      *    les cumuls de paie
       ECRIT-BULLETINS.
           OPEN OUTPUT F-BULLETIN.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL (WS-IND-TAB > WS-NB-ENREG)
              PERFORM ECRIT-UN-BULLETIN THRU ECRIT-UN-BULLETIN-FIN
           END-PERFORM.
           CLOSE F-BULLETIN.
           CLOSE F-CUMUL.

       ECRIT-UN-BULLETIN.
           IF WS-EMPSAL-NUM OF ENR-PAIE(WS-IND-TAB) NOT NUMERIC
              GO TO ECRIT-UN-BULLETIN-FIN
           END-IF.
           ADD 1 TO WS-NB-BULLETINS.
           MOVE WS-EMPSAL-NUM OF ENR-PAIE(WS-IND-TAB) TO WS-BASE.
           MOVE WS-BASE TO WS-BRUT-CALC.
           MOVE 0 TO WS-NON-SOUMIS.
           INITIALIZE WS-TOT-COT-SAL WS-TOT-COT-PAT.

           MOVE ALL '=' TO REC-BULLETIN.
                  WS-EMPID   OF ENR-PAIE(WS-IND-TAB) SPACE
                  WS-EMPNOM  OF ENR-PAIE(WS-IND-TAB) SPACE
                  WS-EMPPREN OF ENR-PAIE(WS-IND-TAB)
                  '  ' WS-PERIODE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.

      *    éléments variables soumis : salaire de base puis une ligne
      *    par élément avant le brut
           MOVE 'N' TO WS-ELT-VU.
           PERFORM VARYING WS-IND-ELT FROM 1 BY 1
                    UNTIL (WS-IND-ELT > WS-NB-ELT)
              IF WS-ELT-ID(WS-IND-ELT)
                    = WS-EMPID OF ENR-PAIE(WS-IND-TAB)
                 MOVE WS-ELT-REF(WS-IND-ELT) TO WS-IND-REF
                 PERFORM VALORISE-ELEMENT
                 IF WS-REF-EST-SOUMIS(WS-IND-REF)
                    IF NOT WS-ELT-EST-VU
                       MOVE WS-BASE TO WS-BRUT-CHAR
                       INITIALIZE WS-LIG-RAP
                       STRING 'SALAIRE DE BASE       : ' WS-BRUT-CHAR
                              WS-LIG-EURO
                       DELIMITED BY SIZE
                       INTO WS-LIG-RAP
                       MOVE WS-LIG-RAP TO REC-BULLETIN
                       WRITE REC-BULLETIN
                       MOVE 'O' TO WS-ELT-VU
                    END-IF
                    PERFORM ECRIT-ELEMENT-BULLETIN
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BRUT-CALC < 0
              DISPLAY 'BRUT NEGATIF POUR' SPACE
                 WS-EMPID OF ENR-PAIE(WS-IND-TAB) SPACE
                 '- RAMENE A ZERO, ELEMENTS A REVOIR'
              MOVE 0 TO WS-BRUT-CALC
           END-IF.
           IF WS-BRUT-CALC > 99999.99
              DISPLAY 'BRUT HORS LIMITE POUR' SPACE
                 WS-EMPID OF ENR-PAIE(WS-IND-TAB) SPACE
                 '- ELEMENTS A REVOIR'
              MOVE 99999.99 TO WS-BRUT-CALC
           END-IF.
           MOVE WS-BRUT-CALC TO WS-BRUT.
           MOVE WS-BRUT TO WS-EMPBRUT OF ENR-PAIE(WS-IND-TAB).
           MOVE WS-BRUT TO WS-BRUT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'SALAIRE BRUT          : ' WS-BRUT-CHAR
                 * WS-COT-TAUX-PAT(WS-IND-COT) / 100
              ADD WS-COT-SAL TO WS-TOT-COT-SAL
              ADD WS-COT-PAT TO WS-TOT-COT-PAT
              MOVE WS-COT-SAL TO WS-COT-MNT-SAL(WS-IND-COT)
              MOVE WS-COT-PAT TO WS-COT-MNT-PAT(WS-IND-COT)
              MOVE WS-COT-SAL TO WS-COT-SAL-CHAR
              MOVE WS-COT-PAT TO WS-COT-PAT-CHAR
              MOVE WS-COT-TAUX-SAL(WS-IND-COT) TO WS-TAUX-CHAR

           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE WS-TOT-COT-SAL TO WS-COT-SAL-CHAR.
           MOVE WS-TOT-COT-PAT TO WS-COT-PAT-CHAR.
           INITIALIZE WS-LIG-RAP.
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.

      *    éléments non soumis : ajoutés (ou retenus) après les
      *    cotisations
           PERFORM VARYING WS-IND-ELT FROM 1 BY 1
                    UNTIL (WS-IND-ELT > WS-NB-ELT)
              IF WS-ELT-ID(WS-IND-ELT)
                    = WS-EMPID OF ENR-PAIE(WS-IND-TAB)
                 MOVE WS-ELT-REF(WS-IND-ELT) TO WS-IND-REF
                 IF NOT WS-REF-EST-SOUMIS(WS-IND-REF)
                    PERFORM ECRIT-ELEMENT-BULLETIN
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-NET = WS-BRUT - WS-TOT-COT-SAL + WS-NON-SOUMIS.
           IF WS-NET < 0
              DISPLAY 'NET NEGATIF POUR' SPACE
                 WS-EMPID OF ENR-PAIE(WS-IND-TAB) SPACE
                 '- RAMENE A ZERO, A REGULARISER'
              MOVE 0 TO WS-NET
           END-IF.
           MOVE WS-NET TO WS-NET-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'NET A PAYER           : ' WS-NET-CHAR
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.

      *    cumuls depuis janvier : mois antérieurs repris des cumuls
      *    de paie plus le mois du bulletin
           ADD WS-BRUT        TO WS-EMPCUM-BRUT OF ENR-PAIE(WS-IND-TAB).
           ADD WS-TOT-COT-SAL TO WS-EMPCUM-SAL  OF ENR-PAIE(WS-IND-TAB).
           ADD WS-TOT-COT-PAT TO WS-EMPCUM-PAT  OF ENR-PAIE(WS-IND-TAB).
           ADD WS-NET         TO WS-EMPCUM-NET  OF ENR-PAIE(WS-IND-TAB).
           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE WS-EMPCUM-BRUT OF ENR-PAIE(WS-IND-TAB) TO WS-CUMUL-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'CUMULS JANVIER A ' WS-PERIODE-CHAR
                  ' : BRUT ' WS-CUMUL-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-EMPCUM-NET OF ENR-PAIE(WS-IND-TAB) TO WS-CUMUL-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  NET ' WS-CUMUL-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE WS-EMPCUM-SAL OF ENR-PAIE(WS-IND-TAB) TO WS-CUMUL-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING '                          COTISATIONS SALARIALES '
                  WS-CUMUL-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-EMPCUM-PAT OF ENR-PAIE(WS-IND-TAB) TO WS-CUMUL-CHAR.
           STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                  '  PATRONALES ' WS-CUMUL-CHAR
                  WS-LIG-EURO
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.

      *    congés du mois accordés par conges
           MOVE 'N' TO WS-CGP-VU.
           PERFORM VARYING WS-IND-CGP FROM 1 BY 1
                    UNTIL (WS-IND-CGP > WS-NB-CGP)
              IF WS-CGP-ID(WS-IND-CGP)
                    = WS-EMPID OF ENR-PAIE(WS-IND-TAB)
                 PERFORM ECRIT-CONGE-BULLETIN
              END-IF
           END-PERFORM.
           MOVE ALL '=' TO REC-BULLETIN.
           WRITE REC-BULLETIN.

           PERFORM ECRIT-CUMUL-MOIS.

      *    cumuls de la synthèse (la table est triée par agence, la
      *    rupture est faite dans ECRIT-SYNTHESE)
           ADD WS-BRUT        TO WS-STE-BRUT.
       ECRIT-UN-BULLETIN-FIN.
           EXIT.

      *    Une ligne par congé du mois : type, dates, jours ouvrés
      *    et, pour les congés payés, le solde restant
       ECRIT-CONGE-BULLETIN.
           IF NOT WS-CGP-EST-VU
              MOVE ALL '-' TO REC-BULLETIN
              WRITE REC-BULLETIN
              MOVE 'O' TO WS-CGP-VU
           END-IF.
           MOVE WS-CGP-NB(WS-IND-CGP) TO WS-CGP-NB-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONGE ' WS-CGP-TYPE(WS-IND-CGP)
                  ' DU ' WS-CGP-DEBUT(WS-IND-CGP)(7:2)
                  '/' WS-CGP-DEBUT(WS-IND-CGP)(5:2)
                  '/' WS-CGP-DEBUT(WS-IND-CGP)(1:4)
                  ' AU ' WS-CGP-FIN(WS-IND-CGP)(7:2)
                  '/' WS-CGP-FIN(WS-IND-CGP)(5:2)
                  '/' WS-CGP-FIN(WS-IND-CGP)(1:4)
                  ' : ' WS-CGP-NB-CHAR ' J OUVRES'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-CGP-TYPE(WS-IND-CGP) = 'CP'
              MOVE WS-CGP-SOLDE(WS-IND-CGP) TO WS-CGP-SOLDE-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  SOLDE CP RESTANT ' WS-CGP-SOLDE-CHAR ' J'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-BULLETIN.
           WRITE REC-BULLETIN.

      *    Montant d'un élément sur le salaire de base : heures au
      *    taux horaire majoré, jours au taux journalier, unités au
      *    montant unitaire, ou montant saisi ; signé par le sens
      *    et cumulé dans le brut (soumis) ou dans le net (non
      *    soumis)
       VALORISE-ELEMENT.
           EVALUATE WS-REF-MODE(WS-IND-REF)
              WHEN 'H'
                 COMPUTE WS-TAUX-UNITAIRE ROUNDED = WS-BASE
                    * WS-REF-TAUX(WS-IND-REF) / WS-HEURES-MOIS / 100
                 COMPUTE WS-ELT-MNT(WS-IND-ELT) ROUNDED =
                    WS-TAUX-UNITAIRE * WS-ELT-QTE(WS-IND-ELT)
              WHEN 'J'
                 COMPUTE WS-TAUX-UNITAIRE ROUNDED = WS-BASE
                    * WS-REF-TAUX(WS-IND-REF) / WS-JOURS-MOIS / 100
                 COMPUTE WS-ELT-MNT(WS-IND-ELT) ROUNDED =
                    WS-TAUX-UNITAIRE * WS-ELT-QTE(WS-IND-ELT)
              WHEN 'U'
                 COMPUTE WS-ELT-MNT(WS-IND-ELT) ROUNDED =
                    WS-ELT-QTE(WS-IND-ELT) * WS-REF-TAUX(WS-IND-REF)
              WHEN OTHER
                 MOVE WS-ELT-QTE(WS-IND-ELT) TO WS-ELT-MNT(WS-IND-ELT)
           END-EVALUATE.
           IF WS-REF-EST-SOUMIS(WS-IND-REF)
              IF WS-REF-SENS(WS-IND-REF) = '-'
                 SUBTRACT WS-ELT-MNT(WS-IND-ELT) FROM WS-BRUT-CALC
              ELSE
                 ADD WS-ELT-MNT(WS-IND-ELT) TO WS-BRUT-CALC
              END-IF
           ELSE
              IF WS-REF-SENS(WS-IND-REF) = '-'
                 SUBTRACT WS-ELT-MNT(WS-IND-ELT) FROM WS-NON-SOUMIS
              ELSE
                 ADD WS-ELT-MNT(WS-IND-ELT) TO WS-NON-SOUMIS
              END-IF
           END-IF.

      *    Une ligne par élément : code, libellé, quantité (sauf
      *    montant saisi), montant signé
       ECRIT-ELEMENT-BULLETIN.
           MOVE WS-ELT-MNT(WS-IND-ELT) TO WS-ELT-MNT-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING WS-REF-CODE(WS-IND-REF) SPACE
                  WS-REF-LIB(WS-IND-REF)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-REF-MODE(WS-IND-REF) NOT = 'M'
              MOVE WS-ELT-QTE(WS-IND-ELT) TO WS-ELT-QTE-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  QTE ' WS-ELT-QTE-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE SPACES TO REC-BULLETIN.
           STRING WS-LIG-RAP(1:45) '  ' WS-REF-SENS(WS-IND-REF)
                  WS-ELT-MNT-CHAR WS-LIG-EURO
           DELIMITED BY SIZE
           INTO REC-BULLETIN.
           IF NOT WS-REF-EST-SOUMIS(WS-IND-REF)
              MOVE REC-BULLETIN TO WS-LIG-RAP
              STRING FUNCTION TRIM(WS-LIG-RAP TRAILING)
                     '  NON SOUMIS'
              DELIMITED BY SIZE
              INTO REC-BULLETIN
           END-IF.
           WRITE REC-BULLETIN.

      *    Report du bulletin dans les cumuls de paie : la ligne 'E'
      *    de l'employé puis une ligne 'C' par cotisation
       ECRIT-CUMUL-MOIS.
           INITIALIZE R-CUMUL.
           MOVE WS-PER-ANNEE TO RCUM-ANNEE.
           MOVE WS-PER-MOIS  TO RCUM-MOIS.
           MOVE WS-EMPID OF ENR-PAIE(WS-IND-TAB) TO RCUM-ID.
           MOVE 'E' TO RCUM-TYPE.
           MOVE SPACES TO RCUM-DETAIL.
           MOVE WS-EMPAG   OF ENR-PAIE(WS-IND-TAB) TO RCUM-AGENCE.
           MOVE WS-EMPNOM  OF ENR-PAIE(WS-IND-TAB) TO RCUM-NOM.
           MOVE WS-EMPPREN OF ENR-PAIE(WS-IND-TAB) TO RCUM-PRENOM.
           MOVE WS-BRUT        TO RCUM-BRUT.
           MOVE WS-TOT-COT-SAL TO RCUM-TOT-SAL.
           MOVE WS-TOT-COT-PAT TO RCUM-TOT-PAT.
           MOVE WS-NET         TO RCUM-NET.
           WRITE R-CUMUL.
           ADD 1 TO WS-NB-CUM-ECRITS.
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
                    UNTIL (WS-IND-COT > WS-NB-COT)
              MOVE 'C' TO RCUM-TYPE
              MOVE SPACES TO RCUM-DETAIL
              MOVE WS-COT-LIB(WS-IND-COT)      TO RCUM-COT-LIB
              MOVE WS-COT-TAUX-SAL(WS-IND-COT) TO RCUM-TAUX-SAL
              MOVE WS-COT-TAUX-PAT(WS-IND-COT) TO RCUM-TAUX-PAT
              MOVE WS-COT-MNT-SAL(WS-IND-COT)  TO RCUM-PART-SAL
              MOVE WS-COT-MNT-PAT(WS-IND-COT)  TO RCUM-PART-PAT
              WRITE R-CUMUL
              ADD 1 TO WS-NB-CUM-ECRITS
           END-PERFORM.
           PERFORM VARYING WS-IND-ELT FROM 1 BY 1
                    UNTIL (WS-IND-ELT > WS-NB-ELT)
              IF WS-ELT-ID(WS-IND-ELT)
                    = WS-EMPID OF ENR-PAIE(WS-IND-TAB)
                 MOVE WS-ELT-REF(WS-IND-ELT) TO WS-IND-REF
                 MOVE 'V' TO RCUM-TYPE
                 MOVE SPACES TO RCUM-DETAIL
                 MOVE WS-REF-CODE(WS-IND-REF)   TO RCUM-ELT-CODE
                 MOVE WS-REF-LIB(WS-IND-REF)    TO RCUM-ELT-LIB
                 MOVE WS-REF-SOUMIS(WS-IND-REF) TO RCUM-ELT-SOUMIS
                 MOVE WS-REF-SENS(WS-IND-REF)   TO RCUM-ELT-SENS
                 MOVE WS-ELT-QTE(WS-IND-ELT)    TO RCUM-ELT-QTE
                 MOVE WS-ELT-MNT(WS-IND-ELT)    TO RCUM-ELT-MONTANT
                 WRITE R-CUMUL
                 ADD 1 TO WS-NB-CUM-ECRITS
              END-IF
           END-PERFORM.

      *    Synthèse des cotisations par agence : rupture sur le code
      *    agence de la table triée, puis totaux société
       ECRIT-SYNTHESE.
              END-IF
              IF WS-EMPSAL-NUM OF ENR-PAIE(WS-IND-TAB) NUMERIC
                 ADD 1 TO WS-AG-NB
                 ADD WS-EMPBRUT OF ENR-PAIE(WS-IND-TAB)
                    TO WS-AG-BRUT
                 PERFORM CUMULE-COT-AGENCE
              END-IF
      *    Cumule les cotisations de l'employé courant dans les
      *    totaux de son agence (mêmes taux que le bulletin)
       CUMULE-COT-AGENCE.
           MOVE WS-EMPBRUT OF ENR-PAIE(WS-IND-TAB) TO WS-BRUT.
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
                    UNTIL (WS-IND-COT > WS-NB-COT)
              COMPUTE WS-COT-SAL ROUNDED = WS-BRUT

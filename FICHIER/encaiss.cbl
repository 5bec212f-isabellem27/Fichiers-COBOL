      *=============================================================*
      *    ENCAISSEMENT DES PRIMES ET RELANCES                      *
      *       quittanc inscrit chaque avis émis au suivi des        *
      *       quittances quittances-suivi.dat. Le programme         *
      *       rapproche les paiements reçus de la banque            *
      *       (paiements-banque.dat : contrat '*' montant en        *
      *       centimes sur 8 chiffres '*' date AAAAMMJJ '*'         *
      *       référence de l'avis) des quittances ouvertes :        *
      *       - la référence désigne la quittance, sinon le numéro  *
      *         de contrat ses quittances ouvertes, plus ancienne   *
      *         d'abord ;                                           *
      *       - un paiement partiel laisse la quittance ouverte,    *
      *         un trop-perçu reste en avoir sur le contrat et      *
      *         solde les quittances suivantes ;                    *
      *       - un paiement sans référence ni contrat connus part   *
      *         dans paiements-non-identifies.dat (à corriger puis  *
      *         à représenter), code retour 4.                      *
      *       Le solde de chaque contrat (émis, réglé, avoir) est   *
      *       tenu dans comptes-primes.dat. Une quittance impayée   *
      *       15 puis 30 jours ouvrés (datecalc) après son émission *
      *       donne une première puis une deuxième relance dans     *
      *       relances.dat ; toujours impayée 15 jours ouvrés après *
      *       la deuxième, le contrat est proposé à la suspension   *
      *       par une ligne STATUT ajoutée à avenants.dat.          *
      *       Les paiements traités sont archivés dans              *
      *       paiements-historique.dat et le fichier de la banque   *
      *       est vidé. encaiss-param.txt (facultatif) donne la     *
      *       date de traitement AAAAMMJJ (date du jour à défaut).  *
      *       Etape de la chaine chaineop après quittanc et avant   *
      *       avenants.                                             *
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
       PROGRAM-ID. encaiss.
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

           SELECT F-SUIVI
           ASSIGN TO 'quittances-suivi.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSUIVI.

           SELECT F-COMPTE
           ASSIGN TO 'comptes-primes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCOMPTE.

           SELECT F-PAIEMENT
           ASSIGN TO 'paiements-banque.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPAIE.

           SELECT F-HISTO
           ASSIGN TO 'paiements-historique.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FHISTO.

           SELECT F-NONID
           ASSIGN TO 'paiements-non-identifies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FNONID.

           SELECT F-PARAM
           ASSIGN TO 'encaiss-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-RAPPORT
           ASSIGN TO 'encaissements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

           SELECT F-RELANCE
           ASSIGN TO 'relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FREL.

      *    propositions de suspension, appliquées par avenants
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

      * même dessin que l'inscription faite par INSCRIT-SUIVI de
      * quittanc ; état O ouverte, S soldée ; niveau de relance 0
      * aucune, 1 première, 2 deuxième, 3 suspension proposée
       FD  F-SUIVI
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SUIVI.
           05 QS-REF           PIC X(16)  .
           05 QS-CTR           PIC 9(8)   .
           05 QS-DATE          PIC X(8)   .
           05 QS-MNT           PIC 9(6)V99.
           05 QS-PAYE          PIC 9(6)V99.
           05 QS-ETAT          PIC X      .
           05 QS-NIV           PIC 9      .
           05 QS-DATE-REL      PIC X(8)   .
           05 QS-DEVISE        PIC X(3)   .
           05 FILLER           PIC X(19)  .

      * solde par contrat : émis, réglé (avoir compris), avoir non
      * imputé, solde (positif = dû, négatif = avoir), dernier
      * paiement
       FD  F-COMPTE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-COMPTE.
           05 CP-CTR           PIC 9(8)   .
           05 CP-EMIS          PIC 9(8)V99.
           05 CP-PAYE          PIC 9(8)V99.
           05 CP-AVOIR         PIC 9(6)V99.
           05 CP-SOLDE         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 CP-DATE-PAIE     PIC X(8)   .
           05 FILLER           PIC X(25)  .

       FD  F-PAIEMENT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PAIEMENT        PIC X(80).

       FD  F-HISTO
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO           PIC X(120).

       FD  F-NONID
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-NONID           PIC X(80).

       FD  F-PARAM
           RECORD CONTAINS 1 TO 30 CHARACTERS
           RECORDING MODE IS V.
       01  REC-PARAM           PIC X(30).

       FD  F-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(120).

       FD  F-RELANCE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RELANCE         PIC X(120).

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
       01  WS-STAT-FSUIVI     PIC XX                    .
       88  WS-STAT-FSUIVIOK                VALUE '00'   .
       88  WS-STAT-FSUIVIFIN               VALUE '10'   .
       01  WS-STAT-FCOMPTE    PIC XX                    .
       88  WS-STAT-FCOMPTEOK               VALUE '00'   .
       88  WS-STAT-FCOMPTEFIN              VALUE '10'   .
       01  WS-STAT-FPAIE      PIC XX                    .
       88  WS-STAT-FPAIEOK                 VALUE '00'   .
       88  WS-STAT-FPAIEFIN                VALUE '10'   .
       01  WS-STAT-FHISTO     PIC XX                    .
       88  WS-STAT-FHISTOOK                VALUE '00'   .
       01  WS-STAT-FNONID     PIC XX                    .
       88  WS-STAT-FNONIDOK                VALUE '00'   .
       01  WS-STAT-FPARAM     PIC XX                    .
       88  WS-STAT-FPARAMOK                VALUE '00'   .
       01  WS-STAT-FRAP       PIC XX                    .
       88  WS-STAT-FRAPOK                  VALUE '00'   .
       01  WS-STAT-FREL       PIC XX                    .
       88  WS-STAT-FRELOK                  VALUE '00'   .
       01  WS-STAT-FAVE       PIC XX                    .
       88  WS-STAT-FAVEOK                  VALUE '00'   .

      *    délais de relance en jours ouvrés après l'émission
       01  WS-DELAI-R1        PIC 9(3)      VALUE 15    .
       01  WS-DELAI-R2        PIC 9(3)      VALUE 30    .
       01  WS-DELAI-SUSP      PIC 9(3)      VALUE 45    .

      *    contrats : fichier maitre, puis comptes sans contrat au
      *    maitre (résiliés depuis)
       01  WS-IND-CT          PIC 9(4)      VALUE 0     .
       01  WS-CONTRATS.
           03 WS-NB-CT        PIC 9(4)      VALUE 0     .
           03 WS-CT-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-CT.
              05 WS-CT-ID        PIC 9(8)               .
              05 WS-CT-GRP       PIC X(14)              .
              05 WS-CT-STATUT    PIC X(10)              .
              05 WS-CT-DEVISE    PIC X(3)               .
              05 WS-CT-AVOIR     PIC 9(6)V99            .
              05 WS-CT-DATE-PAIE PIC X(8)               .
              05 WS-CT-EMIS      PIC 9(8)V99            .
              05 WS-CT-PAYE      PIC 9(8)V99            .
              05 WS-CT-SUSP      PIC X                  .
                 88 WS-CT-SUSP-PROPOSEE      VALUE 'O'  .

      *    quittances au suivi, dans l'ordre d'émission
       01  WS-IND-QS          PIC 9(4)      VALUE 0     .
       01  WS-SUIVI.
           03 WS-NB-QS        PIC 9(4)      VALUE 0     .
           03 WS-QS-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-QS.
              05 WS-QS-LIGNE     PIC X(80)              .

      *    découpage d'une ligne de paiement
       01  WS-PA-CTR-X        PIC X(8)      VALUE SPACES.
       01  WS-PA-CTR-9 REDEFINES WS-PA-CTR-X PIC 9(8).
       01  WS-PA-MNT-X        PIC X(8)      VALUE SPACES.
       01  WS-PA-MNT-9 REDEFINES WS-PA-MNT-X PIC 9(6)V99.
       01  WS-PA-DATE         PIC X(8)      VALUE SPACES.
       01  WS-PA-REF          PIC X(16)     VALUE SPACES.
       01  WS-PA-RESULTAT     PIC X(40)     VALUE SPACES.

       01  WS-CTR-CHERCHE     PIC 9(8)      VALUE 0     .
       01  WS-RESTE           PIC 9(6)V99   VALUE 0     .
       01  WS-DU              PIC 9(6)V99   VALUE 0     .
       01  WS-DU-CTR          PIC 9(8)V99   VALUE 0     .
       01  WS-SOLDE           PIC S9(8)V99  VALUE 0     .

      *    dates de relance de la quittance courante
       01  WS-DATE-TRAIT      PIC X(8)      VALUE SPACES.
       01  WS-DATE-R1         PIC X(8)      VALUE SPACES.
       01  WS-DATE-R2         PIC X(8)      VALUE SPACES.
       01  WS-DATE-SUSP       PIC X(8)      VALUE SPACES.
       01  WS-DATECALC        PIC X         VALUE 'O'   .
           88 WS-DATECALC-PRESENT           VALUE 'O'   .

      *    compteurs
       01  WS-NB-PAIEMENTS    PIC 9(5)      VALUE 0     .
       01  WS-NB-IMPUTES      PIC 9(5)      VALUE 0     .
       01  WS-NB-PARTIELS     PIC 9(5)      VALUE 0     .
       01  WS-NB-TROP-PERCUS  PIC 9(5)      VALUE 0     .
       01  WS-NB-NON-IDENT    PIC 9(5)      VALUE 0     .
       01  WS-NB-RELANCES-1   PIC 9(5)      VALUE 0     .
       01  WS-NB-RELANCES-2   PIC 9(5)      VALUE 0     .
       01  WS-NB-SUSPENSIONS  PIC 9(5)      VALUE 0     .

       01  WS-MNT-CHAR        PIC Z(5)9,99              .
       01  WS-PAYE-CHAR       PIC Z(5)9,99              .
       01  WS-DU-CHAR         PIC Z(5)9,99              .
       01  WS-EMIS-CHAR       PIC Z(7)9,99              .
       01  WS-REGLE-CHAR      PIC Z(7)9,99              .
       01  WS-SOLDE-CHAR      PIC -(8)9,99              .
       01  WS-DATE-JOUR       PIC X(21)     VALUE SPACES.
       01  WS-LIG-RAP         PIC X(120)    VALUE SPACES.

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
           MOVE WS-DATE-JOUR(1:8) TO WS-DATE-TRAIT.

           PERFORM CHARGE-PARAM THRU CHARGE-PARAM-FIN.
           PERFORM CHARGE-CONTRATS THRU CHARGE-CONTRATS-FIN.
           PERFORM CHARGE-SUIVI THRU CHARGE-SUIVI-FIN.
           PERFORM CHARGE-COMPTES THRU CHARGE-COMPTES-FIN.

           OPEN OUTPUT F-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'ENCAISSEMENT DES PRIMES ET RELANCES - TRAITEMENT '
                  'DU ' WS-DATE-TRAIT(7:2) '/' WS-DATE-TRAIT(5:2) '/'
                  WS-DATE-TRAIT(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    les avoirs des passages précédents soldent d'abord les
      *    quittances émises depuis
           PERFORM VARYING WS-IND-CT FROM 1 BY 1
                   UNTIL (WS-IND-CT > WS-NB-CT)
              IF WS-CT-AVOIR(WS-IND-CT) > 0
                 PERFORM IMPUTE-AVOIR
              END-IF
           END-PERFORM.

           MOVE 'PAIEMENTS RECUS DE LA BANQUE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM TRAITE-PAIEMENTS THRU TRAITE-PAIEMENTS-FIN.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RELANCES ET PROPOSITIONS DE SUSPENSION'
              TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN OUTPUT F-RELANCE.
           PERFORM VARYING WS-IND-QS FROM 1 BY 1
                   UNTIL (WS-IND-QS > WS-NB-QS)
                   OR (NOT WS-DATECALC-PRESENT)
              MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
              IF (QS-ETAT = 'O') AND (QS-NIV < 3)
                 PERFORM RELANCE-QUITTANCE THRU RELANCE-QUITTANCE-FIN
              END-IF
           END-PERFORM.
           CLOSE F-RELANCE.

           PERFORM REECRIT-SUIVI.
           PERFORM REECRIT-COMPTES.

           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'PAIEMENTS : ' WS-NB-PAIEMENTS
                  '  IMPUTES : ' WS-NB-IMPUTES
                  '  DONT PARTIELS : ' WS-NB-PARTIELS
                  '  TROP-PERCUS : ' WS-NB-TROP-PERCUS
                  '  NON IDENTIFIES : ' WS-NB-NON-IDENT
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'PREMIERES RELANCES : ' WS-NB-RELANCES-1
                  '  DEUXIEMES RELANCES : ' WS-NB-RELANCES-2
                  '  SUSPENSIONS PROPOSEES : ' WS-NB-SUSPENSIONS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

           DISPLAY 'PAIEMENTS LUS       :' SPACE WS-NB-PAIEMENTS.
           DISPLAY 'PAIEMENTS IMPUTES   :' SPACE WS-NB-IMPUTES.
           DISPLAY 'NON IDENTIFIES      :' SPACE WS-NB-NON-IDENT.
           DISPLAY 'RELANCES EMISES     :' SPACE WS-NB-RELANCES-1
              SPACE WS-NB-RELANCES-2.
           DISPLAY 'SUSPENSIONS PROPOSEES:' SPACE WS-NB-SUSPENSIONS.
      *    code retour pour l'ordonnanceur : 4 paiements à
      *    identifier ou relances non calculées
           IF (WS-NB-NON-IDENT > 0) OR (NOT WS-DATECALC-PRESENT)
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
      *    encaiss ; un refus est émis et tracé par autoris, on
      *    s'arrête avant toute écriture
       CONTROLE-ACCES.
           INITIALIZE AU-ZONE.
           MOVE 'encaiss' TO AU-PROGRAMME.
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
           MOVE 'encaiss' TO JR-PROGRAMME.
           MOVE WS-NB-PAIEMENTS TO JR-NB-LUS.
           MOVE WS-NB-IMPUTES   TO JR-NB-ECRITS.
           MOVE WS-NB-NON-IDENT TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Date de traitement imposée (reprise d'un passage) ;
      *    fichier absent ou date invalide = date du jour
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
                 MOVE REC-PARAM(1:8) TO WS-DATE-TRAIT
              ELSE
                 DISPLAY 'DATE DE TRAITEMENT INVALIDE IGNOREE : '
                    REC-PARAM(1:8)
              END-IF
           END-IF.
       CHARGE-PARAM-FIN.
           CLOSE F-PARAM.

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
              INITIALIZE WS-CT-TAB(WS-NB-CT)
              MOVE MA-AGAID  TO WS-CT-ID(WS-NB-CT)
              MOVE MA-AGAGRP TO WS-CT-GRP(WS-NB-CT)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MA-CLACT))
                 TO WS-CT-STATUT(WS-NB-CT)
              MOVE MA-AGCURR TO WS-CT-DEVISE(WS-NB-CT)
              READ FIC-MASTER
           END-PERFORM.
       CHARGE-CONTRATS-FIN.
           CLOSE FIC-MASTER.

      *    Quittances au suivi ; fichier absent = aucune quittance
      *    émise, les paiements partent en avoir
       CHARGE-SUIVI.
           OPEN INPUT F-SUIVI.
           IF NOT WS-STAT-FSUIVIOK
              DISPLAY 'QUITTANCES-SUIVI.DAT ABSENT - AUCUNE QUITTANCE '
                 'EN COURS'
              GO TO CHARGE-SUIVI-FIN
           END-IF.
           READ F-SUIVI.
           PERFORM UNTIL WS-STAT-FSUIVIFIN
                      OR (WS-NB-QS >= 9999)
              ADD 1 TO WS-NB-QS
              MOVE REC-SUIVI TO WS-QS-LIGNE(WS-NB-QS)
              READ F-SUIVI
           END-PERFORM.
       CHARGE-SUIVI-FIN.
           CLOSE F-SUIVI.

      *    Avoirs et date du dernier paiement des passages
      *    précédents ; fichier absent = premier passage
       CHARGE-COMPTES.
           OPEN INPUT F-COMPTE.
           IF NOT WS-STAT-FCOMPTEOK
              GO TO CHARGE-COMPTES-FIN
           END-IF.
           READ F-COMPTE.
           PERFORM UNTIL WS-STAT-FCOMPTEFIN
              MOVE CP-CTR TO WS-CTR-CHERCHE
              PERFORM CHERCHE-CONTRAT
              IF WS-IND-CT <= WS-NB-CT
                 MOVE CP-AVOIR     TO WS-CT-AVOIR(WS-IND-CT)
                 MOVE CP-DATE-PAIE TO WS-CT-DATE-PAIE(WS-IND-CT)
              END-IF
              READ F-COMPTE
           END-PERFORM.
       CHARGE-COMPTES-FIN.
           CLOSE F-COMPTE.

      *    Ligne du contrat WS-CTR-CHERCHE dans WS-CT-TAB ; un
      *    contrat absent du maitre y est ajouté (table pleine :
      *    WS-IND-CT > WS-NB-CT)
       CHERCHE-CONTRAT.
           PERFORM VARYING WS-IND-CT FROM 1 BY 1
                   UNTIL (WS-IND-CT > WS-NB-CT)
                   OR (WS-CT-ID(WS-IND-CT) = WS-CTR-CHERCHE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-CT TO WS-IND-CT
           END-PERFORM.
           IF (WS-IND-CT > WS-NB-CT) AND (WS-NB-CT < 9999)
              ADD 1 TO WS-NB-CT
              MOVE WS-NB-CT TO WS-IND-CT
              INITIALIZE WS-CT-TAB(WS-IND-CT)
              MOVE WS-CTR-CHERCHE TO WS-CT-ID(WS-IND-CT)
              MOVE 'HORS MAITRE'  TO WS-CT-STATUT(WS-IND-CT)
           END-IF.

      *    Avoir du contrat WS-IND-CT imputé sur ses quittances
      *    ouvertes
       IMPUTE-AVOIR.
           MOVE WS-CT-AVOIR(WS-IND-CT) TO WS-RESTE.
           PERFORM IMPUTE-CONTRAT.
           IF WS-RESTE NOT = WS-CT-AVOIR(WS-IND-CT)
              COMPUTE WS-DU = WS-CT-AVOIR(WS-IND-CT) - WS-RESTE
              MOVE WS-DU TO WS-MNT-CHAR
              INITIALIZE WS-LIG-RAP
              STRING 'CONTRAT ' WS-CT-ID(WS-IND-CT)
                     ' AVOIR IMPUTE SUR LES NOUVELLES QUITTANCES : '
                     WS-MNT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
              MOVE WS-RESTE TO WS-CT-AVOIR(WS-IND-CT)
           END-IF.

      *    WS-RESTE imputé sur les quittances ouvertes du contrat
      *    WS-IND-CT, la plus ancienne d'abord
       IMPUTE-CONTRAT.
           PERFORM VARYING WS-IND-QS FROM 1 BY 1
                   UNTIL (WS-IND-QS > WS-NB-QS)
                   OR (WS-RESTE = 0)
              MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
              IF (QS-CTR = WS-CT-ID(WS-IND-CT)) AND (QS-ETAT = 'O')
                 PERFORM IMPUTE-QUITTANCE
              END-IF
           END-PERFORM.

      *    WS-RESTE imputé sur la quittance WS-IND-QS posée dans
      *    REC-SUIVI
       IMPUTE-QUITTANCE.
           COMPUTE WS-DU = QS-MNT - QS-PAYE.
           IF WS-RESTE >= WS-DU
              SUBTRACT WS-DU FROM WS-RESTE
              MOVE QS-MNT TO QS-PAYE
              MOVE 'S' TO QS-ETAT
           ELSE
              ADD WS-RESTE TO QS-PAYE
              MOVE 0 TO WS-RESTE
           END-IF.
           MOVE REC-SUIVI TO WS-QS-LIGNE(WS-IND-QS).

      *    Reste dû sur les quittances ouvertes du contrat WS-IND-CT
       CALCULE-DU-CONTRAT.
           MOVE 0 TO WS-DU-CTR.
           PERFORM VARYING WS-IND-QS FROM 1 BY 1
                   UNTIL (WS-IND-QS > WS-NB-QS)
              MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
              IF (QS-CTR = WS-CT-ID(WS-IND-CT)) AND (QS-ETAT = 'O')
                 COMPUTE WS-DU-CTR = WS-DU-CTR + QS-MNT - QS-PAYE
              END-IF
           END-PERFORM.

       TRAITE-PAIEMENTS.
           OPEN INPUT F-PAIEMENT.
           IF NOT WS-STAT-FPAIEOK
              MOVE 'AUCUN PAIEMENT RECU' TO REC-RAPPORT
              WRITE REC-RAPPORT
              CLOSE F-PAIEMENT
              GO TO TRAITE-PAIEMENTS-FIN
           END-IF.
           OPEN EXTEND F-HISTO.
           IF NOT WS-STAT-FHISTOOK
              OPEN OUTPUT F-HISTO
           END-IF.
           OPEN OUTPUT F-NONID.
           READ F-PAIEMENT.
           PERFORM UNTIL WS-STAT-FPAIEFIN
              IF REC-PAIEMENT NOT = SPACES
                 ADD 1 TO WS-NB-PAIEMENTS
                 PERFORM TRAITE-PAIEMENT THRU TRAITE-PAIEMENT-FIN
              END-IF
              READ F-PAIEMENT
           END-PERFORM.
           CLOSE F-PAIEMENT.
           CLOSE F-HISTO.
           CLOSE F-NONID.
      *    les paiements sont archivés : le fichier de la banque est
      *    vidé pour ne pas les imputer deux fois
           OPEN OUTPUT F-PAIEMENT.
           CLOSE F-PAIEMENT.
       TRAITE-PAIEMENTS-FIN.
           EXIT.

      *    Un paiement : la référence désigne la quittance, à défaut
      *    le contrat ; le reste éventuel passe en avoir
       TRAITE-PAIEMENT.
           MOVE SPACES TO WS-PA-CTR-X WS-PA-MNT-X WS-PA-DATE
                          WS-PA-REF WS-PA-RESULTAT.
           UNSTRING REC-PAIEMENT DELIMITED BY '*'
              INTO WS-PA-CTR-X WS-PA-MNT-X WS-PA-DATE WS-PA-REF.
           IF WS-PA-MNT-9 NOT NUMERIC
              MOVE 'MONTANT ILLISIBLE' TO WS-PA-RESULTAT
              GO TO TRAITE-PAIEMENT-NONID
           END-IF.
           IF WS-PA-MNT-9 = 0
              MOVE 'MONTANT NUL' TO WS-PA-RESULTAT
              GO TO TRAITE-PAIEMENT-NONID
           END-IF.
           MOVE WS-PA-MNT-9 TO WS-MNT-CHAR.
      *    la quittance désignée par la référence
           MOVE WS-NB-QS TO WS-IND-QS.
           ADD 1 TO WS-IND-QS.
           IF WS-PA-REF NOT = SPACES
              PERFORM VARYING WS-IND-QS FROM 1 BY 1
                      UNTIL (WS-IND-QS > WS-NB-QS)
                      OR (WS-QS-LIGNE(WS-IND-QS)(1:16) = WS-PA-REF)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-QS TO WS-IND-QS
              END-PERFORM
           END-IF.
           IF WS-IND-QS <= WS-NB-QS
              MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
              MOVE QS-CTR TO WS-CTR-CHERCHE
           ELSE
      *       sinon le contrat, qui doit être au maitre
              IF WS-PA-CTR-9 NOT NUMERIC
                 MOVE 'REFERENCE ET CONTRAT INCONNUS' TO WS-PA-RESULTAT
                 GO TO TRAITE-PAIEMENT-NONID
              END-IF
              MOVE WS-PA-CTR-9 TO WS-CTR-CHERCHE
              PERFORM VARYING WS-IND-CT FROM 1 BY 1
                      UNTIL (WS-IND-CT > WS-NB-CT)
                      OR (WS-CT-ID(WS-IND-CT) = WS-CTR-CHERCHE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-CT TO WS-IND-CT
              END-PERFORM
              IF WS-IND-CT > WS-NB-CT
                 MOVE 'REFERENCE ET CONTRAT INCONNUS' TO WS-PA-RESULTAT
                 GO TO TRAITE-PAIEMENT-NONID
              END-IF
           END-IF.
           PERFORM CHERCHE-CONTRAT.
           IF WS-IND-CT > WS-NB-CT
              MOVE 'TABLE DES CONTRATS PLEINE' TO WS-PA-RESULTAT
              GO TO TRAITE-PAIEMENT-NONID
           END-IF.
           ADD 1 TO WS-NB-IMPUTES.
           MOVE WS-PA-MNT-9 TO WS-RESTE.
           IF WS-IND-QS <= WS-NB-QS
              IF QS-ETAT = 'O'
                 PERFORM IMPUTE-QUITTANCE
              END-IF
           END-IF.
           PERFORM IMPUTE-CONTRAT.
           IF WS-PA-DATE > WS-CT-DATE-PAIE(WS-IND-CT)
              MOVE WS-PA-DATE TO WS-CT-DATE-PAIE(WS-IND-CT)
           END-IF.
           PERFORM CALCULE-DU-CONTRAT.
           EVALUATE TRUE
              WHEN WS-RESTE > 0
                 ADD 1 TO WS-NB-TROP-PERCUS
                 ADD WS-RESTE TO WS-CT-AVOIR(WS-IND-CT)
                 MOVE WS-RESTE TO WS-DU-CHAR
                 STRING 'TROP-PERCU - AVOIR ' WS-DU-CHAR
                 DELIMITED BY SIZE
                 INTO WS-PA-RESULTAT
              WHEN WS-DU-CTR > 0
                 ADD 1 TO WS-NB-PARTIELS
                 MOVE WS-DU-CTR TO WS-EMIS-CHAR
                 STRING 'PARTIEL - RESTE DU ' WS-EMIS-CHAR
                 DELIMITED BY SIZE
                 INTO WS-PA-RESULTAT
              WHEN OTHER
                 MOVE 'CONTRAT A JOUR' TO WS-PA-RESULTAT
           END-EVALUATE.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONTRAT ' WS-CT-ID(WS-IND-CT)
                  ' REF ' WS-PA-REF
                  ' DU ' WS-PA-DATE
                  ' MONTANT ' WS-MNT-CHAR ' : '
                  WS-PA-RESULTAT
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           GO TO TRAITE-PAIEMENT-HISTO.
       TRAITE-PAIEMENT-NONID.
           ADD 1 TO WS-NB-NON-IDENT.
           MOVE REC-PAIEMENT TO REC-NONID.
           WRITE REC-NONID.
           INITIALIZE WS-LIG-RAP.
           STRING '** PAIEMENT NON IDENTIFIE "'
                  FUNCTION TRIM(REC-PAIEMENT) '" : '
                  WS-PA-RESULTAT
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       TRAITE-PAIEMENT-HISTO.
           INITIALIZE WS-LIG-RAP.
           STRING WS-DATE-TRAIT SPACE REC-PAIEMENT(1:60) SPACE
                  WS-PA-RESULTAT
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-HISTO.
           WRITE REC-HISTO.
       TRAITE-PAIEMENT-FIN.
           EXIT.

      *    Quittance ouverte posée dans REC-SUIVI : relance à 15
      *    puis 30 jours ouvrés, suspension proposée à 45 si la
      *    deuxième relance est restée sans effet
       RELANCE-QUITTANCE.
           MOVE WS-DELAI-R1 TO DC-NB-JOURS.
           PERFORM AJOUTE-JOURS-OUVRES.
           IF DC-RC NOT = 0
              GO TO RELANCE-QUITTANCE-FIN
           END-IF.
           MOVE DC-DATE2 TO WS-DATE-R1.
           IF WS-DATE-TRAIT < WS-DATE-R1
              GO TO RELANCE-QUITTANCE-FIN
           END-IF.
           MOVE WS-DELAI-R2 TO DC-NB-JOURS.
           PERFORM AJOUTE-JOURS-OUVRES.
           MOVE DC-DATE2 TO WS-DATE-R2.
           MOVE WS-DELAI-SUSP TO DC-NB-JOURS.
           PERFORM AJOUTE-JOURS-OUVRES.
           MOVE DC-DATE2 TO WS-DATE-SUSP.
           MOVE QS-CTR TO WS-CTR-CHERCHE.
           PERFORM CHERCHE-CONTRAT.
           IF WS-IND-CT > WS-NB-CT
              GO TO RELANCE-QUITTANCE-FIN
           END-IF.
           EVALUATE TRUE
              WHEN (WS-DATE-TRAIT >= WS-DATE-SUSP) AND (QS-NIV = 2)
                 PERFORM PROPOSE-SUSPENSION
                 MOVE 3 TO QS-NIV
              WHEN (WS-DATE-TRAIT >= WS-DATE-R2) AND (QS-NIV < 2)
                 ADD 1 TO WS-NB-RELANCES-2
                 MOVE 2 TO QS-NIV
                 PERFORM ECRIT-LETTRE
              WHEN QS-NIV < 1
                 ADD 1 TO WS-NB-RELANCES-1
                 MOVE 1 TO QS-NIV
                 PERFORM ECRIT-LETTRE
              WHEN OTHER
                 GO TO RELANCE-QUITTANCE-FIN
           END-EVALUATE.
           MOVE WS-DATE-TRAIT TO QS-DATE-REL.
           MOVE REC-SUIVI TO WS-QS-LIGNE(WS-IND-QS).
       RELANCE-QUITTANCE-FIN.
           EXIT.

      *    DC-DATE2 = émission de la quittance + DC-NB-JOURS jours
      *    ouvrés
       AJOUTE-JOURS-OUVRES.
           MOVE 'O' TO DC-ACTION.
           MOVE QS-DATE TO DC-DATE1.
           MOVE SPACES TO DC-DATE2.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
                 DISPLAY 'CALCULATEUR DE DATES DATECALC '
                    'INDISPONIBLE - RELANCES NON TRAITEES'
                 MOVE 'N' TO WS-DATECALC
                 MOVE 1 TO DC-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF (DC-RC NOT = 0) AND WS-DATECALC-PRESENT
              INITIALIZE WS-LIG-RAP
              STRING '** QUITTANCE ' QS-REF
                     ' DATE D''EMISSION INVALIDE : ' QS-DATE
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

      *    Lettre de relance de la quittance posée dans REC-SUIVI
       ECRIT-LETTRE.
           MOVE ALL '=' TO REC-RELANCE.
           WRITE REC-RELANCE.
           IF QS-NIV = 1
              MOVE 'PREMIERE RELANCE - PRIME IMPAYEE' TO REC-RELANCE
           ELSE
              MOVE 'DEUXIEME ET DERNIERE RELANCE - PRIME IMPAYEE'
                 TO REC-RELANCE
           END-IF.
           WRITE REC-RELANCE.
           MOVE ALL '=' TO REC-RELANCE.
           WRITE REC-RELANCE.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONTRAT ' QS-CTR ' GROUPE ' WS-CT-GRP(WS-IND-CT)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RELANCE.
           WRITE REC-RELANCE.
           INITIALIZE WS-LIG-RAP.
           STRING 'QUITTANCE ' QS-REF ' EMISE LE '
                  QS-DATE(7:2) '/' QS-DATE(5:2) '/' QS-DATE(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RELANCE.
           WRITE REC-RELANCE.
           COMPUTE WS-DU = QS-MNT - QS-PAYE.
           MOVE QS-MNT  TO WS-MNT-CHAR.
           MOVE QS-PAYE TO WS-PAYE-CHAR.
           MOVE WS-DU   TO WS-DU-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING 'PRIME ' WS-MNT-CHAR '  DEJA REGLE ' WS-PAYE-CHAR
                  '  RESTE DU ' WS-DU-CHAR SPACE QS-DEVISE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RELANCE.
           WRITE REC-RELANCE.
           IF QS-NIV = 1
              MOVE 'MERCI DE REGLER CE MONTANT EN RAPPELANT LA '
                 & 'REFERENCE DE LA QUITTANCE.' TO REC-RELANCE
              WRITE REC-RELANCE
           ELSE
              MOVE 'SANS REGLEMENT SOUS 15 JOURS OUVRES, LA '
                 & 'SUSPENSION DU CONTRAT SERA PROPOSEE.'
                 TO REC-RELANCE
              WRITE REC-RELANCE
           END-IF.
           INITIALIZE WS-LIG-RAP.
           STRING 'FAIT LE ' WS-DATE-TRAIT(7:2) '/'
                  WS-DATE-TRAIT(5:2) '/' WS-DATE-TRAIT(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RELANCE.
           WRITE REC-RELANCE.
           INITIALIZE WS-LIG-RAP.
           STRING 'CONTRAT ' QS-CTR ' QUITTANCE ' QS-REF
                  ' RELANCE ' QS-NIV ' RESTE DU ' WS-DU-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    Suspension proposée par une ligne STATUT d'avenants.dat,
      *    une seule par contrat et seulement s'il est encore actif
       PROPOSE-SUSPENSION.
           INITIALIZE WS-LIG-RAP.
           EVALUATE TRUE
              WHEN WS-CT-SUSP-PROPOSEE(WS-IND-CT)
                 CONTINUE
              WHEN WS-CT-STATUT(WS-IND-CT) NOT = 'ACTIF'
                 STRING 'CONTRAT ' QS-CTR ' QUITTANCE ' QS-REF
                        ' IMPAYEE APRES 2 RELANCES - CONTRAT DEJA '
                        WS-CT-STATUT(WS-IND-CT)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              WHEN OTHER
                 SET WS-CT-SUSP-PROPOSEE(WS-IND-CT) TO TRUE
                 ADD 1 TO WS-NB-SUSPENSIONS
                 OPEN EXTEND F-AVENANT
                 IF NOT WS-STAT-FAVEOK
                    OPEN OUTPUT F-AVENANT
                 END-IF
                 MOVE SPACES TO REC-AVENANT
                 STRING QS-CTR '*STATUT*SUSPENDU*' WS-DATE-TRAIT
                 DELIMITED BY SIZE
                 INTO REC-AVENANT
                 WRITE REC-AVENANT
                 CLOSE F-AVENANT
                 STRING 'CONTRAT ' QS-CTR ' QUITTANCE ' QS-REF
                        ' IMPAYEE APRES 2 RELANCES - SUSPENSION '
                        'PROPOSEE DANS AVENANTS.DAT'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
           END-EVALUATE.
           IF WS-LIG-RAP NOT = SPACES
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

       REECRIT-SUIVI.
           IF WS-NB-QS > 0
              OPEN OUTPUT F-SUIVI
              PERFORM VARYING WS-IND-QS FROM 1 BY 1
                      UNTIL (WS-IND-QS > WS-NB-QS)
                 MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
                 WRITE REC-SUIVI
              END-PERFORM
              CLOSE F-SUIVI
           END-IF.

      *    Soldes par contrat : émis et réglé recalculés depuis le
      *    suivi, l'avoir non imputé compte comme réglé
       REECRIT-COMPTES.
           PERFORM VARYING WS-IND-QS FROM 1 BY 1
                   UNTIL (WS-IND-QS > WS-NB-QS)
              MOVE WS-QS-LIGNE(WS-IND-QS) TO REC-SUIVI
              MOVE QS-CTR TO WS-CTR-CHERCHE
              PERFORM CHERCHE-CONTRAT
              IF WS-IND-CT <= WS-NB-CT
                 ADD QS-MNT  TO WS-CT-EMIS(WS-IND-CT)
                 ADD QS-PAYE TO WS-CT-PAYE(WS-IND-CT)
              END-IF
           END-PERFORM.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'SOLDES PAR CONTRAT (POSITIF = DU, NEGATIF = AVOIR)'
              TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN OUTPUT F-COMPTE.
           PERFORM VARYING WS-IND-CT FROM 1 BY 1
                   UNTIL (WS-IND-CT > WS-NB-CT)
              IF (WS-CT-EMIS(WS-IND-CT) > 0)
                 OR (WS-CT-AVOIR(WS-IND-CT) > 0)
                 ADD WS-CT-AVOIR(WS-IND-CT) TO WS-CT-PAYE(WS-IND-CT)
                 COMPUTE WS-SOLDE = WS-CT-EMIS(WS-IND-CT)
                                  - WS-CT-PAYE(WS-IND-CT)
                 MOVE SPACES TO REC-COMPTE
                 MOVE WS-CT-ID(WS-IND-CT)        TO CP-CTR
                 MOVE WS-CT-EMIS(WS-IND-CT)      TO CP-EMIS
                 MOVE WS-CT-PAYE(WS-IND-CT)      TO CP-PAYE
                 MOVE WS-CT-AVOIR(WS-IND-CT)     TO CP-AVOIR
                 MOVE WS-SOLDE                   TO CP-SOLDE
                 MOVE WS-CT-DATE-PAIE(WS-IND-CT) TO CP-DATE-PAIE
                 WRITE REC-COMPTE
                 MOVE WS-CT-EMIS(WS-IND-CT) TO WS-EMIS-CHAR
                 MOVE WS-CT-PAYE(WS-IND-CT) TO WS-REGLE-CHAR
                 MOVE WS-SOLDE              TO WS-SOLDE-CHAR
                 INITIALIZE WS-LIG-RAP
                 STRING 'CONTRAT ' WS-CT-ID(WS-IND-CT)
                        ' ' WS-CT-STATUT(WS-IND-CT)
                        ' EMIS ' WS-EMIS-CHAR
                        ' REGLE ' WS-REGLE-CHAR
                        ' SOLDE ' WS-SOLDE-CHAR
                        SPACE WS-CT-DEVISE(WS-IND-CT)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-RAPPORT
                 WRITE REC-RAPPORT
              END-IF
           END-PERFORM.
           CLOSE F-COMPTE.

      *       du total de contrôle par groupe d'assurés.            *
      *       Le pas mensuel devient ainsi une étape de la chaine   *
      *       chaineop (ajouter quittanc à chaine-param.txt).       *
      *       Chaque avis porte une référence de paiement (contrat  *
      *       et date d'émission) et est inscrit au suivi des       *
      *       quittances quittances-suivi.dat, rapproché des        *
      *       paiements de la banque par encaiss ; un avis déjà     *
      *       inscrit (second passage du jour) n'est pas repris.    *
      *       Un mois fermé par la transaction cloture              *
      *       (periodes.txt, domaine PRIMES) n'est plus             *
      *       quittancé : le passage est refusé (message 0601,      *
      *       code 16).                                             *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FQUIT.

      *    suivi des quittances émises, soldées par encaiss
           SELECT F-SUIVI
           ASSIGN TO 'quittances-suivi.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FSUIVI.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  REC-QUITTANCE       PIC X(120).

      * même dessin que la réécriture faite par REECRIT-SUIVI
      * d'encaiss
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

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICMASTER  PIC XX                    .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'   .
       01  WS-STAT-FQUIT      PIC XX                    .
       88  WS-STAT-FQUITOK                 VALUE '00'   .
       01  WS-STAT-FSUIVI     PIC XX                    .
       88  WS-STAT-FSUIVIOK                VALUE '00'   .
       88  WS-STAT-FSUIVIFIN               VALUE '10'   .

      *    références déjà au suivi, et avis émis par ce passage,
      *    inscrits au suivi seulement si le manifeste est bon
       01  WS-IND-QS          PIC 9(4)      VALUE 0     .
       01  WS-REFS-SUIVI.
           03 WS-NB-QS        PIC 9(4)      VALUE 0     .
           03 WS-QS-REF  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-QS
                                    PIC X(16)             .
       01  WS-IND-NV          PIC 9(4)      VALUE 0     .
       01  WS-NOUVEAUX.
           03 WS-NB-NV        PIC 9(4)      VALUE 0     .
           03 WS-NV-TAB  OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-NB-NV.
              05 WS-NV-REF       PIC X(16)              .
              05 WS-NV-CTR       PIC 9(8)               .
              05 WS-NV-MNT       PIC 9(6)V99            .
              05 WS-NV-DEVISE    PIC X(3)               .
       01  WS-REF-COURANTE    PIC X(16)     VALUE SPACES.

      *    fréquence de paiement par type de contrat (M/T/A)
       01  WS-IND-FQ          PIC 99        VALUE 0     .
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      * zone d'échange du contrôle de manifeste entre étapes
      * (manifst) : la lecture du fichier maitre est confrontée au
      * comptage écrit par filelect
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           PERFORM CONTROLE-PERIODE.

           PERFORM CHARGE-FREQUENCES THRU CHARGE-FREQUENCES-FIN.
           PERFORM CHARGE-SUIVI THRU CHARGE-SUIVI-FIN.

           OPEN INPUT FIC-MASTER.
           IF WS-STAT-MASTERNOFILE
           MOVE 'V' TO MF-ACTION.
           MOVE 'contrats-master.dat' TO MF-FICHIER.
           MOVE WS-NB-LUS TO MF-NB-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'manifst' USING BY REFERENCE MF-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de confrontation
                 MOVE 0 TO MF-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF MF-RC NOT = 0
              DISPLAY 'ECART MANIFESTE CONTRATS-MASTER.DAT : LUS'
                 SPACE WS-NB-LUS SPACE 'ANNONCES' SPACE

           PERFORM ECRIT-CONTROLE-GROUPES.
           CLOSE F-QUITTANCE.
           PERFORM INSCRIT-SUIVI.

           DISPLAY 'CONTRATS LUS        :' SPACE WS-NB-LUS.
           DISPLAY 'QUITTANCES EMISES   :' SPACE WS-NB-QUITTANCES.
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

      *    Mois de quittancement fermé (periodes.txt, transaction
      *    cloture) : les avis envoyés ne sont pas réémis ; periode
      *    a émis le message du refus
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'PRIMES' TO PE-DOMAINE.
           MOVE WS-DATE-JOUR(1:6) TO PE-PERIODE.
           MOVE 'quittanc' TO PE-PROGRAMME.
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

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'quittanc' TO JR-PROGRAMME.
           MOVE WS-NB-LUS        TO JR-NB-LUS.
           MOVE WS-NB-QUITTANCES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Charge la fréquence de paiement par type de contrat ;
      *    fichier absent = tout le monde en annuel
       CHARGE-FREQUENCES-FIN.
           CLOSE F-PARAM.

      *    Références des quittances déjà au suivi ; fichier absent
      *    = premier quittancement suivi
       CHARGE-SUIVI.
           OPEN INPUT F-SUIVI.
           IF NOT WS-STAT-FSUIVIOK
              GO TO CHARGE-SUIVI-FIN
           END-IF.
           READ F-SUIVI.
           PERFORM UNTIL WS-STAT-FSUIVIFIN
                      OR (WS-NB-QS >= 9999)
              ADD 1 TO WS-NB-QS
              MOVE QS-REF TO WS-QS-REF(WS-NB-QS)
              READ F-SUIVI
           END-PERFORM.
       CHARGE-SUIVI-FIN.
           CLOSE F-SUIVI.

      *    Inscription au suivi des avis émis par ce passage
       INSCRIT-SUIVI.
           OPEN EXTEND F-SUIVI.
           IF NOT WS-STAT-FSUIVIOK
              OPEN OUTPUT F-SUIVI
           END-IF.
           PERFORM VARYING WS-IND-NV FROM 1 BY 1
                   UNTIL (WS-IND-NV > WS-NB-NV)
              MOVE SPACES TO REC-SUIVI
              MOVE WS-NV-REF(WS-IND-NV)    TO QS-REF
              MOVE WS-NV-CTR(WS-IND-NV)    TO QS-CTR
              MOVE WS-DATE-JOUR(1:8)       TO QS-DATE
              MOVE WS-NV-MNT(WS-IND-NV)    TO QS-MNT
              MOVE 0                       TO QS-PAYE
              MOVE 'O'                     TO QS-ETAT
              MOVE 0                       TO QS-NIV
              MOVE SPACES                  TO QS-DATE-REL
              MOVE WS-NV-DEVISE(WS-IND-NV) TO QS-DEVISE
              WRITE REC-SUIVI
           END-PERFORM.
           CLOSE F-SUIVI.
           DISPLAY 'QUITTANCES AU SUIVI :' SPACE WS-NB-NV.

      *    Avis de quittance du contrat courant : prime de la
      *    période selon la fréquence de son type
       EMET-QUITTANCE.
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-QUITTANCE.
           WRITE REC-QUITTANCE.
      *    référence à rappeler sur le paiement, reprise au suivi
           STRING MA-AGAID WS-DATE-JOUR(1:8)
           DELIMITED BY SIZE
           INTO WS-REF-COURANTE.
           INITIALIZE WS-LIG-RAP.
           STRING '   REFERENCE DE PAIEMENT A RAPPELER : '
                  WS-REF-COURANTE
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-QUITTANCE.
           WRITE REC-QUITTANCE.
           MOVE ALL '-' TO REC-QUITTANCE.
           WRITE REC-QUITTANCE.
           PERFORM VARYING WS-IND-QS FROM 1 BY 1
                   UNTIL (WS-IND-QS > WS-NB-QS)
                   OR (WS-QS-REF(WS-IND-QS) = WS-REF-COURANTE)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-QS TO WS-IND-QS
           END-PERFORM.
           IF (WS-IND-QS > WS-NB-QS) AND (WS-NB-NV < 9999)
              ADD 1 TO WS-NB-NV
              MOVE WS-REF-COURANTE  TO WS-NV-REF(WS-NB-NV)
              MOVE MA-AGAID         TO WS-NV-CTR(WS-NB-NV)
              MOVE WS-PRIME-PERIODE TO WS-NV-MNT(WS-NB-NV)
              MOVE MA-AGCURR        TO WS-NV-DEVISE(WS-NB-NV)
           END-IF.

      *    cumul du total de contrôle du groupe
           PERFORM VARYING WS-IND-GR FROM 1 BY 1

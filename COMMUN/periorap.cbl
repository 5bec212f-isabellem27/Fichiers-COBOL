      *=============================================================*
      *    Rapport de l'état des périodes par domaine.              *
      *    periode tient dans periodes.txt l'état des périodes      *
      *    closes ou en clôture (transaction cloture) et trace      *
      *    dans periodes-journal.txt chaque passage d'état et       *
      *    chaque exécution refusée. Ce rapport écrit dans          *
      *    rapport-periodes.txt :                                   *
      *      - pour chaque domaine (PAIE, PRIMES, ECOLE,            *
      *        REASSUR), la période du jour et son état, puis       *
      *        les périodes connues (état, opérateur, date,         *
      *        motif),                                              *
      *      - les réouvertures et les exécutions refusées du       *
      *        journal.                                             *
      *    Code retour 4 si le journal compte des réouvertures.     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periorap.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PERIODES
           ASSIGN TO 'periodes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPERIODES.

           SELECT F-JOURNAL
           ASSIGN TO 'periodes-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FJOURNAL.

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-periodes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que l'écriture faite par periode
       FD  F-PERIODES
           RECORD CONTAINS 99 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PERIODE.
           05 PER-DOMAINE      PIC X(8).
           05 FILLER           PIC X.
           05 PER-PERIODE      PIC X(12).
           05 FILLER           PIC X.
           05 PER-STATUT       PIC X(10).
           05 FILLER           PIC X.
           05 PER-OPERATEUR    PIC X(10).
           05 FILLER           PIC X.
           05 PER-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 PER-MOTIF        PIC X(40).

       FD  F-JOURNAL
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL.
           05 JPE-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 JPE-DOMAINE      PIC X(8).
           05 FILLER           PIC X.
           05 JPE-PERIODE      PIC X(12).
           05 FILLER           PIC X.
           05 JPE-ANCIEN       PIC X(10).
           05 FILLER           PIC X.
           05 JPE-NOUVEAU      PIC X(10).
           05 FILLER           PIC X.
           05 JPE-OPERATEUR    PIC X(10).
           05 FILLER           PIC X.
           05 JPE-PROGRAMME    PIC X(8).
           05 FILLER           PIC X.
           05 JPE-MOTIF        PIC X(40).

       FD  F-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(120).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FPERIODES  PIC XX                     .
       88  WS-STAT-FPERIODESOK             VALUE '00'    .
       88  WS-STAT-FPERIODESNOFILE         VALUE '35'    .
       01  WS-STAT-FJOURNAL   PIC XX                     .
       88  WS-STAT-FJOURNALOK              VALUE '00'    .
       88  WS-STAT-FJOURNALNOFILE          VALUE '35'    .
       01  WS-STAT-FRAP       PIC XX                     .
       88  WS-STAT-FRAPOK                  VALUE '00'    .

      *    domaines rapportés, dans cet ordre
       01  WS-DOMAINES-VAL.
           05 FILLER          PIC X(8)   VALUE 'PAIE'    .
           05 FILLER          PIC X(8)   VALUE 'PRIMES'  .
           05 FILLER          PIC X(8)   VALUE 'ECOLE'   .
           05 FILLER          PIC X(8)   VALUE 'REASSUR' .
       01  WS-DOMAINES REDEFINES WS-DOMAINES-VAL.
           05 WS-DOMAINE      PIC X(8)   OCCURS 4 TIMES  .
       01  WS-IND-DOM         PIC 9      VALUE 0         .

      *    périodes connues de periodes.txt
       01  WS-IND-PE          PIC 999    VALUE 0         .
       01  WS-NB-PE-DOMAINE   PIC 999    VALUE 0         .
       01  WS-PERIODES.
           03 WS-NB-PE        PIC 999    VALUE 0         .
           03 WS-PE-TAB  OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-NB-PE.
              05 WS-PE-DOMAINE    PIC X(8)               .
              05 WS-PE-PERIODE    PIC X(12)              .
              05 WS-PE-STATUT     PIC X(10)              .
              05 WS-PE-OPERATEUR  PIC X(10)              .
              05 WS-PE-HORODATE   PIC X(14)              .
              05 WS-PE-MOTIF      PIC X(40)              .

      *    réouvertures et exécutions refusées du journal
       01  WS-IND-EV          PIC 999    VALUE 0         .
       01  WS-NB-EV-IGNORES   PIC 9(5)   VALUE 0         .
       01  WS-EVENEMENTS.
           03 WS-NB-EV        PIC 999    VALUE 0         .
           03 WS-EV-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-EV.
              05 WS-EV-HORODATE   PIC X(14)              .
              05 WS-EV-DOMAINE    PIC X(8)               .
              05 WS-EV-PERIODE    PIC X(12)              .
              05 WS-EV-NOUVEAU    PIC X(10)              .
              05 WS-EV-OPERATEUR  PIC X(10)              .
              05 WS-EV-PROGRAMME  PIC X(8)               .
              05 WS-EV-MOTIF      PIC X(40)              .

       01  WS-NB-REOUVERTURES PIC 9(5)   VALUE 0         .
       01  WS-NB-REFUS        PIC 9(5)   VALUE 0         .
       01  WS-TS              PIC X(14)  VALUE SPACES    .
       01  WS-TS-ED           PIC X(16)  VALUE SPACES    .
       01  WS-LIG-RAP         PIC X(120) VALUE SPACES    .

      * zone d'échange du contrôle des périodes closes (periode),
      * lue sans message pour la période du jour
           COPY PERIODE.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           PERFORM CHARGE-PERIODES THRU CHARGE-PERIODES-FIN.
           PERFORM CHARGE-JOURNAL THRU CHARGE-JOURNAL-FIN.
           PERFORM ECRIT-RAPPORT.
           DISPLAY 'PERIODES CONNUES :' SPACE WS-NB-PE SPACE
              '- REOUVERTURES :' SPACE WS-NB-REOUVERTURES SPACE
              '- EXECUTIONS REFUSEES :' SPACE WS-NB-REFUS.
           IF WS-NB-REOUVERTURES > 0
      *       code retour 4 : des réouvertures à regarder
              MOVE 4 TO RETURN-CODE
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

       CHARGE-PERIODES.
           OPEN INPUT F-PERIODES.
           IF WS-STAT-FPERIODESNOFILE
              GO TO CHARGE-PERIODES-FIN
           END-IF.
           IF NOT WS-STAT-FPERIODESOK
              DISPLAY 'CODE RETOUR D''ERREUR PERIODES.TXT' SPACE
                 WS-STAT-FPERIODES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-PERIODES.
           PERFORM UNTIL (NOT WS-STAT-FPERIODESOK)
                 OR (WS-NB-PE >= 500)
              IF PER-DOMAINE NOT = SPACES
                 ADD 1 TO WS-NB-PE
                 MOVE PER-DOMAINE   TO WS-PE-DOMAINE(WS-NB-PE)
                 MOVE PER-PERIODE   TO WS-PE-PERIODE(WS-NB-PE)
                 MOVE PER-STATUT    TO WS-PE-STATUT(WS-NB-PE)
                 MOVE PER-OPERATEUR TO WS-PE-OPERATEUR(WS-NB-PE)
                 MOVE PER-HORODATE  TO WS-PE-HORODATE(WS-NB-PE)
                 MOVE PER-MOTIF     TO WS-PE-MOTIF(WS-NB-PE)
              END-IF
              READ F-PERIODES
           END-PERFORM.
           CLOSE F-PERIODES.
       CHARGE-PERIODES-FIN.
           EXIT.

      *    Réouvertures et exécutions refusées, dans l'ordre du
      *    journal
       CHARGE-JOURNAL.
           OPEN INPUT F-JOURNAL.
           IF WS-STAT-FJOURNALNOFILE
              GO TO CHARGE-JOURNAL-FIN
           END-IF.
           IF NOT WS-STAT-FJOURNALOK
              DISPLAY 'CODE RETOUR D''ERREUR PERIODES-JOURNAL.TXT'
                 SPACE WS-STAT-FJOURNAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-JOURNAL.
           PERFORM UNTIL NOT WS-STAT-FJOURNALOK
              IF (JPE-NOUVEAU = 'OUVERTE') OR (JPE-NOUVEAU = 'REFUSEE')
                 PERFORM RETIENT-EVENEMENT
              END-IF
              READ F-JOURNAL
           END-PERFORM.
           CLOSE F-JOURNAL.
       CHARGE-JOURNAL-FIN.
           EXIT.

       RETIENT-EVENEMENT.
           IF JPE-NOUVEAU = 'OUVERTE'
              ADD 1 TO WS-NB-REOUVERTURES
           ELSE
              ADD 1 TO WS-NB-REFUS
           END-IF.
           IF WS-NB-EV >= 200
              ADD 1 TO WS-NB-EV-IGNORES
           ELSE
              ADD 1 TO WS-NB-EV
              MOVE JPE-HORODATE  TO WS-EV-HORODATE(WS-NB-EV)
              MOVE JPE-DOMAINE   TO WS-EV-DOMAINE(WS-NB-EV)
              MOVE JPE-PERIODE   TO WS-EV-PERIODE(WS-NB-EV)
              MOVE JPE-NOUVEAU   TO WS-EV-NOUVEAU(WS-NB-EV)
              MOVE JPE-OPERATEUR TO WS-EV-OPERATEUR(WS-NB-EV)
              MOVE JPE-PROGRAMME TO WS-EV-PROGRAMME(WS-NB-EV)
              MOVE JPE-MOTIF     TO WS-EV-MOTIF(WS-NB-EV)
           END-IF.

      *    Présente WS-TS (AAAAMMJJHHMMSS) en JJ/MM/AAAA HH:MM
       EDITE-TS.
           MOVE SPACES TO WS-TS-ED.
           STRING WS-TS(7:2) '/' WS-TS(5:2) '/' WS-TS(1:4) ' '
                  WS-TS(9:2) ':' WS-TS(11:2)
           DELIMITED BY SIZE
           INTO WS-TS-ED.

       ECRIT-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           IF NOT WS-STAT-FRAPOK
              DISPLAY 'CODE RETOUR D''ERREUR RAPPORT' SPACE
                 WS-STAT-FRAP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS.
           PERFORM EDITE-TS.
           INITIALIZE WS-LIG-RAP.
           STRING 'ETAT DES PERIODES PAR DOMAINE - AU ' WS-TS-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-IND-DOM FROM 1 BY 1
                 UNTIL (WS-IND-DOM > 4)
              PERFORM ECRIT-DOMAINE
           END-PERFORM.
           PERFORM ECRIT-EVENEMENTS.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'PERIODES CONNUES : ' WS-NB-PE
                  ' - REOUVERTURES : ' WS-NB-REOUVERTURES
                  ' - EXECUTIONS REFUSEES : ' WS-NB-REFUS
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

      *    Période du jour du domaine (état rendu par periode,
      *    période englobante comprise), puis ses périodes connues
       ECRIT-DOMAINE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-LECTURE TO TRUE.
           MOVE WS-DOMAINE(WS-IND-DOM) TO PE-DOMAINE.
           MOVE 'periorap' TO PE-PROGRAMME.
           CALL 'periode' USING PE-ZONE.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'DOMAINE ' WS-DOMAINE(WS-IND-DOM)
                  ' - PERIODE DU JOUR ' PE-PERIODE ' : '
                  PE-STATUT
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE '   PERIODE      ETAT       PAR        LE'
              TO REC-RAPPORT(1:40).
           MOVE 'MOTIF' TO REC-RAPPORT(57:5).
           WRITE REC-RAPPORT.
           MOVE 0 TO WS-NB-PE-DOMAINE.
           PERFORM VARYING WS-IND-PE FROM 1 BY 1
                 UNTIL (WS-IND-PE > WS-NB-PE)
              IF WS-PE-DOMAINE(WS-IND-PE) = WS-DOMAINE(WS-IND-DOM)
                 ADD 1 TO WS-NB-PE-DOMAINE
                 PERFORM ECRIT-UNE-PERIODE
              END-IF
           END-PERFORM.
           IF WS-NB-PE-DOMAINE = 0
              MOVE '   AUCUNE PERIODE CLOSE OU EN CLOTURE'
                 TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

       ECRIT-UNE-PERIODE.
           MOVE WS-PE-HORODATE(WS-IND-PE) TO WS-TS.
           PERFORM EDITE-TS.
           INITIALIZE WS-LIG-RAP.
           STRING '   ' WS-PE-PERIODE(WS-IND-PE) ' '
                  WS-PE-STATUT(WS-IND-PE) ' '
                  WS-PE-OPERATEUR(WS-IND-PE) ' '
                  WS-TS-ED '  '
                  WS-PE-MOTIF(WS-IND-PE)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    Réouvertures et exécutions refusées du journal
       ECRIT-EVENEMENTS.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REOUVERTURES ET EXECUTIONS REFUSEES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-EV = 0
              MOVE '   AUCUNE' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM VARYING WS-IND-EV FROM 1 BY 1
                 UNTIL (WS-IND-EV > WS-NB-EV)
              MOVE WS-EV-HORODATE(WS-IND-EV) TO WS-TS
              PERFORM EDITE-TS
              INITIALIZE WS-LIG-RAP
              IF WS-EV-NOUVEAU(WS-IND-EV) = 'OUVERTE'
                 STRING '   ' WS-TS-ED ' ' WS-EV-DOMAINE(WS-IND-EV)
                        ' ' WS-EV-PERIODE(WS-IND-EV)
                        ' ROUVERTE PAR '
                        WS-EV-OPERATEUR(WS-IND-EV) ' : '
                        WS-EV-MOTIF(WS-IND-EV)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
              ELSE
                 STRING '   ' WS-TS-ED ' ' WS-EV-DOMAINE(WS-IND-EV)
                        ' ' WS-EV-PERIODE(WS-IND-EV)
                        ' FERMEE - ' WS-EV-PROGRAMME(WS-IND-EV)
                        ' REFUSE'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
      *          opérateur connu seulement si le lancement le donne
      *          (variable OPERATEUR)
                 IF WS-EV-OPERATEUR(WS-IND-EV) NOT = SPACES
                    MOVE 'OPERATEUR' TO WS-LIG-RAP(68:9)
                    MOVE WS-EV-OPERATEUR(WS-IND-EV)
                       TO WS-LIG-RAP(78:10)
                 END-IF
              END-IF
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.
           IF WS-NB-EV-IGNORES > 0
              INITIALIZE WS-LIG-RAP
              STRING '   ... ET ' WS-NB-EV-IGNORES
                     ' AUTRE(S) NON DETAILLE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

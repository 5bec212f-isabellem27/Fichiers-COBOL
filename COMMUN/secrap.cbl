      *=============================================================*
      *    Rapport mensuel du journal de sécurité.                  *
      *    autoris écrit dans securite-journal.txt chaque accès     *
      *    accordé ou non, aux programmes protégés. Ce rapport      *
      *    reprend un mois (secrap-param.txt, AAAAMM ; absent,      *
      *    le mois précédent) dans rapport-securite.txt :           *
      *      - par opérateur et par programme, accès accordés et    *
      *        refusés, premier et dernier accès du mois,           *
      *      - le détail des refus (heure, opérateur, programme,    *
      *        motif).                                              *
      *    Code retour 4 si le mois compte des refus.               *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secrap.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JSECU
           ASSIGN TO 'securite-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FJSECU.

      *    mois à rapporter, AAAAMM en colonnes 1-6
           SELECT F-PARAM
           ASSIGN TO 'secrap-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-securite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FRAP.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que l'écriture faite par autoris
       FD  F-JSECU
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JSECU.
           05 JS-HORODATE      PIC X(14).
           05 FILLER           PIC X.
           05 JS-PROGRAMME     PIC X(8).
           05 FILLER           PIC X.
           05 JS-OPERATEUR     PIC X(10).
           05 FILLER           PIC X.
           05 JS-ACCES         PIC X.
           05 FILLER           PIC X.
           05 JS-RESULTAT      PIC X(7).
           05 FILLER           PIC X.
           05 JS-RC            PIC 9.
           05 FILLER           PIC X.
           05 JS-MOTIF         PIC X(30).

       FD  F-PARAM
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-MOIS         PIC X(6).
           05 FILLER           PIC X(4).

       FD  F-RAPPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT         PIC X(100).

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FJSECU     PIC XX                     .
       88  WS-STAT-FJSECUOK                VALUE '00'    .
       88  WS-STAT-FJSECUFIN               VALUE '10'    .
       88  WS-STAT-FJSECUNOFILE            VALUE '35'    .
       01  WS-STAT-FPARAM     PIC XX                     .
       88  WS-STAT-FPARAMOK                VALUE '00'    .
       88  WS-STAT-FPARAMNOFILE            VALUE '35'    .
       01  WS-STAT-FRAP       PIC XX                     .
       88  WS-STAT-FRAPOK                  VALUE '00'    .

      *    mois rapporté
       01  WS-MOIS            PIC X(6)   VALUE SPACES    .
       01  WS-MOIS-9 REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA    PIC 9(4)                   .
           05 WS-MOIS-MM      PIC 99                     .
       01  WS-DATE-JOUR       PIC 9(8)   VALUE 0         .
       01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(8).

      *    accès par opérateur et programme, dans l'ordre de
      *    première apparition au journal
       01  WS-IND-AC          PIC 999    VALUE 0         .
       01  WS-NB-AC-IGNORES   PIC 9(5)   VALUE 0         .
       01  WS-ACCES.
           03 WS-NB-AC        PIC 999    VALUE 0         .
           03 WS-AC-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-AC
                          INDEXED BY IDX-AC.
              05 WS-AC-OPERATEUR  PIC X(10)              .
              05 WS-AC-PROGRAMME  PIC X(8)               .
              05 WS-AC-ACCORDES   PIC 9(5)               .
              05 WS-AC-REFUSES    PIC 9(5)               .
              05 WS-AC-PREMIER    PIC X(14)              .
              05 WS-AC-DERNIER    PIC X(14)              .

      *    refus du mois, détaillés
       01  WS-IND-RF          PIC 999    VALUE 0         .
       01  WS-NB-RF-IGNORES   PIC 9(5)   VALUE 0         .
       01  WS-REFUS.
           03 WS-NB-RF        PIC 999    VALUE 0         .
           03 WS-RF-TAB  OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-NB-RF.
              05 WS-RF-HORODATE   PIC X(14)              .
              05 WS-RF-OPERATEUR  PIC X(10)              .
              05 WS-RF-PROGRAMME  PIC X(8)               .
              05 WS-RF-ACCES      PIC X                  .
              05 WS-RF-MOTIF      PIC X(30)              .

       01  WS-TOT-ACCORDES    PIC 9(6)   VALUE 0         .
       01  WS-TOT-REFUSES     PIC 9(6)   VALUE 0         .
       01  WS-NB-ED           PIC ZZZZ9                  .
       01  WS-NB-ED2          PIC ZZZZ9                  .
       01  WS-TS              PIC X(14)  VALUE SPACES    .
       01  WS-TS-ED           PIC X(16)  VALUE SPACES    .
       01  WS-TS-ED2          PIC X(16)  VALUE SPACES    .
       01  WS-LIG-RAP         PIC X(100) VALUE SPACES    .

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           PERFORM CHARGE-PARAM.
           PERFORM CHARGE-JOURNAL THRU CHARGE-JOURNAL-FIN.
           PERFORM ECRIT-RAPPORT.
           DISPLAY 'SECURITE' SPACE WS-MOIS SPACE '- ACCES ACCORDES :'
              SPACE WS-TOT-ACCORDES SPACE '- REFUSES :' SPACE
              WS-TOT-REFUSES.
           IF WS-TOT-REFUSES > 0
      *       code retour 4 : des refus à regarder
              MOVE 4 TO RETURN-CODE
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

      *    Mois demandé, sinon le mois précédent
       CHARGE-PARAM.
           OPEN INPUT F-PARAM.
           IF WS-STAT-FPARAMOK
              READ F-PARAM
              IF WS-STAT-FPARAMOK
                 MOVE PAR-MOIS TO WS-MOIS
              END-IF
              CLOSE F-PARAM
           ELSE
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM' SPACE
                    WS-STAT-FPARAM
              END-IF
           END-IF.
           IF (WS-MOIS NOT NUMERIC)
              OR (WS-MOIS-MM < 1) OR (WS-MOIS-MM > 12)
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
              MOVE WS-DATE-JOUR-X(1:6) TO WS-MOIS
              IF WS-MOIS-MM = 1
                 MOVE 12 TO WS-MOIS-MM
                 SUBTRACT 1 FROM WS-MOIS-AAAA
              ELSE
                 SUBTRACT 1 FROM WS-MOIS-MM
              END-IF
           END-IF.

       CHARGE-JOURNAL.
           OPEN INPUT F-JSECU.
           IF WS-STAT-FJSECUNOFILE
              GO TO CHARGE-JOURNAL-FIN
           END-IF.
           IF NOT WS-STAT-FJSECUOK
              DISPLAY 'CODE RETOUR D''ERREUR JOURNAL DE SECURITE'
                 SPACE WS-STAT-FJSECU
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-JSECU.
           PERFORM UNTIL NOT WS-STAT-FJSECUOK
              IF JS-HORODATE(1:6) = WS-MOIS
                 PERFORM CUMULE-ACCES THRU CUMULE-ACCES-FIN
              END-IF
              READ F-JSECU
           END-PERFORM.
           CLOSE F-JSECU.
       CHARGE-JOURNAL-FIN.
           EXIT.

      *    Cumule une ligne du mois sur son opérateur et son
      *    programme ; un refus est aussi retenu pour le détail
       CUMULE-ACCES.
           IF JS-RESULTAT = 'ACCORDE'
              ADD 1 TO WS-TOT-ACCORDES
           ELSE
              ADD 1 TO WS-TOT-REFUSES
              IF WS-NB-RF >= 200
                 ADD 1 TO WS-NB-RF-IGNORES
              ELSE
                 ADD 1 TO WS-NB-RF
                 MOVE JS-HORODATE  TO WS-RF-HORODATE(WS-NB-RF)
                 MOVE JS-OPERATEUR TO WS-RF-OPERATEUR(WS-NB-RF)
                 MOVE JS-PROGRAMME TO WS-RF-PROGRAMME(WS-NB-RF)
                 MOVE JS-ACCES     TO WS-RF-ACCES(WS-NB-RF)
                 MOVE JS-MOTIF     TO WS-RF-MOTIF(WS-NB-RF)
              END-IF
           END-IF.
           PERFORM VARYING WS-IND-AC FROM 1 BY 1
                 UNTIL (WS-IND-AC > WS-NB-AC)
                 OR ((WS-AC-OPERATEUR(WS-IND-AC) = JS-OPERATEUR)
                 AND (WS-AC-PROGRAMME(WS-IND-AC) = JS-PROGRAMME))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AC TO WS-IND-AC
           END-PERFORM.
           IF WS-IND-AC > WS-NB-AC
              IF WS-NB-AC >= 200
                 ADD 1 TO WS-NB-AC-IGNORES
                 GO TO CUMULE-ACCES-FIN
              END-IF
              ADD 1 TO WS-NB-AC
              MOVE WS-NB-AC TO WS-IND-AC
              INITIALIZE WS-AC-TAB(WS-IND-AC)
              MOVE JS-OPERATEUR TO WS-AC-OPERATEUR(WS-IND-AC)
              MOVE JS-PROGRAMME TO WS-AC-PROGRAMME(WS-IND-AC)
              MOVE JS-HORODATE  TO WS-AC-PREMIER(WS-IND-AC)
           END-IF.
           IF JS-RESULTAT = 'ACCORDE'
              ADD 1 TO WS-AC-ACCORDES(WS-IND-AC)
           ELSE
              ADD 1 TO WS-AC-REFUSES(WS-IND-AC)
           END-IF.
           MOVE JS-HORODATE TO WS-AC-DERNIER(WS-IND-AC).
       CUMULE-ACCES-FIN.
           EXIT.

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
           INITIALIZE WS-LIG-RAP.
           STRING 'ACCES AUX PROGRAMMES PROTEGES - MOIS '
                  WS-MOIS(5:2) '/' WS-MOIS(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'OPERATEUR  PROGRAMME ACCORDES REFUSES'
              TO REC-RAPPORT(1:37).
           MOVE 'PREMIER ACCES' TO REC-RAPPORT(40:13).
           MOVE 'DERNIER ACCES' TO REC-RAPPORT(58:13).
           WRITE REC-RAPPORT.
           IF WS-NB-AC = 0
              MOVE '   AUCUN ACCES CE MOIS' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM VARYING WS-IND-AC FROM 1 BY 1
                 UNTIL (WS-IND-AC > WS-NB-AC)
              PERFORM ECRIT-UN-ACCES
           END-PERFORM.
           IF WS-NB-AC-IGNORES > 0
              INITIALIZE WS-LIG-RAP
              STRING '   TABLE PLEINE : ' WS-NB-AC-IGNORES
                     ' LIGNE(S) DU JOURNAL NON CUMULEE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM ECRIT-REFUS.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE WS-LIG-RAP.
           STRING 'ACCES ACCORDES : ' WS-TOT-ACCORDES
                  ' - REFUSES : ' WS-TOT-REFUSES
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE F-RAPPORT.

       ECRIT-UN-ACCES.
           MOVE WS-AC-PREMIER(WS-IND-AC) TO WS-TS.
           PERFORM EDITE-TS.
           MOVE WS-TS-ED TO WS-TS-ED2.
           MOVE WS-AC-DERNIER(WS-IND-AC) TO WS-TS.
           PERFORM EDITE-TS.
           MOVE WS-AC-ACCORDES(WS-IND-AC) TO WS-NB-ED.
           MOVE WS-AC-REFUSES(WS-IND-AC) TO WS-NB-ED2.
           INITIALIZE WS-LIG-RAP.
           STRING WS-AC-OPERATEUR(WS-IND-AC) ' '
                  WS-AC-PROGRAMME(WS-IND-AC) '     '
                  WS-NB-ED '   ' WS-NB-ED2 '  '
                  WS-TS-ED2 '  ' WS-TS-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      *    Détail des refus du mois
       ECRIT-REFUS.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ACCES REFUSES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-RF = 0
              MOVE '   AUCUN REFUS' TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.
           PERFORM VARYING WS-IND-RF FROM 1 BY 1
                 UNTIL (WS-IND-RF > WS-NB-RF)
              MOVE WS-RF-HORODATE(WS-IND-RF) TO WS-TS
              PERFORM EDITE-TS
              INITIALIZE WS-LIG-RAP
              STRING '   ' WS-TS-ED ' '
                     WS-RF-OPERATEUR(WS-IND-RF) ' '
                     WS-RF-PROGRAMME(WS-IND-RF) ' ACCES '
                     WS-RF-ACCES(WS-IND-RF) ' : '
                     WS-RF-MOTIF(WS-IND-RF)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-PERFORM.
           IF WS-NB-RF-IGNORES > 0
              INITIALIZE WS-LIG-RAP
              STRING '   ... ET ' WS-NB-RF-IGNORES
                     ' AUTRE(S) REFUS NON DETAILLE(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RAPPORT
              WRITE REC-RAPPORT
           END-IF.

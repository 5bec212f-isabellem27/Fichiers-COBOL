      *         - totaux par destination et par type sur le         *
      *           rapport recettes-jour.dat,                        *
      *         - trains dont la recette ne couvre pas le cout      *
      *           d'exploitation signalés ;                         *
      *         - indemnités de retard du jour (indemnisations-     *
      *           trains.dat d'indemnis, dessin TRAIN5) déduites    *
      *           de la recette du train quand le fichier existe.   *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FCOUT.

      *    indemnités de retard par train, écrites par indemnis ;
      *    absent = aucune déduction
           SELECT F-INDEMN
           ASSIGN TO 'indemnisations-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FIND.

           SELECT FO-RECETTE
           ASSIGN TO 'recettes-jour.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       COPY TRAIN3.
       COPY TRAIN5.

       FD  F-TARIF
           RECORD CONTAINS 1 TO 20 CHARACTERS
       88  WS-STAT-FCOUTOK                    VALUE '00'   .
       88  WS-STAT-FCOUTFIN                   VALUE '10'   .
       88  WS-STAT-FCOUTNOFILE                VALUE '35'   .
       01  WS-STAT-FIND         PIC XX                     .
       88  WS-STAT-FINDOK                     VALUE '00'   .
       88  WS-STAT-FINDFIN                    VALUE '10'   .
       88  WS-STAT-FINDNOFILE                 VALUE '35'   .
       01  WS-STAT-FREC         PIC XX                     .
       88  WS-STAT-FRECOK                     VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    barème des prix par type et tranche de durée
       01  WS-IND-TF         PIC 99     VALUE 0  .
       01  WS-TARIFS.
              05 WS-CT-TYP       PIC X(3)  .
              05 WS-CT-COUT      PIC 9(6)V99.

      *    indemnités de retard par train à déduire
       01  WS-IND-IN         PIC 999    VALUE 0  .
       01  WS-INDEMNITES.
           03 WS-NB-IN       PIC 999    VALUE 0  .
           03 WS-IN-TAB  OCCURS 1 TO 999 TIMES
                          DEPENDING ON WS-NB-IN
                          INDEXED BY IDX-IN.
              05 WS-IN-CLE       PIC X(25) .
              05 WS-IN-MONTANT   PIC 9(7)V99.

      *    découpage des lignes de barème
       01  WS-BAR-TYP        PIC X(3)   VALUE SPACES .
       01  WS-BAR-NBH-X      PIC X(2)   VALUE SPACES .
       01  WS-COUT-TRAIN     PIC 9(6)V99  VALUE 0  .
       01  WS-COUT-TROUVE    PIC X        VALUE 'N'.
       88  WS-COUT-EST-TROUVE            VALUE 'O'.
       01  WS-INDEMN-TRAIN   PIC 9(7)V99  VALUE 0  .
       01  WS-TOT-INDEMN     PIC 9(8)V99  VALUE 0  .
       01  WS-RECETTE-CHAR   PIC Z(6)9.99           .
       01  WS-COUT-CHAR      PIC Z(5)9.99           .
       01  WS-TOT-CHAR       PIC Z(7)9.99           .
              GOBACK
           END-IF.
           PERFORM CHARGE-COUTS THRU CHARGE-COUTS-FIN.
           PERFORM CHARGE-INDEMNITES THRU CHARGE-INDEMNITES-FIN.

           OPEN INPUT FO-TRAIN.
           IF WS-STAT-FICINOFILE
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'recette' TO JR-PROGRAMME.
           MOVE WS-NB-LUS        TO JR-NB-LUS.
           MOVE WS-NB-LUS        TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-TARIFS.
           OPEN INPUT F-TARIF.
       CHARGE-COUTS-FIN.
           CLOSE F-COUT.

       CHARGE-INDEMNITES.
           OPEN INPUT F-INDEMN.
           IF WS-STAT-FINDNOFILE
              GO TO CHARGE-INDEMNITES-FIN
           END-IF.
           IF NOT WS-STAT-FINDOK
              DISPLAY 'CODE RETOUR D''ERREUR INDEMNITES' SPACE
                 WS-STAT-FIND
              GO TO CHARGE-INDEMNITES-FIN
           END-IF.
           READ F-INDEMN.
           PERFORM UNTIL WS-STAT-FINDFIN
                      OR (WS-NB-IN >= 999)
              IF IN-MONTANT NUMERIC
                 ADD 1 TO WS-NB-IN
                 MOVE IN-TRAIN   TO WS-IN-CLE(WS-NB-IN)
                 MOVE IN-MONTANT TO WS-IN-MONTANT(WS-NB-IN)
              ELSE
                 DISPLAY 'LIGNE D''INDEMNITE ILLISIBLE :' SPACE
                    IN-TRAIN
              END-IF
              READ F-INDEMN
           END-PERFORM.
       CHARGE-INDEMNITES-FIN.
           CLOSE F-INDEMN.

      *    Valorise le train courant : prix de la plus petite
      *    tranche de durée couvrant FS-NBH pour son type, recette =
      *    places réservées x prix ; type sans tarif signalé
           END-IF.
           COMPUTE WS-RECETTE-TRAIN =
              FS-RESV OF FSO-TRAIN-DET * WS-PRIX-PLACE.

      *    indemnités de retard du train déduites de sa recette
           MOVE 0 TO WS-INDEMN-TRAIN.
           PERFORM VARYING WS-IND-IN FROM 1 BY 1
                   UNTIL (WS-IND-IN > WS-NB-IN)
              IF WS-IN-CLE(WS-IND-IN) = RECO-TRAIN(1:25)
                 ADD WS-IN-MONTANT(WS-IND-IN) TO WS-INDEMN-TRAIN
              END-IF
           END-PERFORM.
           ADD WS-INDEMN-TRAIN TO WS-TOT-INDEMN.
           IF WS-INDEMN-TRAIN > WS-RECETTE-TRAIN
              MOVE 0 TO WS-RECETTE-TRAIN
           ELSE
              SUBTRACT WS-INDEMN-TRAIN FROM WS-RECETTE-TRAIN
           END-IF.
           MOVE WS-RECETTE-TRAIN TO WS-RECETTE-CHAR.
           INITIALIZE WS-LIG-RAP.
           STRING FS-TYP OF FSO-TRAIN-DET
                  ' RECETTE ' WS-RECETTE-CHAR
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           IF WS-INDEMN-TRAIN > 0
              MOVE WS-INDEMN-TRAIN TO WS-TOT-CHAR
              STRING FUNCTION TRIM(WS-LIG-RAP)
                     ' (INDEMNITES DEDUITES ' WS-TOT-CHAR ')'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.

      *    couverture du cout d'exploitation du type
           MOVE 'N' TO WS-COUT-TROUVE.
           WRITE REC-RECETTE.

      *    cumuls par destination et par type
           PERFORM CUMULE-DESTINATION THRU CUMULE-DESTINATION-FIN.
           PERFORM CUMULE-TYPE THRU CUMULE-TYPE-FIN.
       VALORISE-TRAIN-FIN.
           EXIT.

              MOVE WS-LIG-RAP TO REC-RECETTE
              WRITE REC-RECETTE
           END-PERFORM.
           IF WS-TOT-INDEMN > 0
              MOVE WS-TOT-INDEMN TO WS-TOT-CHAR
              INITIALIZE WS-LIG-RAP
              STRING 'INDEMNITES DE RETARD DEDUITES : ' WS-TOT-CHAR
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-RECETTE
              WRITE REC-RECETTE
           END-IF.
           MOVE ALL '=' TO REC-RECETTE.
           WRITE REC-RECETTE.

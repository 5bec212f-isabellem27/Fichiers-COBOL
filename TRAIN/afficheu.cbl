      *       incident (RA = A L'HEURE, RE = RETARDE,               *
      *       AN = SUPPRIME). L'équipe d'affichage n'a plus qu'à    *
      *       charger le fichier.                                   *
      *       Un train annulé qui a un avis de gare dans            *
      *       avis-afficheur.dat (autocars, dessin TRAIN6) affiche  *
      *       le texte de l'avis à la place de SUPPRIME.            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

      *    avis de gare d'autocars ; absent = aucun avis
           SELECT F-AVIS
           ASSIGN TO 'avis-afficheur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FAVIS.

           SELECT FO-TABLEAU
           ASSIGN TO 'tableau-departs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       COPY TRAIN3.
       COPY TRAIN6.

       FD  FO-TABLEAU
           RECORD CONTAINS 60 CHARACTERS
       88  WS-STAT-FICIOK                     VALUE '00'   .
       88  WS-STAT-FICIFIN                    VALUE '10'   .
       88  WS-STAT-FICINOFILE                 VALUE '35'   .
       01  WS-STAT-FAVIS        PIC XX                     .
       88  WS-STAT-FAVISOK                    VALUE '00'   .
       88  WS-STAT-FAVISFIN                   VALUE '10'   .
       01  WS-STAT-FTAB         PIC XX                     .
       88  WS-STAT-FTABOK                     VALUE '00'   .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      *    table des départs, triée par heure de départ
       01  WS-IND-PL         PIC 999    VALUE 0  .
       01  WS-TAB-DEPARTS.
              05 WS-DEP-VOIE        PIC 99    .
              05 WS-DEP-INCIDENT    PIC X(2)  .

      *    avis de gare par train
       01  WS-IND-AV         PIC 999    VALUE 0  .
       01  WS-TAB-AVIS.
           03 WS-NB-AVIS     PIC 999    VALUE 0  .
           03 WS-AV-ENR OCCURS 1 TO 999 TIMES
                         DEPENDING ON WS-NB-AVIS
                         INDEXED BY IDX-AV.
              05 WS-AV-CLE          PIC X(25) .
              05 WS-AV-MESSAGE      PIC X(24) .

       01  WS-CLE-DEP        PIC X(25)  VALUE SPACES .
       01  WS-ETAT           PIC X(24)  VALUE SPACES .
       01  WS-LIG-ENTETE     PIC X(60)  VALUE
           'DEPART DESTINATION        VOIE TYPE ETAT'    .
       01  WS-LIG-RAP        PIC X(60)  VALUE SPACES .
           END-PERFORM.
           CLOSE FO-TRAIN.

           PERFORM CHARGE-AVIS THRU CHARGE-AVIS-FIN.

      *    l'afficheur présente les départs dans l'ordre des heures
           SORT WS-DEP-ENR ASCENDING
           KEY WS-DEP-HHMN OF WS-TAB-DEPARTS.
           GOBACK.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'afficheu' TO JR-PROGRAMME.
           MOVE WS-NB-TRAIN TO JR-NB-LUS.
           MOVE WS-NB-TRAIN TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-AVIS.
           OPEN INPUT F-AVIS.
           IF NOT WS-STAT-FAVISOK
              GO TO CHARGE-AVIS-FIN
           END-IF.
           READ F-AVIS.
           PERFORM UNTIL WS-STAT-FAVISFIN
                      OR (WS-NB-AVIS >= 999)
              ADD 1 TO WS-NB-AVIS
              MOVE AV-TRAIN   TO WS-AV-CLE(WS-NB-AVIS)
              MOVE AV-MESSAGE TO WS-AV-MESSAGE(WS-NB-AVIS)
              READ F-AVIS
           END-PERFORM.
           CLOSE F-AVIS.
       CHARGE-AVIS-FIN.
           EXIT.

      *    Une ligne du tableau : heure, destination, voie, type et
      *    état en clair d'après le code incident ; un train
      *    supprimé remplacé par autocar affiche l'avis de gare
       ECRIT-DEPART.
           EVALUATE WS-DEP-INCIDENT(WS-IND-PL)
              WHEN 'RA'
                 MOVE 'RETARDE'    TO WS-ETAT
              WHEN 'AN'
                 MOVE 'SUPPRIME'   TO WS-ETAT
                 PERFORM CHERCHE-AVIS
              WHEN OTHER
                 MOVE WS-DEP-INCIDENT(WS-IND-PL) TO WS-ETAT
           END-EVALUATE.
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-TABLEAU.
           WRITE REC-TABLEAU.

       CHERCHE-AVIS.
           MOVE WS-DEP-TYP(WS-IND-PL)  TO WS-CLE-DEP(1:3).
           MOVE WS-DEP-DEST(WS-IND-PL) TO WS-CLE-DEP(4:18).
           MOVE WS-DEP-HHMN(WS-IND-PL) TO WS-CLE-DEP(22:4).
           PERFORM VARYING WS-IND-AV FROM 1 BY 1
                   UNTIL (WS-IND-AV > WS-NB-AVIS)
                   OR (WS-AV-CLE(WS-IND-AV) = WS-CLE-DEP)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AV TO WS-IND-AV
           END-PERFORM.
           IF WS-IND-AV <= WS-NB-AVIS
              MOVE WS-AV-MESSAGE(WS-IND-AV) TO WS-ETAT
           END-IF.

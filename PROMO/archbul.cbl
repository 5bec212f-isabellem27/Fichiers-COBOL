      *    (ligne 1, ex 2025-2026) et le trimestre archivé          *
      *    (ligne 2, 1 à 3 ; blanc = seule la consolidation         *
      *    annuelle est versée).                                    *
      *    La consolidation annuelle est versée sous la classe de   *
      *    fin d'année de l'élève ; pour un élève transféré, la     *
      *    classe précédente et les trimestres qui y ont été        *
      *    obtenus sont portés sur l'entrée annuelle.               *
      *    Une année ou un trimestre fermé par la transaction       *
      *    cloture (periodes.txt, domaine ECOLE) n'est plus         *
      *    reversé : message 0601, code retour 16.                  *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
              05 ARC-NOM        PIC X(13).
           03 ARC-MOY           PIC X(6).
           03 ARC-AVIS          PIC X(12).
      *    entrée annuelle d'un élève transféré : classe quittée et
      *    trimestres obtenus dans celle-ci (ex '12 ')
           03 ARC-CLASSE-ANT    PIC 99.
           03 ARC-TRIM-ANT      PIC X(3).
           03 FILLER            PIC X(1).

       WORKING-STORAGE SECTION.
       01  F-CSV-STATUS         PIC X(02)   VALUE SPACE .
       01  WS-AN-NOM            PIC X(13)   VALUE SPACES.
       01  WS-AN-MOY            PIC X(6)    VALUE SPACES.
       01  WS-AN-AVIS           PIC X(12)   VALUE SPACES.
       01  WS-AN-CLASSE         PIC 99      VALUE 0     .
       01  WS-AN-CLASSE-ANT     PIC 99      VALUE 0     .
       01  WS-AN-TRIM-ANT       PIC X(3)    VALUE SPACES.
       01  WS-AN-TRIM           PIC 9       VALUE 0     .
       01  WS-AN-ELEVE-VU       PIC X       VALUE 'N'   .
           88 WS-AN-ELEVE-EST-VU            VALUE 'Y'   .

       01  WS-NB-REMPLACES      PIC 9(5)    VALUE 0     .
       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, contrôle des périodes)
       01  WS-RC-SAUVE          PIC S9(4)   VALUE 0     .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

       PROCEDURE DIVISION.
      *0000-Main-start
      *    horodatage de départ du journal commun des exécutions
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.
           PERFORM 1000-CHARGE-PARAM-START
              THRU 1010-CHARGE-PARAM-END.
           PERFORM 1100-CONTROLE-PERIODE-START
              THRU 1110-CONTROLE-PERIODE-END.
           PERFORM 2000-OPEN-ARCHIVE-START
              THRU 2010-OPEN-ARCHIVE-END.

           CLOSE F-ARCHIVE.
           DISPLAY 'BULLETINS ARCHIVES  :' SPACE WS-NB-ARCHIVES.
           DISPLAY 'BULLETINS REMPLACES :' SPACE WS-NB-REMPLACES.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           STOP RUN.

       1000-CHARGE-PARAM-START.
       1010-CHARGE-PARAM-END.
           EXIT.

       1100-CONTROLE-PERIODE-START.
      *    Année scolaire ou trimestre fermé (periodes.txt,
      *    transaction cloture) : les bulletins de la période ne
      *    sont plus reversés ; periode a émis le message du refus.
      *    Clé AAAA-AAAA-Tn pour un trimestre, AAAA-AAAA pour le
      *    seul annuel ; sans année scolaire au paramètre, periode
      *    contrôle l'année scolaire du jour
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'ECOLE' TO PE-DOMAINE.
           MOVE 'archbul' TO PE-PROGRAMME.
           IF WS-ANNEE(5:1) = '-'
              IF WS-TRIMESTRE NOT = SPACE
                 STRING WS-ANNEE '-T' WS-TRIMESTRE
                 DELIMITED BY SIZE
                 INTO PE-PERIODE
              ELSE
                 MOVE WS-ANNEE TO PE-PERIODE
              END-IF
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF PE-RC >= 2
              MOVE 'REFUSE' TO JR-STATUT
      *       code retour 16 : période close, archive intouchable
              MOVE 16 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
       1110-CONTROLE-PERIODE-END.
           EXIT.

       2000-OPEN-ARCHIVE-START.
      *    l'archive s'enrichit d'année en année : ouverture I-O,
      *    création au premier versement seulement
                    MOVE 0            TO WS-AN-MATR
                    MOVE WS-AN-CHAMP1 TO WS-AN-NOM
                 END-IF
                 MOVE 0      TO WS-AN-CLASSE WS-AN-CLASSE-ANT
                 MOVE SPACES TO WS-AN-TRIM-ANT
                 SET WS-AN-ELEVE-EST-VU TO TRUE
      *       classe de fin d'année (ligne CLASSE de promoan)
              WHEN (REC-F-ANNUEL(1:10) = ' | CLASSE ')
                 AND WS-AN-ELEVE-EST-VU
                 IF REC-F-ANNUEL(11:2) NUMERIC
                    MOVE REC-F-ANNUEL(11:2) TO WS-AN-CLASSE
                 END-IF
      *       trimestre obtenu dans la classe précédente :
      *       ' | TRIMESTRE t OBTENU EN CLASSE nn ...'
              WHEN (REC-F-ANNUEL(1:13) = ' | TRIMESTRE ')
                 AND WS-AN-ELEVE-EST-VU
                 IF (REC-F-ANNUEL(14:1) NUMERIC)
                    AND (REC-F-ANNUEL(33:2) NUMERIC)
                    MOVE REC-F-ANNUEL(14:1) TO WS-AN-TRIM
                    IF (WS-AN-TRIM >= 1) AND (WS-AN-TRIM <= 3)
                       MOVE REC-F-ANNUEL(14:1)
                          TO WS-AN-TRIM-ANT(WS-AN-TRIM:1)
                       MOVE REC-F-ANNUEL(33:2) TO WS-AN-CLASSE-ANT
                    END-IF
                 END-IF
              WHEN (REC-F-ANNUEL(1:29)
                       = ' | MOYENNE ANNUELLE GENERALE')
                 AND WS-AN-ELEVE-EST-VU
                 MOVE SPACES TO REC-F-ARCHIVE
                 MOVE WS-ANNEE   TO ARC-ANNEE
                 MOVE 'AN'       TO ARC-PERIODE
      *          classe de fin d'année de l'élève ; zéro sur les
      *          bulletins annuels qui ne la portent pas
                 MOVE WS-AN-CLASSE TO ARC-CLASSE
                 MOVE WS-AN-MATR TO ARC-MATR
                 MOVE WS-AN-NOM  TO ARC-NOM
                 MOVE WS-AN-MOY  TO ARC-MOY
                 MOVE WS-AN-AVIS TO ARC-AVIS
                 MOVE WS-AN-CLASSE-ANT TO ARC-CLASSE-ANT
                 MOVE WS-AN-TRIM-ANT   TO ARC-TRIM-ANT
                 PERFORM 5000-ECRIT-ARCHIVE-START
                    THRU 5010-ECRIT-ARCHIVE-END
                 MOVE 'N' TO WS-AN-ELEVE-VU
           END-EVALUATE.
       5010-ECRIT-ARCHIVE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
      *    trace du run au journal commun : bulletins versés en
      *    écriture, remplacements comptés à part à l'écran
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'archbul' TO JR-PROGRAMME.
           MOVE WS-NB-ARCHIVES TO JR-NB-ECRITS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9910-ECRIT-JOURNAL-END.
           EXIT.

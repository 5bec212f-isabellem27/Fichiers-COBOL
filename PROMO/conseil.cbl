      *=============================================================*
      *    Dossier de délibération du conseil de classe.            *
      *    Fusionne en un document unique par élève les sources     *
      *    que le conseil agrafait jusqu'ici :                      *
      *      - les moyennes annuelles et l'avis de passage du       *
      *        bulletin annuel de promoan (bulletin-annuel.dat),    *
      *      - les totaux d'absences des enregistrements type 03    *
      *        de input.dat,                                        *
      *      - les appréciations des professeurs (type 04),         *
      *      - les voeux d'orientation et la réponse proposée par   *
      *        orient (voeux-decisions.dat, facultatif).            *
      *    Les dossiers sont écrits dans dossier-conseil.dat par    *
      *    classe de fin d'année puis par ordre de moyenne          *
      *    annuelle décroissante ; un élève transféré en cours      *
      *    d'année est délibéré dans sa nouvelle classe, avec les   *
      *    trimestres obtenus dans la précédente.                   *
      *    Le rapprochement entre les sources se fait sur le        *
      *    numéro permanent du registre quand il est porté, sinon   *
      *    sur le nom.                                              *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-VOEUX
               ASSIGN TO 'voeux-decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VOEUX-STATUS.

           SELECT F-DOSSIER
               ASSIGN TO 'dossier-conseil.dat'
               ACCESS MODE IS SEQUENTIAL
           03 R-AP-LABEL       PIC X(21).
           03 R-AP-COMM        PIC X(50).

      *    une ligne par voeu (cf orient)
       FD  F-VOEUX
           RECORD CONTAINS 103 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-VOEUX.
           03 VD-MATR          PIC 9(5).
           03 VD-NOM           PIC X(13).
           03 VD-RANG          PIC 9.
           03 VD-CODE          PIC X(6).
           03 VD-LIB           PIC X(30).
           03 VD-PROPOSITION   PIC X(8).
           03 VD-MOTIF         PIC X(40).

       FD  F-DOSSIER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
           88 F-INPUT-STATUS-EOF            VALUE '10'.
           88 F-INPUT-STATUS-NOFILE         VALUE '35'.

       01  F-VOEUX-STATUS       PIC X(02)   VALUE SPACE .
           88 F-VOEUX-STATUS-OK             VALUE '00'.
           88 F-VOEUX-STATUS-EOF            VALUE '10'.

       01  F-DOSSIER-STATUS     PIC X(02)   VALUE SPACE .
           88 F-DOSSIER-STATUS-OK           VALUE '00'.

           03  WS-DOS-TAB  OCCURS 1 TO 99
                           DEPENDING WS-NB-DOS
                           INDEXED BY IDX-DOS.
              05 WS-DOS-CLASSE  PIC 99.
              05 WS-DOS-MATR    PIC 9(5).
              05 WS-DOS-NOM     PIC X(13).
              05 WS-DOS-MOY     PIC 99V99.
      *       appréciations des professeurs (cours + texte)
              05 WS-DOS-NB-APP  PIC 99.
              05 WS-DOS-APP     PIC X(75)  OCCURS 10.
      *       trimestres obtenus dans une classe précédente (ligne
      *       TRIMESTRE du bulletin annuel, élève transféré)
              05 WS-DOS-NB-TRF  PIC 9.
              05 WS-DOS-TRF     PIC X(60)  OCCURS 3.
      *       voeux d'orientation et réponse proposée (orient)
              05 WS-DOS-NB-VOE  PIC 9.
              05 WS-DOS-VOE     PIC X(100) OCCURS 3.

      *  Découpage du bulletin annuel (cf promoan)
       01  WS-AN-CHAMP1         PIC X(20)   VALUE SPACES.

      *  Rangement des dossiers dans l'ordre de délibération
       01  WS-RANG              PIC 99      VALUE 0     .
       01  WS-IND-LIG           PIC 99      VALUE 0     .
       01  WS-CLASSE-PREC       PIC 99      VALUE 0     .
       01  WS-MOY-LIG           PIC Z9,99               .
       01  WS-ABS-LIG           PIC Z9                  .
       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.
           END-IF.
           PERFORM 3000-CHARGE-INPUT-START
              THRU 3010-CHARGE-INPUT-END.
           PERFORM 3100-CHARGE-VOEUX-START
              THRU 3110-CHARGE-VOEUX-END.

      *    l'ordre de délibération : classe de fin d'année, puis
      *    moyenne annuelle décroissante
           SORT WS-DOS-TAB ASCENDING KEY WS-DOS-CLASSE
                           DESCENDING KEY WS-DOS-MOY.

           PERFORM 7000-WRITE-DOSSIERS-START
              THRU 7010-WRITE-DOSSIERS-END.
                    INTO WS-AN-RESTE WS-AN-AVIS
                 MOVE WS-AN-AVIS TO WS-DOS-AVIS(WS-ELEVE-COURANT)
                 MOVE 0 TO WS-ELEVE-COURANT
      *       classe de fin d'année de l'élève (absente des
      *       bulletins d'avant les transferts : classe 00)
              WHEN (REC-F-ANNUEL(1:10) = ' | CLASSE ')
                 AND (WS-ELEVE-COURANT > 0)
                 IF REC-F-ANNUEL(11:2) NUMERIC
                    MOVE REC-F-ANNUEL(11:2)
                       TO WS-DOS-CLASSE(WS-ELEVE-COURANT)
                 END-IF
              WHEN (REC-F-ANNUEL(1:13) = ' | TRIMESTRE ')
                 AND (WS-ELEVE-COURANT > 0)
                 IF WS-DOS-NB-TRF(WS-ELEVE-COURANT) < 3
                    ADD 1 TO WS-DOS-NB-TRF(WS-ELEVE-COURANT)
                    MOVE REC-F-ANNUEL(4:60) TO
                       WS-DOS-TRF(WS-ELEVE-COURANT,
                          WS-DOS-NB-TRF(WS-ELEVE-COURANT))
                 END-IF
              WHEN (REC-F-ANNUEL(1:6) = ' |    ')
                 AND (WS-ELEVE-COURANT > 0)
      *          ligne de moyenne annuelle d'un cours, reprise telle
       3030-CHERCHE-ELEVE-END.
           EXIT.

       3100-CHARGE-VOEUX-START.
      *    Voeux d'orientation proposés par orient : pas de fichier,
      *    pas de rubrique voeux dans les dossiers
           OPEN INPUT F-VOEUX.
           IF NOT F-VOEUX-STATUS-OK
              GO TO 3110-CHARGE-VOEUX-END
           END-IF.
           READ F-VOEUX.
           PERFORM UNTIL F-VOEUX-STATUS-EOF
              MOVE VD-MATR TO WS-MATR-VAL
              MOVE VD-NOM  TO WS-NOM-VAL
              MOVE 0 TO WS-ELEVE-COURANT
              PERFORM VARYING WS-IND-DOS FROM 1 BY 1
                      UNTIL (WS-IND-DOS > WS-NB-DOS)
                      OR (WS-ELEVE-COURANT > 0)
                 IF ((WS-MATR-VAL > 0)
                       AND (WS-DOS-MATR(WS-IND-DOS) = WS-MATR-VAL))
                    OR ((WS-MATR-VAL = 0)
                       AND (WS-DOS-NOM(WS-IND-DOS) = WS-NOM-VAL))
                    MOVE WS-IND-DOS TO WS-ELEVE-COURANT
                 END-IF
              END-PERFORM
              IF (WS-ELEVE-COURANT > 0)
                 AND (WS-DOS-NB-VOE(WS-ELEVE-COURANT) < 3)
                 ADD 1 TO WS-DOS-NB-VOE(WS-ELEVE-COURANT)
                 MOVE SPACES TO WS-LIG-RAP
                 STRING 'VOEU' SPACE VD-RANG SPACE VD-CODE
                        SPACE VD-LIB SPACE VD-PROPOSITION
                        SPACE FUNCTION TRIM(VD-MOTIF)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP(1:100) TO
                    WS-DOS-VOE(WS-ELEVE-COURANT,
                       WS-DOS-NB-VOE(WS-ELEVE-COURANT))
              END-IF
              READ F-VOEUX
           END-PERFORM.
           CLOSE F-VOEUX.
       3110-CHARGE-VOEUX-END.
           EXIT.

       7000-WRITE-DOSSIERS-START.
           OPEN OUTPUT F-DOSSIER.
           MOVE ALL '=' TO REC-F-DOSSIER.
           MOVE ALL '=' TO REC-F-DOSSIER.
           WRITE REC-F-DOSSIER.

           MOVE 99 TO WS-CLASSE-PREC.
           PERFORM VARYING WS-IND-DOS FROM 1 BY 1
                   UNTIL (WS-IND-DOS > WS-NB-DOS)
      *       changement de classe : nouvelle délibération, le rang
      *       repart de 1
              IF WS-DOS-CLASSE(WS-IND-DOS) NOT = WS-CLASSE-PREC
                 MOVE WS-DOS-CLASSE(WS-IND-DOS) TO WS-CLASSE-PREC
                 MOVE 0 TO WS-RANG
                 IF WS-DOS-CLASSE(WS-IND-DOS) > 0
                    MOVE ALL SPACE TO REC-F-DOSSIER
                    STRING
                          WS-LIG-COLONNE
                          'CONSEIL DE LA CLASSE' SPACE
                          WS-DOS-CLASSE(WS-IND-DOS)
                    DELIMITED BY SIZE
                    INTO REC-F-DOSSIER
                    WRITE REC-F-DOSSIER
                    MOVE ALL '-' TO REC-F-DOSSIER
                    WRITE REC-F-DOSSIER
                 END-IF
              END-IF
              ADD 1 TO WS-RANG
              PERFORM 7020-WRITE-UN-DOSSIER-START
                 THRU 7030-WRITE-UN-DOSSIER-END
           END-PERFORM.
           EXIT.

       7020-WRITE-UN-DOSSIER-START.
           MOVE WS-DOS-MOY(WS-IND-DOS) TO WS-MOY-LIG.
           MOVE ALL SPACE TO WS-LIG-RAP.
           IF WS-DOS-MATR(WS-IND-DOS) > 0
           MOVE WS-LIG-RAP TO REC-F-DOSSIER.
           WRITE REC-F-DOSSIER.

      *    trimestres obtenus dans la classe précédente
           PERFORM VARYING WS-IND-LIG FROM 1 BY 1
                   UNTIL (WS-IND-LIG > WS-DOS-NB-TRF(WS-IND-DOS))
              MOVE ALL SPACE TO REC-F-DOSSIER
              STRING
                    WS-LIG-COLONNE
                    WS-DOS-TRF(WS-IND-DOS, WS-IND-LIG)
              DELIMITED BY SIZE
              INTO REC-F-DOSSIER
              WRITE REC-F-DOSSIER
           END-PERFORM.

      *    moyennes annuelles par cours, reprises du bulletin annuel
           PERFORM VARYING WS-IND-LIG FROM 1 BY 1
                   UNTIL (WS-IND-LIG > WS-DOS-NB-CRS(WS-IND-DOS))
              MOVE ALL SPACE TO REC-F-DOSSIER
              STRING
                    WS-LIG-COLONNE
                    WS-DOS-CRS(WS-IND-DOS, WS-IND-LIG)
              DELIMITED BY SIZE
              INTO REC-F-DOSSIER
              WRITE REC-F-DOSSIER
           WRITE REC-F-DOSSIER.

      *    appréciations des professeurs (type 04 de input.dat)
           PERFORM VARYING WS-IND-LIG FROM 1 BY 1
                   UNTIL (WS-IND-LIG > WS-DOS-NB-APP(WS-IND-DOS))
              MOVE ALL SPACE TO REC-F-DOSSIER
              STRING
                    WS-LIG-COLONNE
                    WS-DOS-APP(WS-IND-DOS, WS-IND-LIG)
              DELIMITED BY SIZE
              INTO REC-F-DOSSIER
              WRITE REC-F-DOSSIER
           END-PERFORM.

      *    voeux d'orientation et réponse proposée (orient)
           PERFORM VARYING WS-IND-LIG FROM 1 BY 1
                   UNTIL (WS-IND-LIG > WS-DOS-NB-VOE(WS-IND-DOS))
              MOVE ALL SPACE TO REC-F-DOSSIER
              STRING
                    WS-LIG-COLONNE
                    WS-DOS-VOE(WS-IND-DOS, WS-IND-LIG)
              DELIMITED BY SIZE
              INTO REC-F-DOSSIER
              WRITE REC-F-DOSSIER

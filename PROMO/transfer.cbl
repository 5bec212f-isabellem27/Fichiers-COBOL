      *=============================================================*
      *    Transferts de classe en cours d'année.                   *
      *    Un élève qui change de classe entre deux trimestres      *
      *    était jusqu'ici simplement ressaisi sous sa nouvelle     *
      *    classe dans input.dat, et promoan voyait deux demi-      *
      *    élèves. Le secrétariat saisit désormais le transfert     *
      *    dans transferts.dat (matricule, ancienne classe,         *
      *    nouvelle classe, trimestre d'effet) et transfer :        *
      *      - porte la nouvelle classe dans eleves-registre.dat,   *
      *      - garde l'historique des classes de l'élève dans       *
      *        registre-historique.dat (une ligne par transfert),   *
      *      - rend compte dans transferts-rapport.txt des          *
      *        transferts appliqués et rejetés.                     *
      *    Un transfert déjà présent dans l'historique n'est pas    *
      *    réappliqué : le programme peut être relancé sur le même  *
      *    fichier de transactions.                                 *
      *    Le registre est verrouillé (verrou) pendant sa           *
      *    réécriture.                                              *
      *    Pour le lancer, les variables OPERATEUR et               *
      *    OPERATEUR_SECRET doivent donner un profil de             *
      *    operateurs.txt avec le droit M sur ce programme          *
      *    (cf autoris).                                            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 06/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. transfer.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    transactions de transfert saisies par le secrétariat
           SELECT F-TRANSFERT
               ASSIGN TO 'transferts.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSFERT-STATUS.

           SELECT F-REGISTRE
               ASSIGN TO 'eleves-registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      *    historique des classes : une ligne par transfert appliqué
           SELECT F-HISTORIQUE
               ASSIGN TO 'registre-historique.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORIQUE-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'transferts-rapport.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Une transaction : matricule (1-5), ancienne classe (6-7),
      * nouvelle classe (8-9), trimestre d'effet (10, premier
      * trimestre suivi dans la nouvelle classe)
       FD  F-TRANSFERT
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSFERT.
           03 TR-MATR           PIC 9(5).
           03 TR-CLASSE-ANC     PIC 99.
           03 TR-CLASSE-NOUV    PIC 99.
           03 TR-TRIM           PIC 9.

       FD  F-REGISTRE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGISTRE.
           03 RG-MATRICULE      PIC 9(5).
           03 RG-NOM-COMPLET    PIC X(30).
           03 RG-CLASSE         PIC 99.
           03 RG-STATUT         PIC X(10).

      * Historique : matricule (1-5), ancienne classe (6-7),
      * nouvelle classe (8-9), trimestre d'effet (10), date
      * d'application AAAAMMJJ (11-18)
       FD  F-HISTORIQUE
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTORIQUE.
           03 HI-MATR           PIC 9(5).
           03 HI-CLASSE-ANC     PIC 99.
           03 HI-CLASSE-NOUV    PIC 99.
           03 HI-TRIM           PIC 9.
           03 HI-DATE           PIC X(8).

       FD  F-RAPPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT        PIC X(120).

       WORKING-STORAGE SECTION.
       01  F-TRANSFERT-STATUS   PIC X(02)   VALUE SPACE .
           88 F-TRANSFERT-STATUS-OK         VALUE '00'.
           88 F-TRANSFERT-STATUS-EOF        VALUE '10'.
           88 F-TRANSFERT-STATUS-NOFILE     VALUE '35'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK          VALUE '00'.
           88 F-REGISTRE-STATUS-EOF         VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE      VALUE '35'.

       01  F-HISTORIQUE-STATUS  PIC X(02)   VALUE SPACE .
           88 F-HISTORIQUE-STATUS-OK        VALUE '00'.
           88 F-HISTORIQUE-STATUS-EOF       VALUE '10'.
           88 F-HISTORIQUE-STATUS-NOFILE    VALUE '35'.

       01  F-RAPPORT-STATUS     PIC X(02)   VALUE SPACE .
           88 F-RAPPORT-STATUS-OK           VALUE '00'.

      *  Registre complet (tous statuts) : il est réécrit en entier
       01  WS-IND-RG            PIC 999     VALUE 0     .
       01  WS-REGISTRE.
           03  WS-NB-REG            PIC 999     VALUE 0 .
           03  WS-REG-TAB  OCCURS 1 TO 500
                           DEPENDING WS-NB-REG
                           INDEXED BY IDX-REG.
              05 WS-REG-MATR       PIC 9(5).
              05 WS-REG-NOM        PIC X(30).
              05 WS-REG-CLASSE     PIC 99.
              05 WS-REG-STATUT     PIC X(10).

      *  Historique déjà connu, pour ne pas réappliquer un transfert
       01  WS-HISTO.
           03  WS-NB-HI             PIC 9(4)    VALUE 0 .
           03  WS-HI-TAB  OCCURS 1 TO 2000
                          DEPENDING WS-NB-HI
                          INDEXED BY IDX-HI.
              05 WS-HI-MATR        PIC 9(5).
              05 WS-HI-CLASSE-ANC  PIC 99.
              05 WS-HI-CLASSE-NOUV PIC 99.
              05 WS-HI-TRIM        PIC 9.

       01  WS-MOTIF             PIC X(40)   VALUE SPACES.
       01  WS-DEJA-APPLIQUE     PIC X       VALUE 'N'   .
           88 WS-EST-DEJA-APPLIQUE          VALUE 'O'   .
       01  WS-DATE-JOUR         PIC X(8)    VALUE SPACES.
       01  WS-NB-LUS            PIC 9(6)    VALUE 0     .
       01  WS-NB-APPLIQUES      PIC 9(6)    VALUE 0     .
       01  WS-NB-REJETES        PIC 9(6)    VALUE 0     .
       01  WS-NB-DEJA           PIC 9(6)    VALUE 0     .
       01  WS-NB-ED             PIC ZZZZZ9              .
       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.
       01  WS-LIG-COLONNE       PIC X(3)    VALUE ' | ' .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du catalogue central de messages (msglib)
           COPY MSGLIB.

      * zone d'échange du gestionnaire de verrous (verrou)
           COPY VERROU.
      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'opérateur du lancement doit avoir le droit
      * de mise à jour sur le programme
           COPY AUTORIS.


       PROCEDURE DIVISION.
      *0000-Main-start
           INITIALIZE JR-ZONE VR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 'ERREUR' TO JR-STATUT.

      *    opérateur du lancement (variables OPERATEUR et
      *    OPERATEUR_SECRET) : il faut le droit de mise à jour sur
      *    transfer ; un refus est émis et tracé par autoris
           INITIALIZE AU-ZONE.
           MOVE 'transfer' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 'REFUSE' TO JR-STATUT
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.

      *    le registre est réécrit en entier : personne d'autre ne
      *    doit le mettre à jour pendant ce temps
           MOVE 'P' TO VR-ACTION.
           MOVE 'eleves-registre.dat' TO VR-DATASET.
           MOVE 'transfer' TO VR-PROGRAMME.
           CALL 'verrou' USING BY REFERENCE VR-ZONE
              ON EXCEPTION
      *          gestionnaire absent du load : pas de contrôle
                 MOVE 0 TO VR-RC
           END-CALL.
           IF VR-RC NOT = 0
              INITIALIZE MSG-ZONE
              MOVE 0414 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              MOVE VR-TENU-PAR TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE SPACE TO VR-ACTION
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.

           PERFORM 1000-CHARGE-REGISTRE-START
              THRU 1010-CHARGE-REGISTRE-END.
           PERFORM 1100-CHARGE-HISTO-START
              THRU 1110-CHARGE-HISTO-END.
           PERFORM 2000-TRAITE-TRANSFERTS-START
              THRU 2010-TRAITE-TRANSFERTS-END.
           IF WS-NB-APPLIQUES > 0
              PERFORM 3000-REECRIT-REGISTRE-START
                 THRU 3010-REECRIT-REGISTRE-END
           END-IF.

           DISPLAY 'TRANSFERTS LUS       :' SPACE WS-NB-LUS.
           DISPLAY 'TRANSFERTS APPLIQUES :' SPACE WS-NB-APPLIQUES.
           DISPLAY 'DEJA APPLIQUES       :' SPACE WS-NB-DEJA.
           DISPLAY 'TRANSFERTS REJETES   :' SPACE WS-NB-REJETES.
           MOVE 'OK' TO JR-STATUT.
      *0000-main-end
       0010-STOP-PRG.
      *    libération du verrou pris en début de run (jamais celui
      *    d'un autre porteur)
           IF VR-ACTION = 'P'
              MOVE 'L' TO VR-ACTION
              MOVE RETURN-CODE TO WS-RC-SAUVE
              CALL 'verrou' USING BY REFERENCE VR-ZONE
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-REGISTRE-START.
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-REGISTRE-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              MOVE F-REGISTRE-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-REGISTRE.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
              IF WS-NB-REG >= 500
      *          un registre chargé en partie ne peut pas être
      *          réécrit : code retour 16, capacité dépassée
                 DISPLAY 'ELEVES-REGISTRE DEPASSE 500 ELEVES - '
                    'TRANSFERTS NON APPLIQUES'
                 CLOSE F-REGISTRE
                 MOVE 16 TO RETURN-CODE
                 GO TO 0010-STOP-PRG
              END-IF
              SET WS-NB-REG UP BY 1
              MOVE RG-MATRICULE   TO WS-REG-MATR(WS-NB-REG)
              MOVE RG-NOM-COMPLET TO WS-REG-NOM(WS-NB-REG)
              MOVE RG-CLASSE      TO WS-REG-CLASSE(WS-NB-REG)
              MOVE RG-STATUT      TO WS-REG-STATUT(WS-NB-REG)
              READ F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       1010-CHARGE-REGISTRE-END.
           EXIT.

       1100-CHARGE-HISTO-START.
      *    historique absent : premier transfert de l'établissement
           OPEN INPUT F-HISTORIQUE.
           IF F-HISTORIQUE-STATUS-NOFILE
              GO TO 1110-CHARGE-HISTO-END
           END-IF.
           IF NOT F-HISTORIQUE-STATUS-OK
              DISPLAY 'CODE RETOUR D''ERREUR HISTORIQUE' SPACE
                 F-HISTORIQUE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-HISTORIQUE.
           PERFORM UNTIL F-HISTORIQUE-STATUS-EOF
                      OR (WS-NB-HI >= 2000)
              SET WS-NB-HI UP BY 1
              MOVE HI-MATR        TO WS-HI-MATR(WS-NB-HI)
              MOVE HI-CLASSE-ANC  TO WS-HI-CLASSE-ANC(WS-NB-HI)
              MOVE HI-CLASSE-NOUV TO WS-HI-CLASSE-NOUV(WS-NB-HI)
              MOVE HI-TRIM        TO WS-HI-TRIM(WS-NB-HI)
              READ F-HISTORIQUE
           END-PERFORM.
           CLOSE F-HISTORIQUE.
       1110-CHARGE-HISTO-END.
           EXIT.

       2000-TRAITE-TRANSFERTS-START.
           OPEN INPUT F-TRANSFERT.
           IF F-TRANSFERT-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'transferts.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-TRANSFERT-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'transferts.dat' TO MSG-SUBST1
              MOVE F-TRANSFERT-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           OPEN OUTPUT F-RAPPORT.
           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE ALL SPACE TO REC-F-RAPPORT.
           STRING
                 WS-LIG-COLONNE
                 'TRANSFERTS DE CLASSE DU' SPACE WS-DATE-JOUR
           DELIMITED BY SIZE
           INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      *    les nouvelles lignes d'historique suivent les anciennes
           OPEN EXTEND F-HISTORIQUE.
           IF F-HISTORIQUE-STATUS-NOFILE
              OPEN OUTPUT F-HISTORIQUE
           END-IF.

           READ F-TRANSFERT.
           PERFORM UNTIL F-TRANSFERT-STATUS-EOF
              ADD 1 TO WS-NB-LUS
              PERFORM 2020-UN-TRANSFERT-START
                 THRU 2030-UN-TRANSFERT-END
              READ F-TRANSFERT
           END-PERFORM.
           CLOSE F-TRANSFERT F-HISTORIQUE.

           MOVE ALL '=' TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE WS-NB-APPLIQUES TO WS-NB-ED.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING
                 WS-LIG-COLONNE
                 'APPLIQUES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-DEJA TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   DEJA APPLIQUES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-NB-REJETES TO WS-NB-ED.
           STRING
                 FUNCTION TRIM(WS-LIG-RAP TRAILING)
                 '   REJETES :' SPACE WS-NB-ED
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           CLOSE F-RAPPORT.
       2010-TRAITE-TRANSFERTS-END.
           EXIT.

       2020-UN-TRANSFERT-START.
      *    Contrôle puis application d'une transaction ; le motif de
      *    rejet part au rapport
           MOVE SPACES TO WS-MOTIF.
           IF (TR-MATR NOT NUMERIC) OR (TR-CLASSE-ANC NOT NUMERIC)
              OR (TR-CLASSE-NOUV NOT NUMERIC) OR (TR-TRIM NOT NUMERIC)
              MOVE 'TRANSACTION ILLISIBLE' TO WS-MOTIF
              GO TO 2025-REJET
           END-IF.
           IF (TR-TRIM < 1) OR (TR-TRIM > 3)
              MOVE 'TRIMESTRE D''EFFET HORS 1 A 3' TO WS-MOTIF
              GO TO 2025-REJET
           END-IF.
           IF (TR-CLASSE-NOUV = 0)
              OR (TR-CLASSE-NOUV = TR-CLASSE-ANC)
              MOVE 'NOUVELLE CLASSE INVALIDE' TO WS-MOTIF
              GO TO 2025-REJET
           END-IF.
           SET IDX-REG TO 1.
           SEARCH WS-REG-TAB
              AT END
                 MOVE 'MATRICULE ABSENT DU REGISTRE' TO WS-MOTIF
                 GO TO 2025-REJET
              WHEN WS-REG-MATR(IDX-REG) = TR-MATR
                 SET WS-IND-RG TO IDX-REG
           END-SEARCH.

      *    transfert déjà passé (relance sur le même fichier)
           MOVE 'N' TO WS-DEJA-APPLIQUE.
           PERFORM VARYING IDX-HI FROM 1 BY 1
                   UNTIL (IDX-HI > WS-NB-HI)
                   OR WS-EST-DEJA-APPLIQUE
              IF (WS-HI-MATR(IDX-HI) = TR-MATR)
                 AND (WS-HI-CLASSE-ANC(IDX-HI) = TR-CLASSE-ANC)
                 AND (WS-HI-CLASSE-NOUV(IDX-HI) = TR-CLASSE-NOUV)
                 AND (WS-HI-TRIM(IDX-HI) = TR-TRIM)
                 SET WS-EST-DEJA-APPLIQUE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-EST-DEJA-APPLIQUE
              ADD 1 TO WS-NB-DEJA
              MOVE ALL SPACE TO REC-F-RAPPORT
              STRING
                    WS-LIG-COLONNE
                    'ELEVE' SPACE TR-MATR
                    SPACE WS-REG-NOM(WS-IND-RG)
                    SPACE 'CLASSE' SPACE TR-CLASSE-ANC
                    SPACE '->' SPACE TR-CLASSE-NOUV
                    SPACE 'DEJA APPLIQUE'
              DELIMITED BY SIZE
              INTO REC-F-RAPPORT
              WRITE REC-F-RAPPORT
              GO TO 2030-UN-TRANSFERT-END
           END-IF.
           IF WS-REG-CLASSE(WS-IND-RG) NOT = TR-CLASSE-ANC
              MOVE 'CLASSE D''ORIGINE DIFFERENTE DU REGISTRE'
                 TO WS-MOTIF
              GO TO 2025-REJET
           END-IF.

      *    application : registre, historique, rapport
           MOVE TR-CLASSE-NOUV TO WS-REG-CLASSE(WS-IND-RG).
           MOVE TR-MATR        TO HI-MATR.
           MOVE TR-CLASSE-ANC  TO HI-CLASSE-ANC.
           MOVE TR-CLASSE-NOUV TO HI-CLASSE-NOUV.
           MOVE TR-TRIM        TO HI-TRIM.
           MOVE WS-DATE-JOUR   TO HI-DATE.
           WRITE REC-F-HISTORIQUE.
           IF WS-NB-HI < 2000
              SET WS-NB-HI UP BY 1
              MOVE TR-MATR        TO WS-HI-MATR(WS-NB-HI)
              MOVE TR-CLASSE-ANC  TO WS-HI-CLASSE-ANC(WS-NB-HI)
              MOVE TR-CLASSE-NOUV TO WS-HI-CLASSE-NOUV(WS-NB-HI)
              MOVE TR-TRIM        TO WS-HI-TRIM(WS-NB-HI)
           END-IF.
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE ALL SPACE TO REC-F-RAPPORT.
           STRING
                 WS-LIG-COLONNE
                 'ELEVE' SPACE TR-MATR
                 SPACE WS-REG-NOM(WS-IND-RG)
                 SPACE 'CLASSE' SPACE TR-CLASSE-ANC
                 SPACE '->' SPACE TR-CLASSE-NOUV
                 SPACE 'A PARTIR DU TRIMESTRE' SPACE TR-TRIM
           DELIMITED BY SIZE
           INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           GO TO 2030-UN-TRANSFERT-END.
       2025-REJET.
           ADD 1 TO WS-NB-REJETES.
           MOVE ALL SPACE TO REC-F-RAPPORT.
           STRING
                 WS-LIG-COLONNE
                 'REJET' SPACE REC-F-TRANSFERT
                 SPACE ':' SPACE WS-MOTIF
           DELIMITED BY SIZE
           INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
       2030-UN-TRANSFERT-END.
           EXIT.

       3000-REECRIT-REGISTRE-START.
      *    Réécriture complète du registre, dans l'ordre d'origine
           OPEN OUTPUT F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'eleves-registre.dat' TO MSG-SUBST1
              MOVE F-REGISTRE-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           PERFORM VARYING WS-IND-RG FROM 1 BY 1
                   UNTIL (WS-IND-RG > WS-NB-REG)
              MOVE WS-REG-MATR(WS-IND-RG)   TO RG-MATRICULE
              MOVE WS-REG-NOM(WS-IND-RG)    TO RG-NOM-COMPLET
              MOVE WS-REG-CLASSE(WS-IND-RG) TO RG-CLASSE
              MOVE WS-REG-STATUT(WS-IND-RG) TO RG-STATUT
              WRITE REC-F-REGISTRE
           END-PERFORM.
           CLOSE F-REGISTRE.
       3010-REECRIT-REGISTRE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'transfer' TO JR-PROGRAMME.
           MOVE WS-NB-LUS TO JR-NB-LUS.
           MOVE WS-NB-APPLIQUES TO JR-NB-ECRITS.
           MOVE WS-NB-REJETES TO JR-NB-REJETS.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9910-ECRIT-JOURNAL-END.
           EXIT.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       9950-EMET-MESSAGE-START.
           MOVE 'transfer' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9960-EMET-MESSAGE-END.
           EXIT.

      * classe.
      * Un trimestre absent est toléré : la moyenne annuelle se fait
      * alors sur les trimestres présents.
      * Un élève transféré en cours d'année (programme transfer) est
      * consolidé sous la classe où il finit l'année, lue dans
      * eleves-registre.dat ; les trimestres obtenus dans la classe
      * précédente sont signalés sous la ligne de classe.
      * Le bulletin précédent est gardé comme génération (genver)
      * avant réécriture : genrest sait le ramener.
      * Une année scolaire fermée par la transaction cloture
      * (periodes.txt, domaine ECOLE) n'est plus consolidée : le
      * passage est refusé (message 0601, code 16).
      *
      * Date de création : le 22/08/2026
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUEL-STATUS.

      *    registre des élèves : classe de fin d'année de l'élève
      *    (absent = classe du dernier trimestre consolidé)
           SELECT F-REGISTRE
               ASSIGN TO 'eleves-registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRIMESTRE

       01  REC-F-ANNUEL         PIC X(120).

       FD  F-REGISTRE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REGISTRE.
           03 RG-MATRICULE      PIC 9(5).
           03 RG-NOM-COMPLET    PIC X(30).
           03 RG-CLASSE         PIC 99.
           03 RG-STATUT         PIC X(10).

       WORKING-STORAGE SECTION.
       01  F-TRIMESTRE-STATUS   PIC X(02)   VALUE SPACE .
           88 F-TRIMESTRE-STATUS-OK            VALUE '00'.
       01  F-ANNUEL-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNUEL-STATUS-OK               VALUE '00'.

       01  F-REGISTRE-STATUS    PIC X(02)   VALUE SPACE .
           88 F-REGISTRE-STATUS-OK             VALUE '00'.
           88 F-REGISTRE-STATUS-EOF            VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE         VALUE '35'.

      *  Registre des élèves : classe de fin d'année par matricule
       01  WS-REGISTRE.
           03  WS-NB-REG            PIC 999     VALUE 0 .
           03  WS-REG-TAB  OCCURS 1 TO 500
                           DEPENDING WS-NB-REG
                           INDEXED BY IDX-REG.
              05 WS-REG-MATR       PIC 9(5).
              05 WS-REG-CLASSE     PIC 99.

       01  WS-TRIM-FILENAME     PIC X(30)   VALUE SPACES.
       01  WS-NUM-TRIM          PIC 9       VALUE 0     .
       01  WS-NB-TRIM-LUS       PIC 9       VALUE 0     .
      * confrontée au comptage écrit par promo1
           COPY MANIFST.

      * zone d'échange du versionnement des fichiers de sortie
      * (genver) : le bulletin annuel précédent est gardé avant
      * réécriture, genrest sait le ramener
           COPY GENVER.

      * zone d'échange du contrôle des périodes closes (periode) :
      * une année scolaire fermée n'est plus consolidée
           COPY PERIODE.

      *  Découpage d'une ligne CSV de promo1 (séparateur ';', cf
      *  7085-WRITE-CSV-LINE de promo1.cbl)
       01  WS-CSV-NOM           PIC X(13)   VALUE SPACES.
       01  WS-CSV-MOY           PIC X(10)   VALUE SPACES.
       01  WS-CSV-CMOY          PIC X(10)   VALUE SPACES.
       01  WS-CSV-CLASSE        PIC X(02)   VALUE SPACES.
       01  WS-CSV-CLASSE-9 REDEFINES WS-CSV-CLASSE PIC 9(02).
      *    numéro permanent du registre des élèves, 7e colonne du CSV
      *    de promo1 (00000 ou absent sur les exports antérieurs au
      *    registre : la consolidation retombe alors sur le nom)
      *       numéro permanent du registre (0 = export sans
      *       matricule, l'élève est alors identifié par le nom)
              05 WS-ELEVE-MATR     PIC 9(5).
      *       classe dans laquelle chaque trimestre a été obtenu
      *       (0 = trimestre absent), et classe de fin d'année
              05 WS-ELEVE-CL-TRIM  PIC 99      OCCURS 3.
              05 WS-ELEVE-CLASSE   PIC 99.

      *  Table des cours rencontrés sur l'année
       01  WS-IND-CO            PIC 99      VALUE 0     .
       01  WS-AN-MOY-LIG        PIC Z9,99               .
       01  WS-AN-AVIS           PIC X(12)   VALUE SPACES.

       01  WS-IND-TR            PIC 9       VALUE 0     .

       01  WS-LIG-RAP           PIC X(120)  VALUE SPACES.
       01  WS-LIG-COLONNE       PIC X(3)    VALUE ' | ' .

       PROCEDURE DIVISION.
      *0000-Main-start
           PERFORM 1100-CONTROLE-PERIODE-START
              THRU 1110-CONTROLE-PERIODE-END.
           PERFORM 1000-CHARGE-REGISTRE-START
              THRU 1010-CHARGE-REGISTRE-END.
           PERFORM VARYING WS-NUM-TRIM FROM 1 BY 1
                   UNTIL (WS-NUM-TRIM > 3)
              PERFORM 2000-CHARGE-TRIMESTRE-START
       0010-STOP-PRG.
           STOP RUN.

       1000-CHARGE-REGISTRE-START.
      *    Classe de fin d'année de chaque matricule ; registre
      *    absent = la classe du dernier trimestre fait foi
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-OK
              READ F-REGISTRE
              PERFORM UNTIL F-REGISTRE-STATUS-EOF
                         OR (WS-NB-REG >= 500)
                 SET WS-NB-REG UP BY 1
                 MOVE RG-MATRICULE TO WS-REG-MATR(WS-NB-REG)
                 MOVE RG-CLASSE    TO WS-REG-CLASSE(WS-NB-REG)
                 READ F-REGISTRE
              END-PERFORM
              CLOSE F-REGISTRE
           ELSE
              IF NOT F-REGISTRE-STATUS-NOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR REGISTRE' SPACE
                    F-REGISTRE-STATUS
              END-IF
           END-IF.
       1010-CHARGE-REGISTRE-END.
           EXIT.

       1100-CONTROLE-PERIODE-START.
      *    Année scolaire fermée (periodes.txt, transaction
      *    cloture) : le bulletin annuel envoyé au conseil de
      *    classe n'est pas réécrit ; periode a émis le message du
      *    refus. Période à blanc : periode prend l'année scolaire
      *    du jour
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'ECOLE' TO PE-DOMAINE.
           MOVE 'promoan' TO PE-PROGRAMME.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL.
           IF PE-RC >= 2
      *       code retour 16 : période close, bulletin intouchable
              MOVE 16 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1110-CONTROLE-PERIODE-END.
           EXIT.

       2000-CHARGE-TRIMESTRE-START.
      *    Charge le CSV d'un trimestre dans les cumuls ; un
      *    trimestre absent est simplement sauté
                 SET WS-NB-ELEVE UP BY 1
                 MOVE WS-CSV-NOM TO WS-ELEVE-NOM(WS-NB-ELEVE)
                 MOVE WS-MATR-VAL TO WS-ELEVE-MATR(WS-NB-ELEVE)
                 MOVE 0 TO WS-ELEVE-CL-TRIM(WS-NB-ELEVE, 1)
                           WS-ELEVE-CL-TRIM(WS-NB-ELEVE, 2)
                           WS-ELEVE-CL-TRIM(WS-NB-ELEVE, 3)
                           WS-ELEVE-CLASSE(WS-NB-ELEVE)
                 MOVE WS-NB-ELEVE TO WS-IND-EL
              WHEN (WS-MATR-VAL > 0)
                 AND (WS-ELEVE-MATR(IDX-ELEVE) = WS-MATR-VAL)
                 AND (WS-ELEVE-NOM(IDX-ELEVE) = WS-CSV-NOM)
                 SET WS-IND-EL TO IDX-ELEVE
           END-SEARCH.
      *    classe du trimestre (6e colonne du CSV) : un élève
      *    transféré la voit changer d'un trimestre à l'autre
           IF WS-CSV-CLASSE-9 NUMERIC
              MOVE WS-CSV-CLASSE-9
                 TO WS-ELEVE-CL-TRIM(WS-IND-EL, WS-NUM-TRIM)
           END-IF.

      *    Je cherche (ou crée) le cours
           SET IDX-COURS TO 1.
           EXIT.

       7000-WRITE-ANNUEL-START.
      *    le bulletin précédent est gardé comme génération avant
      *    d'être écrasé
           INITIALIZE GV-ZONE.
           MOVE 'G' TO GV-ACTION.
           MOVE 'bulletin-annuel.dat' TO GV-FICHIER.
           MOVE 'promoan' TO GV-PROGRAMME.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
      *          versionnement absent du load : pas de génération
                 MOVE 0 TO GV-RC
           END-CALL.
           IF GV-RC = 2
              DISPLAY 'GENERATION DE BULLETIN-ANNUEL.DAT NON GARDEE'
           END-IF.
           OPEN OUTPUT F-ANNUEL.
           MOVE ALL '=' TO REC-F-ANNUEL.
           WRITE REC-F-ANNUEL.
              INTO REC-F-ANNUEL
           END-IF.
           WRITE REC-F-ANNUEL.
           PERFORM 7060-WRITE-CLASSE-START
              THRU 7070-WRITE-CLASSE-END.

           INITIALIZE WS-AN-SOMME WS-AN-NB WS-NB-CATEG.
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
           END-IF.
       7050-WRITE-CATEG-END.
           EXIT.

       7060-WRITE-CLASSE-START.
      *    Classe de fin d'année : celle du registre pour un élève
      *    immatriculé, sinon celle du dernier trimestre présent ;
      *    puis une ligne par trimestre obtenu dans une autre classe
      *    (élève transféré en cours d'année)
           MOVE 0 TO WS-ELEVE-CLASSE(WS-IND-EL).
           IF (WS-ELEVE-MATR(WS-IND-EL) > 0) AND (WS-NB-REG > 0)
              SET IDX-REG TO 1
              SEARCH WS-REG-TAB
                 AT END
                    CONTINUE
                 WHEN WS-REG-MATR(IDX-REG) = WS-ELEVE-MATR(WS-IND-EL)
                    MOVE WS-REG-CLASSE(IDX-REG)
                       TO WS-ELEVE-CLASSE(WS-IND-EL)
              END-SEARCH
           END-IF.
           IF WS-ELEVE-CLASSE(WS-IND-EL) = 0
              PERFORM VARYING WS-IND-TR FROM 1 BY 1
                      UNTIL (WS-IND-TR > 3)
                 IF WS-ELEVE-CL-TRIM(WS-IND-EL, WS-IND-TR) > 0
                    MOVE WS-ELEVE-CL-TRIM(WS-IND-EL, WS-IND-TR)
                       TO WS-ELEVE-CLASSE(WS-IND-EL)
                 END-IF
              END-PERFORM
           END-IF.
      *    export sans colonne classe : pas de ligne de classe
           IF WS-ELEVE-CLASSE(WS-IND-EL) = 0
              GO TO 7070-WRITE-CLASSE-END
           END-IF.
           MOVE ALL SPACE TO REC-F-ANNUEL.
           STRING
                 WS-LIG-COLONNE
                 'CLASSE' SPACE WS-ELEVE-CLASSE(WS-IND-EL)
           DELIMITED BY SIZE
           INTO REC-F-ANNUEL.
           WRITE REC-F-ANNUEL.
           PERFORM VARYING WS-IND-TR FROM 1 BY 1
                   UNTIL (WS-IND-TR > 3)
              IF (WS-ELEVE-CL-TRIM(WS-IND-EL, WS-IND-TR) > 0)
                 AND (WS-ELEVE-CL-TRIM(WS-IND-EL, WS-IND-TR)
                       NOT = WS-ELEVE-CLASSE(WS-IND-EL))
                 MOVE ALL SPACE TO REC-F-ANNUEL
                 STRING
                       WS-LIG-COLONNE
                       'TRIMESTRE' SPACE WS-IND-TR
                       SPACE 'OBTENU EN CLASSE' SPACE
                       WS-ELEVE-CL-TRIM(WS-IND-EL, WS-IND-TR)
                       SPACE '(AVANT TRANSFERT)'
                 DELIMITED BY SIZE
                 INTO REC-F-ANNUEL
                 WRITE REC-F-ANNUEL
              END-IF
           END-PERFORM.
       7070-WRITE-CLASSE-END.
           EXIT.

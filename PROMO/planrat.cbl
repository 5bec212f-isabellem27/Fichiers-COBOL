      *=============================================================*
      *    Planning de la session de rattrapage de septembre.       *
      *    Pour chaque élève de rattrapage-inscriptions.dat         *
      *    (rattrap), les épreuves à repasser sont les cours dont   *
      *    la moyenne annuelle est sous 10 dans bulletin-annuel.dat *
      *    (promoan). Chaque couple élève/cours reçoit un créneau   *
      *    de rattrapage-creneaux.dat et une salle de               *
      *    rattrapage-salles.dat :                                  *
      *      - un élève n'a jamais deux épreuves au même créneau,   *
      *      - une salle ne reçoit pas plus d'élèves que sa         *
      *        capacité sur un créneau.                             *
      *    Les cours sont placés du plus chargé au moins chargé ;   *
      *    un cours passe de préférence en entier sur un même       *
      *    créneau (même sujet pour tous), sinon ses candidats sont *
      *    répartis un à un sur les créneaux restants.              *
      *    Le programme produit :                                   *
      *      - rattrapage-convocations.dat : une convocation par    *
      *        élève avec ses épreuves (cours, jour, heure, salle), *
      *      - rattrapage-emargement.dat : une feuille              *
      *        d'émargement par créneau et par salle.               *
      *    Une épreuve impossible à placer (créneaux ou salles      *
      *    insuffisants) est signalée, code retour 4.               *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. planrat.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INSCRIPTION
               ASSIGN TO 'rattrapage-inscriptions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INSCRIPTION-STATUS.

           SELECT F-ANNUEL
               ASSIGN TO 'bulletin-annuel.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUEL-STATUS.

           SELECT F-SALLE
               ASSIGN TO 'rattrapage-salles.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SALLE-STATUS.

           SELECT F-CRENEAU
               ASSIGN TO 'rattrapage-creneaux.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CRENEAU-STATUS.

           SELECT F-CONVOC
               ASSIGN TO 'rattrapage-convocations.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONVOC-STATUS.

           SELECT F-EMARGE
               ASSIGN TO 'rattrapage-emargement.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EMARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    matricule;nom;moyenne annuelle (cf rattrap)
       FD  F-INSCRIPTION
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-INSCRIPTION    PIC X(60).

       FD  F-ANNUEL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUEL         PIC X(120).

      *    une salle par ligne : code salle, capacité
       FD  F-SALLE
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SALLE.
           03 SA-SALLE          PIC X(8).
           03 SA-CAPACITE       PIC X(3).

      *    un créneau d'épreuve par ligne : jour JJ/MM/AAAA, heure
      *    HH:MM ; l'ordre du fichier est l'ordre de remplissage
       FD  F-CRENEAU
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CRENEAU.
           03 CR-JOUR           PIC X(10).
           03 CR-HEURE          PIC X(5).

       FD  F-CONVOC
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONVOC         PIC X(100).

       FD  F-EMARGE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EMARGE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  F-INSCRIPTION-STATUS PIC X(02)   VALUE SPACE .
           88 F-INSCRIPTION-STATUS-OK       VALUE '00'.
           88 F-INSCRIPTION-STATUS-EOF      VALUE '10'.
           88 F-INSCRIPTION-STATUS-NOFILE   VALUE '35'.

       01  F-ANNUEL-STATUS      PIC X(02)   VALUE SPACE .
           88 F-ANNUEL-STATUS-OK            VALUE '00'.
           88 F-ANNUEL-STATUS-EOF           VALUE '10'.
           88 F-ANNUEL-STATUS-NOFILE        VALUE '35'.

       01  F-SALLE-STATUS       PIC X(02)   VALUE SPACE .
           88 F-SALLE-STATUS-OK             VALUE '00'.
           88 F-SALLE-STATUS-EOF            VALUE '10'.
           88 F-SALLE-STATUS-NOFILE         VALUE '35'.

       01  F-CRENEAU-STATUS     PIC X(02)   VALUE SPACE .
           88 F-CRENEAU-STATUS-OK           VALUE '00'.
           88 F-CRENEAU-STATUS-EOF          VALUE '10'.
           88 F-CRENEAU-STATUS-NOFILE       VALUE '35'.

       01  F-CONVOC-STATUS      PIC X(02)   VALUE SPACE .
           88 F-CONVOC-STATUS-OK            VALUE '00'.

       01  F-EMARGE-STATUS      PIC X(02)   VALUE SPACE .
           88 F-EMARGE-STATUS-OK            VALUE '00'.

      *  Elèves inscrits à la session
       01  WS-IND-IN            PIC 99      VALUE 0     .
       01  WS-INSCRITS.
           03  WS-NB-IN             PIC 99      VALUE 0 .
           03  WS-IN-TAB  OCCURS 1 TO 99
                          DEPENDING WS-NB-IN
                          INDEXED BY IDX-IN.
              05 WS-IN-MATR        PIC 9(5).
              05 WS-IN-NOM         PIC X(13).
              05 WS-IN-NB-EPR      PIC 99.
       01  WS-INS-CHAMP1        PIC X(13)   VALUE SPACES.
       01  WS-INS-CHAMP2        PIC X(13)   VALUE SPACES.

      *  Découpage du bulletin annuel (cf rattrap)
       01  WS-AN-CHAMP1         PIC X(20)   VALUE SPACES.
       01  WS-AN-CHAMP2         PIC X(20)   VALUE SPACES.
       01  WS-AN-MATR           PIC 9(5)    VALUE 0     .
       01  WS-AN-NOM            PIC X(13)   VALUE SPACES.
       01  WS-AN-COURS          PIC X(21)   VALUE SPACES.
       01  WS-AN-COURS-MOY      PIC 99V99   VALUE 0     .
       01  WS-INSCRIT-COURANT   PIC 99      VALUE 0     .

      *  Cours à repasser et créneau retenu pour le cours entier
       01  WS-IND-CO            PIC 99      VALUE 0     .
       01  WS-COURS.
           03  WS-NB-COURS          PIC 99      VALUE 0 .
           03  WS-COURS-TAB  OCCURS 1 TO 99
                             DEPENDING WS-NB-COURS
                             INDEXED BY IDX-COURS.
              05 WS-COURS-LIB      PIC X(21).
              05 WS-COURS-NB       PIC 999.
              05 WS-COURS-CRENEAU  PIC 99.
              05 WS-COURS-TRAITE   PIC X.
                 88 WS-COURS-EST-TRAITE      VALUE 'O'.

      *  Epreuves : un couple élève/cours, avec créneau et salle
      *  attribués (0 = non placée)
       01  WS-IND-EP            PIC 999     VALUE 0     .
       01  WS-EPREUVES.
           03  WS-NB-EP             PIC 999     VALUE 0 .
           03  WS-EP-TAB  OCCURS 1 TO 500
                          DEPENDING WS-NB-EP
                          INDEXED BY IDX-EP.
              05 WS-EP-INSCRIT     PIC 99.
              05 WS-EP-COURS       PIC 99.
              05 WS-EP-CRENEAU     PIC 99.
              05 WS-EP-SALLE       PIC 99.

      *  Salles et créneaux ; occupation d'une salle sur un créneau
       01  WS-IND-SA            PIC 99      VALUE 0     .
       01  WS-SALLES.
           03  WS-NB-SA             PIC 99      VALUE 0 .
           03  WS-SA-TAB  OCCURS 1 TO 30
                          DEPENDING WS-NB-SA.
              05 WS-SA-SALLE       PIC X(8).
              05 WS-SA-CAPACITE    PIC 999.
       01  WS-IND-CR            PIC 99      VALUE 0     .
       01  WS-CRENEAUX.
           03  WS-NB-CR             PIC 99      VALUE 0 .
           03  WS-CR-TAB  OCCURS 1 TO 50
                          DEPENDING WS-NB-CR.
              05 WS-CR-JOUR        PIC X(10).
              05 WS-CR-HEURE       PIC X(5).
              05 WS-CR-LIBRE       PIC 9(4).
       01  WS-OCCUPATION.
           03  WS-OC-CR  OCCURS 50.
              05 WS-OC-PLACES  OCCURS 30  PIC 999.

      *  Placement
       01  WS-MAX-NB            PIC 999     VALUE 0     .
       01  WS-COURS-CHOISI      PIC 99      VALUE 0     .
       01  WS-CRENEAU-TROUVE    PIC 99      VALUE 0     .
       01  WS-SALLE-TROUVEE     PIC 99      VALUE 0     .
       01  WS-IND-EP2           PIC 999     VALUE 0     .
       01  WS-ELEVE-LIBRE       PIC X       VALUE 'O'   .
           88 WS-ELEVE-EST-LIBRE            VALUE 'O'   .
       01  WS-COURS-LIBRE       PIC X       VALUE 'O'   .
           88 WS-COURS-EST-LIBRE            VALUE 'O'   .
       01  WS-NB-PLACEES        PIC 999     VALUE 0     .
       01  WS-NB-NON-PLACEES    PIC 999     VALUE 0     .
       01  WS-NB-SANS-EPREUVE   PIC 99      VALUE 0     .
       01  WS-CAP-VAL-X         PIC X(3)    VALUE SPACES.
       01  WS-CAP-VAL-9 REDEFINES WS-CAP-VAL-X PIC 9(3).

      *  Editions
       01  WS-DATE-JOUR         PIC X(21)   VALUE SPACES.
       01  WS-NB-LIG            PIC ZZ9                 .
       01  WS-NUM-LIG           PIC ZZ9                 .
       01  WS-LIG-RAP           PIC X(100)  VALUE SPACES.
       01  WS-NB-ED             PIC 999     VALUE 0     .

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du catalogue central de messages (msglib)
           COPY MSGLIB.

       PROCEDURE DIVISION.
      *0000-Main-start
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'ERREUR' TO JR-STATUT.

           PERFORM 1000-CHARGE-INSCRIT-START
              THRU 1010-CHARGE-INSCRIT-END.
           PERFORM 1020-CHARGE-SALLE-START
              THRU 1030-CHARGE-SALLE-END.
           PERFORM 1040-CHARGE-CRENEAU-START
              THRU 1050-CHARGE-CRENEAU-END.
           PERFORM 2000-CHARGE-ANNUEL-START
              THRU 2010-CHARGE-ANNUEL-END.

      *    cours du plus chargé au moins chargé
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
                   UNTIL (WS-IND-CO > WS-NB-COURS)
              PERFORM 3000-CHOISIT-COURS-START
                 THRU 3010-CHOISIT-COURS-END
              PERFORM 3020-PLACE-COURS-START
                 THRU 3030-PLACE-COURS-END
           END-PERFORM.

           PERFORM 7000-WRITE-CONVOC-START
              THRU 7010-WRITE-CONVOC-END.
           PERFORM 7040-WRITE-EMARGE-START
              THRU 7050-WRITE-EMARGE-END.

           DISPLAY 'ELEVES INSCRITS        :' SPACE WS-NB-IN.
           DISPLAY 'EPREUVES A PLACER      :' SPACE WS-NB-EP.
           DISPLAY 'EPREUVES PLACEES       :' SPACE WS-NB-PLACEES.
           IF WS-NB-SANS-EPREUVE > 0
              DISPLAY 'INSCRITS SANS COURS SOUS LA MOYENNE :' SPACE
                 WS-NB-SANS-EPREUVE
           END-IF.
           MOVE 'OK' TO JR-STATUT.
           IF WS-NB-NON-PLACEES > 0
              INITIALIZE MSG-ZONE
              MOVE 0204 TO MSG-NUMERO
              MOVE WS-NB-NON-PLACEES TO WS-NB-ED
              MOVE WS-NB-ED TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 4 TO RETURN-CODE
           END-IF.
      *0000-main-end
       0010-STOP-PRG.
           PERFORM 9900-ECRIT-JOURNAL-START
              THRU 9910-ECRIT-JOURNAL-END.
           GOBACK.

       1000-CHARGE-INSCRIT-START.
           OPEN INPUT F-INSCRIPTION.
           IF F-INSCRIPTION-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'rattrapage-inscriptions.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-INSCRIPTION-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'rattrapage-inscriptions.dat' TO MSG-SUBST1
              MOVE F-INSCRIPTION-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-INSCRIPTION.
           PERFORM UNTIL F-INSCRIPTION-STATUS-EOF
                      OR (WS-NB-IN >= 99)
              MOVE SPACES TO WS-INS-CHAMP1 WS-INS-CHAMP2
              UNSTRING REC-F-INSCRIPTION DELIMITED BY ';'
                 INTO WS-INS-CHAMP1 WS-INS-CHAMP2
              IF WS-INS-CHAMP1 NOT = SPACES
                 SET WS-NB-IN UP BY 1
                 IF WS-INS-CHAMP1(1:5) NUMERIC
                    MOVE WS-INS-CHAMP1(1:5) TO WS-IN-MATR(WS-NB-IN)
                 ELSE
                    MOVE 0 TO WS-IN-MATR(WS-NB-IN)
                 END-IF
                 MOVE WS-INS-CHAMP2 TO WS-IN-NOM(WS-NB-IN)
                 MOVE 0 TO WS-IN-NB-EPR(WS-NB-IN)
              END-IF
              READ F-INSCRIPTION
           END-PERFORM.
           CLOSE F-INSCRIPTION.
       1010-CHARGE-INSCRIT-END.
           EXIT.

       1020-CHARGE-SALLE-START.
           OPEN INPUT F-SALLE.
           IF F-SALLE-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'rattrapage-salles.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-SALLE-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'rattrapage-salles.dat' TO MSG-SUBST1
              MOVE F-SALLE-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           READ F-SALLE.
           PERFORM UNTIL F-SALLE-STATUS-EOF
              MOVE SA-CAPACITE TO WS-CAP-VAL-X
              INSPECT WS-CAP-VAL-X REPLACING LEADING SPACE BY '0'
              EVALUATE TRUE
                 WHEN SA-SALLE = SPACES
                    CONTINUE
                 WHEN (WS-CAP-VAL-9 NOT NUMERIC)
                    OR (WS-CAP-VAL-9 = 0)
                    DISPLAY 'CAPACITE DE SALLE INVALIDE - SALLE '
                       'IGNOREE :' SPACE SA-SALLE
                 WHEN WS-NB-SA >= 30
                    DISPLAY 'PLUS DE 30 SALLES - SALLE IGNOREE :'
                       SPACE SA-SALLE
                 WHEN OTHER
                    SET WS-NB-SA UP BY 1
                    MOVE SA-SALLE     TO WS-SA-SALLE(WS-NB-SA)
                    MOVE WS-CAP-VAL-9 TO WS-SA-CAPACITE(WS-NB-SA)
              END-EVALUATE
              READ F-SALLE
           END-PERFORM.
           CLOSE F-SALLE.
       1030-CHARGE-SALLE-END.
           EXIT.

       1040-CHARGE-CRENEAU-START.
           OPEN INPUT F-CRENEAU.
           IF F-CRENEAU-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'rattrapage-creneaux.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-CRENEAU-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'rattrapage-creneaux.dat' TO MSG-SUBST1
              MOVE F-CRENEAU-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
      *    places libres d'un créneau = capacité totale des salles
           MOVE 0 TO WS-MAX-NB.
           PERFORM VARYING WS-IND-SA FROM 1 BY 1
                   UNTIL (WS-IND-SA > WS-NB-SA)
              ADD WS-SA-CAPACITE(WS-IND-SA) TO WS-MAX-NB
           END-PERFORM.
           INITIALIZE WS-OCCUPATION.
           READ F-CRENEAU.
           PERFORM UNTIL F-CRENEAU-STATUS-EOF
              IF CR-JOUR NOT = SPACES
                 IF WS-NB-CR >= 50
                    DISPLAY 'PLUS DE 50 CRENEAUX - CRENEAU IGNORE :'
                       SPACE CR-JOUR SPACE CR-HEURE
                 ELSE
                    SET WS-NB-CR UP BY 1
                    MOVE CR-JOUR   TO WS-CR-JOUR(WS-NB-CR)
                    MOVE CR-HEURE  TO WS-CR-HEURE(WS-NB-CR)
                    MOVE WS-MAX-NB TO WS-CR-LIBRE(WS-NB-CR)
                 END-IF
              END-IF
              READ F-CRENEAU
           END-PERFORM.
           CLOSE F-CRENEAU.
       1050-CHARGE-CRENEAU-END.
           EXIT.

       2000-CHARGE-ANNUEL-START.
      *    Relève dans le bulletin annuel, pour chaque inscrit, les
      *    cours dont la moyenne annuelle est sous 10 : une épreuve
      *    par cours
           OPEN INPUT F-ANNUEL.
           IF F-ANNUEL-STATUS-NOFILE
              INITIALIZE MSG-ZONE
              MOVE 0412 TO MSG-NUMERO
              MOVE 'bulletin-annuel.dat' TO MSG-SUBST1
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 12 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           IF NOT F-ANNUEL-STATUS-OK
              INITIALIZE MSG-ZONE
              MOVE 0413 TO MSG-NUMERO
              MOVE 'bulletin-annuel.dat' TO MSG-SUBST1
              MOVE F-ANNUEL-STATUS TO MSG-SUBST2
              PERFORM 9950-EMET-MESSAGE-START
                 THRU 9960-EMET-MESSAGE-END
              MOVE 8 TO RETURN-CODE
              GO TO 0010-STOP-PRG
           END-IF.
           MOVE 0 TO WS-INSCRIT-COURANT.
           READ F-ANNUEL.
           PERFORM UNTIL F-ANNUEL-STATUS-EOF
              PERFORM 2020-CHARGE-AN-LIGNE-START
                 THRU 2030-CHARGE-AN-LIGNE-END
              READ F-ANNUEL
           END-PERFORM.
           CLOSE F-ANNUEL.
           PERFORM VARYING WS-IND-IN FROM 1 BY 1
                   UNTIL (WS-IND-IN > WS-NB-IN)
              IF WS-IN-NB-EPR(WS-IND-IN) = 0
                 ADD 1 TO WS-NB-SANS-EPREUVE
                 DISPLAY 'INSCRIT SANS COURS SOUS LA MOYENNE :' SPACE
                    WS-IN-MATR(WS-IND-IN) SPACE WS-IN-NOM(WS-IND-IN)
              END-IF
           END-PERFORM.
       2010-CHARGE-ANNUEL-END.
           EXIT.

       2020-CHARGE-AN-LIGNE-START.
           EVALUATE TRUE
              WHEN REC-F-ANNUEL(1:9) = ' | ELEVE '
                 MOVE SPACES TO WS-AN-CHAMP1 WS-AN-CHAMP2
                 UNSTRING REC-F-ANNUEL(10:30)
                    DELIMITED BY ALL SPACE
                    INTO WS-AN-CHAMP1 WS-AN-CHAMP2
                 IF WS-AN-CHAMP1(1:5) NUMERIC
                    MOVE WS-AN-CHAMP1(1:5) TO WS-AN-MATR
                    MOVE WS-AN-CHAMP2      TO WS-AN-NOM
                 ELSE
                    MOVE 0            TO WS-AN-MATR
                    MOVE WS-AN-CHAMP1 TO WS-AN-NOM
                 END-IF
                 PERFORM 2040-CHERCHE-INSCRIT-START
                    THRU 2050-CHERCHE-INSCRIT-END
      *       ligne de cours : ' |    <cours> MOYENNE ANNUELLE zz,zz'
              WHEN (REC-F-ANNUEL(1:6) = ' |    ')
                 AND (REC-F-ANNUEL(29:16) = 'MOYENNE ANNUELLE')
                 AND (WS-INSCRIT-COURANT > 0)
                 MOVE REC-F-ANNUEL(7:21) TO WS-AN-COURS
                 COMPUTE WS-AN-COURS-MOY =
                    FUNCTION NUMVAL(REC-F-ANNUEL(46:5))
                 IF WS-AN-COURS-MOY < 10
                    PERFORM 2060-AJOUTE-EPREUVE-START
                       THRU 2070-AJOUTE-EPREUVE-END
                 END-IF
              WHEN REC-F-ANNUEL(1:28) = ' | MOYENNE ANNUELLE GENERALE'
                 MOVE 0 TO WS-INSCRIT-COURANT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2030-CHARGE-AN-LIGNE-END.
           EXIT.

       2040-CHERCHE-INSCRIT-START.
      *    matricule quand les deux côtés en portent un, nom sinon
      *    (même règle que rattrap)
           MOVE 0 TO WS-INSCRIT-COURANT.
           PERFORM VARYING IDX-IN FROM 1 BY 1
                   UNTIL (IDX-IN > WS-NB-IN)
                   OR (WS-INSCRIT-COURANT > 0)
              IF ((WS-AN-MATR > 0)
                    AND (WS-IN-MATR(IDX-IN) = WS-AN-MATR))
                 OR ((WS-AN-MATR = 0)
                    AND (WS-IN-NOM(IDX-IN) = WS-AN-NOM))
                 SET WS-INSCRIT-COURANT TO IDX-IN
              END-IF
           END-PERFORM.
       2050-CHERCHE-INSCRIT-END.
           EXIT.

       2060-AJOUTE-EPREUVE-START.
           IF WS-NB-EP >= 500
              DISPLAY 'TABLE DES EPREUVES PLEINE - EPREUVE IGNOREE :'
                 SPACE WS-AN-NOM SPACE WS-AN-COURS
              GO TO 2070-AJOUTE-EPREUVE-END
           END-IF.
      *    je cherche (ou crée) le cours
           SET IDX-COURS TO 1.
           SEARCH WS-COURS-TAB
              AT END
                 IF WS-NB-COURS >= 99
                    DISPLAY 'TABLE COURS PLEINE - EPREUVE IGNOREE :'
                       SPACE WS-AN-COURS
                    GO TO 2070-AJOUTE-EPREUVE-END
                 END-IF
                 SET WS-NB-COURS UP BY 1
                 MOVE WS-AN-COURS TO WS-COURS-LIB(WS-NB-COURS)
                 MOVE 0   TO WS-COURS-NB(WS-NB-COURS)
                 MOVE 0   TO WS-COURS-CRENEAU(WS-NB-COURS)
                 MOVE 'N' TO WS-COURS-TRAITE(WS-NB-COURS)
                 MOVE WS-NB-COURS TO WS-IND-CO
              WHEN WS-COURS-LIB(IDX-COURS) = WS-AN-COURS
                 SET WS-IND-CO TO IDX-COURS
           END-SEARCH.
           ADD 1 TO WS-COURS-NB(WS-IND-CO).
           SET WS-NB-EP UP BY 1.
           MOVE WS-INSCRIT-COURANT TO WS-EP-INSCRIT(WS-NB-EP).
           MOVE WS-IND-CO          TO WS-EP-COURS(WS-NB-EP).
           MOVE 0                  TO WS-EP-CRENEAU(WS-NB-EP).
           MOVE 0                  TO WS-EP-SALLE(WS-NB-EP).
           ADD 1 TO WS-IN-NB-EPR(WS-INSCRIT-COURANT).
       2070-AJOUTE-EPREUVE-END.
           EXIT.

       3000-CHOISIT-COURS-START.
      *    Cours non encore traité qui a le plus de candidats
           MOVE 0 TO WS-COURS-CHOISI WS-MAX-NB.
           PERFORM VARYING IDX-COURS FROM 1 BY 1
                   UNTIL (IDX-COURS > WS-NB-COURS)
              IF (NOT WS-COURS-EST-TRAITE(IDX-COURS))
                 AND (WS-COURS-NB(IDX-COURS) > WS-MAX-NB)
                 MOVE WS-COURS-NB(IDX-COURS) TO WS-MAX-NB
                 SET WS-COURS-CHOISI TO IDX-COURS
              END-IF
           END-PERFORM.
       3010-CHOISIT-COURS-END.
           EXIT.

       3020-PLACE-COURS-START.
           IF WS-COURS-CHOISI = 0
              GO TO 3030-PLACE-COURS-END
           END-IF.
           MOVE 'O' TO WS-COURS-TRAITE(WS-COURS-CHOISI).
      *    premier créneau qui reçoit le cours entier : assez de
      *    places et aucun candidat déjà pris à cette heure
           MOVE 0 TO WS-CRENEAU-TROUVE.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                   UNTIL (WS-IND-CR > WS-NB-CR)
                   OR (WS-CRENEAU-TROUVE > 0)
              IF WS-CR-LIBRE(WS-IND-CR) >= WS-COURS-NB(WS-COURS-CHOISI)
                 PERFORM 3040-TESTE-COURS-LIBRE-START
                    THRU 3050-TESTE-COURS-LIBRE-END
                 IF WS-COURS-EST-LIBRE
                    MOVE WS-IND-CR TO WS-CRENEAU-TROUVE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-CRENEAU-TROUVE TO WS-COURS-CRENEAU(WS-COURS-CHOISI).
      *    sinon chaque candidat prend le premier créneau où il est
      *    libre et où il reste une place
           PERFORM VARYING WS-IND-EP FROM 1 BY 1
                   UNTIL (WS-IND-EP > WS-NB-EP)
              IF WS-EP-COURS(WS-IND-EP) = WS-COURS-CHOISI
                 IF WS-CRENEAU-TROUVE > 0
                    MOVE WS-CRENEAU-TROUVE TO WS-IND-CR
                    PERFORM 3080-ATTRIBUE-PLACE-START
                       THRU 3090-ATTRIBUE-PLACE-END
                 ELSE
                    PERFORM 3100-PLACE-CANDIDAT-START
                       THRU 3110-PLACE-CANDIDAT-END
                 END-IF
              END-IF
           END-PERFORM.
       3030-PLACE-COURS-END.
           EXIT.

       3040-TESTE-COURS-LIBRE-START.
      *    Aucun candidat du cours choisi n'a déjà une épreuve sur
      *    le créneau WS-IND-CR
           MOVE 'O' TO WS-COURS-LIBRE.
           PERFORM VARYING WS-IND-EP FROM 1 BY 1
                   UNTIL (WS-IND-EP > WS-NB-EP)
                   OR (NOT WS-COURS-EST-LIBRE)
              IF WS-EP-COURS(WS-IND-EP) = WS-COURS-CHOISI
                 PERFORM 3060-TESTE-ELEVE-LIBRE-START
                    THRU 3070-TESTE-ELEVE-LIBRE-END
                 IF NOT WS-ELEVE-EST-LIBRE
                    MOVE 'N' TO WS-COURS-LIBRE
                 END-IF
              END-IF
           END-PERFORM.
       3050-TESTE-COURS-LIBRE-END.
           EXIT.

       3060-TESTE-ELEVE-LIBRE-START.
      *    L'élève de l'épreuve WS-IND-EP n'a encore aucune épreuve
      *    placée sur le créneau WS-IND-CR
           MOVE 'O' TO WS-ELEVE-LIBRE.
           PERFORM VARYING WS-IND-EP2 FROM 1 BY 1
                   UNTIL (WS-IND-EP2 > WS-NB-EP)
                   OR (NOT WS-ELEVE-EST-LIBRE)
              IF (WS-EP-INSCRIT(WS-IND-EP2)
                    = WS-EP-INSCRIT(WS-IND-EP))
                 AND (WS-EP-CRENEAU(WS-IND-EP2) = WS-IND-CR)
                 MOVE 'N' TO WS-ELEVE-LIBRE
              END-IF
           END-PERFORM.
       3070-TESTE-ELEVE-LIBRE-END.
           EXIT.

       3080-ATTRIBUE-PLACE-START.
      *    Première salle du créneau WS-IND-CR où il reste une place
           MOVE 0 TO WS-SALLE-TROUVEE.
           PERFORM VARYING WS-IND-SA FROM 1 BY 1
                   UNTIL (WS-IND-SA > WS-NB-SA)
                   OR (WS-SALLE-TROUVEE > 0)
              IF WS-OC-PLACES(WS-IND-CR, WS-IND-SA)
                    < WS-SA-CAPACITE(WS-IND-SA)
                 MOVE WS-IND-SA TO WS-SALLE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-SALLE-TROUVEE = 0
              GO TO 3090-ATTRIBUE-PLACE-END
           END-IF.
           ADD 1 TO WS-OC-PLACES(WS-IND-CR, WS-SALLE-TROUVEE).
           SUBTRACT 1 FROM WS-CR-LIBRE(WS-IND-CR).
           MOVE WS-IND-CR        TO WS-EP-CRENEAU(WS-IND-EP).
           MOVE WS-SALLE-TROUVEE TO WS-EP-SALLE(WS-IND-EP).
           ADD 1 TO WS-NB-PLACEES.
       3090-ATTRIBUE-PLACE-END.
           EXIT.

       3100-PLACE-CANDIDAT-START.
           MOVE 0 TO WS-CRENEAU-TROUVE.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                   UNTIL (WS-IND-CR > WS-NB-CR)
                   OR (WS-CRENEAU-TROUVE > 0)
              IF WS-CR-LIBRE(WS-IND-CR) > 0
                 PERFORM 3060-TESTE-ELEVE-LIBRE-START
                    THRU 3070-TESTE-ELEVE-LIBRE-END
                 IF WS-ELEVE-EST-LIBRE
                    MOVE WS-IND-CR TO WS-CRENEAU-TROUVE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CRENEAU-TROUVE = 0
              ADD 1 TO WS-NB-NON-PLACEES
              MOVE WS-EP-INSCRIT(WS-IND-EP) TO WS-IND-IN
              DISPLAY 'EPREUVE NON PLACEE :' SPACE
                 WS-IN-MATR(WS-IND-IN) SPACE WS-IN-NOM(WS-IND-IN)
                 SPACE WS-COURS-LIB(WS-COURS-CHOISI)
              GO TO 3110-PLACE-CANDIDAT-END
           END-IF.
           MOVE WS-CRENEAU-TROUVE TO WS-IND-CR.
           PERFORM 3080-ATTRIBUE-PLACE-START
              THRU 3090-ATTRIBUE-PLACE-END.
       3110-PLACE-CANDIDAT-END.
           EXIT.

       7000-WRITE-CONVOC-START.
      *    Une convocation par inscrit : ses épreuves avec jour,
      *    heure et salle
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           OPEN OUTPUT F-CONVOC.
           PERFORM VARYING WS-IND-IN FROM 1 BY 1
                   UNTIL (WS-IND-IN > WS-NB-IN)
              IF WS-IN-NB-EPR(WS-IND-IN) > 0
                 PERFORM 7020-WRITE-UNE-CONVOC-START
                    THRU 7030-WRITE-UNE-CONVOC-END
              END-IF
           END-PERFORM.
           CLOSE F-CONVOC.
       7010-WRITE-CONVOC-END.
           EXIT.

       7020-WRITE-UNE-CONVOC-START.
           MOVE ALL '=' TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING 'CONVOCATION - SESSION DE RATTRAPAGE - LE '
                  WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                  WS-DATE-JOUR(1:4)
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE ALL SPACE TO WS-LIG-RAP.
           IF WS-IN-MATR(WS-IND-IN) > 0
              STRING 'ELEVE : ' WS-IN-MATR(WS-IND-IN)
                     SPACE WS-IN-NOM(WS-IND-IN)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           ELSE
              STRING 'ELEVE : ' WS-IN-NOM(WS-IND-IN)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
           END-IF.
           MOVE WS-LIG-RAP TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE 'VOUS ETES CONVOQUE(E) AUX EPREUVES SUIVANTES :'
              TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           PERFORM VARYING WS-IND-EP FROM 1 BY 1
                   UNTIL (WS-IND-EP > WS-NB-EP)
              IF WS-EP-INSCRIT(WS-IND-EP) = WS-IND-IN
                 MOVE WS-EP-COURS(WS-IND-EP) TO WS-IND-CO
                 MOVE ALL SPACE TO WS-LIG-RAP
                 IF WS-EP-CRENEAU(WS-IND-EP) > 0
                    MOVE WS-EP-CRENEAU(WS-IND-EP) TO WS-IND-CR
                    MOVE WS-EP-SALLE(WS-IND-EP)   TO WS-IND-SA
                    STRING '   ' WS-COURS-LIB(WS-IND-CO)
                           ' LE ' WS-CR-JOUR(WS-IND-CR)
                           ' A ' WS-CR-HEURE(WS-IND-CR)
                           ' SALLE ' WS-SA-SALLE(WS-IND-SA)
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                 ELSE
                    STRING '   ' WS-COURS-LIB(WS-IND-CO)
                           ' DATE ET SALLE COMMUNIQUEES '
                           'ULTERIEUREMENT'
                    DELIMITED BY SIZE
                    INTO WS-LIG-RAP
                 END-IF
                 MOVE WS-LIG-RAP TO REC-F-CONVOC
                 WRITE REC-F-CONVOC
              END-IF
           END-PERFORM.
           MOVE 'PRESENTEZ-VOUS QUINZE MINUTES AVANT L''HEURE, MUNI(E)'
              & ' DE CETTE CONVOCATION.' TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE ALL '=' TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
       7030-WRITE-UNE-CONVOC-END.
           EXIT.

       7040-WRITE-EMARGE-START.
      *    Une feuille d'émargement par créneau et par salle
      *    occupée, dans l'ordre du fichier des créneaux
           OPEN OUTPUT F-EMARGE.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                   UNTIL (WS-IND-CR > WS-NB-CR)
              PERFORM VARYING WS-IND-SA FROM 1 BY 1
                      UNTIL (WS-IND-SA > WS-NB-SA)
                 IF WS-OC-PLACES(WS-IND-CR, WS-IND-SA) > 0
                    PERFORM 7060-WRITE-FEUILLE-START
                       THRU 7070-WRITE-FEUILLE-END
                 END-IF
              END-PERFORM
           END-PERFORM.
           CLOSE F-EMARGE.
       7050-WRITE-EMARGE-END.
           EXIT.

       7060-WRITE-FEUILLE-START.
           MOVE ALL '=' TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE WS-OC-PLACES(WS-IND-CR, WS-IND-SA) TO WS-NB-LIG.
           MOVE ALL SPACE TO WS-LIG-RAP.
           STRING ' | EMARGEMENT RATTRAPAGE - LE '
                  WS-CR-JOUR(WS-IND-CR)
                  ' A ' WS-CR-HEURE(WS-IND-CR)
                  ' - SALLE ' WS-SA-SALLE(WS-IND-SA)
                  ' - ' WS-NB-LIG ' CANDIDAT(S)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE ALL '=' TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE 0 TO WS-NB-ED.
           PERFORM VARYING WS-IND-EP FROM 1 BY 1
                   UNTIL (WS-IND-EP > WS-NB-EP)
              IF (WS-EP-CRENEAU(WS-IND-EP) = WS-IND-CR)
                 AND (WS-EP-SALLE(WS-IND-EP) = WS-IND-SA)
                 ADD 1 TO WS-NB-ED
                 MOVE WS-NB-ED TO WS-NUM-LIG
                 MOVE WS-EP-INSCRIT(WS-IND-EP) TO WS-IND-IN
                 MOVE WS-EP-COURS(WS-IND-EP)   TO WS-IND-CO
                 MOVE ALL SPACE TO WS-LIG-RAP
                 STRING ' | ' WS-NUM-LIG SPACE
                        WS-IN-MATR(WS-IND-IN) SPACE
                        WS-IN-NOM(WS-IND-IN) SPACE
                        WS-COURS-LIB(WS-IND-CO)
                        ' SIGNATURE : ____________________'
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-F-EMARGE
                 WRITE REC-F-EMARGE
              END-IF
           END-PERFORM.
           MOVE ALL '-' TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
       7070-WRITE-FEUILLE-END.
           EXIT.

       9900-ECRIT-JOURNAL-START.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'planrat' TO JR-PROGRAMME.
           MOVE WS-NB-EP TO JR-NB-LUS.
           MOVE WS-NB-PLACEES TO JR-NB-ECRITS.
           MOVE WS-NB-NON-PLACEES TO JR-NB-REJETS.
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
           MOVE 'planrat' TO MSG-PROGRAMME.
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

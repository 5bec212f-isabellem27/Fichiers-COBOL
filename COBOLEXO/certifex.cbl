      *      - certificats.txt : un certificat daté par stagiaire   *
      *        qui satisfait tous les critères,                     *
      *      - ecarts-certification.txt : ce qui manque aux autres. *
      *    Seuls les passages réussis (résultat OK rendu par        *
      *    l'exercice) comptent pour le barème.                     *
      *    [IM]MAJV1: le 15/10/2026                                 *
      *    Rapprochement des stagiaires avec les employés de        *
      *    FichierClient.txt : par le matricule déclaré dans        *
      *    choicexo (stagiaires-identite.txt, corrigé au besoin     *
      *    par la RH), sinon par le nom (prénom nom, nom prénom ou  *
      *    nom seul, sans homonyme). Le certificat porte le         *
      *    matricule, le dossier de formation de chaque employé     *
      *    rapproché est réécrit dans Formation-Employes.txt et     *
      *    les stagiaires non rapprochés sont listés dans           *
      *    stagiaires-non-rapproches.txt pour la RH                 *
      *    [IM]MAJV2: le 15/10/2026                                 *
      *    Le journal porte le résultat de chaque passage : le      *
      *    barème compte les réussites (et non plus les             *
      *    lancements), le score moyen des passages évalués est     *
      *    reporté sur le certificat, les écarts et le dossier de   *
      *    formation ; les lignes d'avant les résultats ne valent   *
      *    plus réussite                                            *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-ECART.

      *    [IM]MAJV1: employés, identités déclarées, dossier de
      *    formation et liste des stagiaires non rapprochés
           SELECT F-EMPLOYE ASSIGN TO 'FichierClient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FEMP.

      *    colonnes 1-20 : nom du stagiaire tel que saisi dans
      *    choicexo, 21-30 : matricule
           SELECT F-IDENTITE ASSIGN TO 'stagiaires-identite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-IDENT.

           SELECT F-FORMATION ASSIGN TO 'Formation-Employes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FORM.

           SELECT F-NONRAP ASSIGN TO 'stagiaires-non-rapproches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-NONRAP.

       DATA DIVISION.
       FILE SECTION.
       FD  CHOICEXO-LOG.
       FD  F-ECART.
       01  REC-ECART       PIC X(80).

       COPY  'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-IDENTITE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-IDENTITE.
           05 IDENT-NOM    PIC X(20).
           05 IDENT-ID     PIC X(10).

       COPY 'FFORMEMP.cpy'.

       FD  F-NONRAP.
       01  REC-NONRAP      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STAT-CHOIXLOG    PIC XX .
           88 WS-STAT-CHOIXLOGOK       VALUE '00' .
           88 WS-STAT-CERTIFOK         VALUE '00' .
       01  WS-STAT-ECART       PIC XX .
           88 WS-STAT-ECARTOK          VALUE '00' .
      *    [IM]MAJV1: rapprochement avec le fichier employé
       01  WS-STAT-FEMP        PIC XX .
           88 WS-STAT-FEMPOK           VALUE '00' .
           88 WS-STAT-FEMPFIN          VALUE '10' .
       01  WS-STAT-IDENT       PIC XX .
           88 WS-STAT-IDENTOK          VALUE '00' .
           88 WS-STAT-IDENTFIN         VALUE '10' .
       01  WS-STAT-FORM        PIC XX .
           88 WS-STAT-FORMOK           VALUE '00' .
           88 WS-STAT-FORMFIN          VALUE '10' .
       01  WS-STAT-NONRAP      PIC XX .
           88 WS-STAT-NONRAPOK         VALUE '00' .

      *    barème de certification : exercice et minimum requis
       01  WS-IND-CR           PIC 99    VALUE 0 .
       01  WS-LOG-EXO          PIC X(10) VALUE SPACES .
       01  WS-LOG-NOM          PIC X(20) VALUE SPACES .
       01  WS-LOG-PTR          PIC 99    VALUE 0 .
      *    [IM]MAJV2: résultat du passage (colonnes 61-62 : OK, KO ou
      *    NE ; 64-66 : score en pourcentage)
       01  WS-LOG-RESU         PIC XX    VALUE SPACES .
       01  WS-LOG-SCORE-X      PIC X(3)  VALUE SPACES .
       01  WS-LOG-SCORE REDEFINES WS-LOG-SCORE-X PIC 999 .

      *    totaux par couple stagiaire/exercice
      *    [IM]MAJV2: lancements, réussites et scores des passages
      *    évalués
       01  WS-IND-TOT          PIC 999   VALUE 0 .
       01  WS-TOTAUX.
           03 WS-NB-TOT        PIC 999   VALUE 0 .
              05 WS-TOT-NOM    PIC X(20) .
              05 WS-TOT-EXO    PIC X(10) .
              05 WS-TOT-NB     PIC 9(4)  .
              05 WS-TOT-OK     PIC 9(4)  .
              05 WS-TOT-EVAL   PIC 9(4)  .
              05 WS-TOT-SCORE  PIC 9(7)  .

      *    liste des stagiaires distincts rencontrés
       01  WS-IND-ST           PIC 99    VALUE 0 .
                          DEPENDING ON WS-NB-ST
                          INDEXED BY IDX-ST.
              05 WS-ST-NOM     PIC X(20) .
      *          [IM]MAJV1: matricule rapproché (à blanc sinon, avec
      *          le motif), date du dernier passage et statut
              05 WS-ST-ID      PIC X(10) .
              05 WS-ST-MOTIF   PIC X(40) .
              05 WS-ST-DERNIER PIC X(10) .
              05 WS-ST-CERTIF  PIC X     .

       01  WS-CERTIFIE         PIC X     VALUE 'O' .
           88 WS-EST-CERTIFIE            VALUE 'O' .
       01  WS-MANQUE-Z         PIC ZZZ9  .
       01  WS-FAITS-Z          PIC ZZZ9  .
       01  WS-MIN-Z            PIC ZZZ9  .
      *    [IM]MAJV2: score moyen du stagiaire sur l'exercice
       01  WS-NB-EVAL          PIC 9(4)  VALUE 0 .
       01  WS-SOM-SCORE        PIC 9(7)  VALUE 0 .
       01  WS-MOY-SCORE        PIC 999   VALUE 0 .
       01  WS-MOY-SCORE-Z      PIC ZZ9   .
       01  WS-LIG-MOY          PIC X(10) VALUE SPACES .
       01  WS-NB-CERTIFIES     PIC 99    VALUE 0 .
       01  WS-DATE-JOUR        PIC X(21) VALUE SPACES .
       01  WS-LIG-RAP          PIC X(80) VALUE SPACES .

      *    [IM]MAJV1: employés de FichierClient.txt (fichier absent :
      *    pas de rapprochement, le dossier de formation est laissé
      *    tel quel)
       01  WS-EMP-CHARGE       PIC X     VALUE 'N' .
           88 WS-EMP-EST-CHARGE          VALUE 'O' .
       01  WS-IND-EMP          PIC 9(4)  VALUE 0 .
       01  WS-EMPLOYES.
           03 WS-NB-EMP        PIC 9(4)  VALUE 0 .
           03 WS-EMP-TAB  OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-NB-EMP.
              05 WS-EMP-ID     PIC X(10) .
              05 WS-EMP-NOM    PIC X(20) .
              05 WS-EMP-PREN   PIC X(20) .

      *    [IM]MAJV1: identités déclarées (la dernière déclaration
      *    d'un nom l'emporte)
       01  WS-IND-ID           PIC 999   VALUE 0 .
       01  WS-IDENTITES.
           03 WS-NB-ID         PIC 999   VALUE 0 .
           03 WS-ID-TAB  OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-NB-ID.
              05 WS-ID-NOM     PIC X(20) .
              05 WS-ID-MAT     PIC X(10) .

      *    [IM]MAJV1: dates de certification du dossier précédent,
      *    conservées d'un passage à l'autre
       01  WS-IND-PREC         PIC 9(4)  VALUE 0 .
       01  WS-PRECEDENTS.
           03 WS-NB-PREC       PIC 9(4)  VALUE 0 .
           03 WS-PREC-TAB  OCCURS 1 TO 9999 TIMES
                            DEPENDING ON WS-NB-PREC.
              05 WS-PREC-ID    PIC X(10) .
              05 WS-PREC-DATE  PIC X(8)  .

       01  WS-NOM-CHERCHE      PIC X(20) VALUE SPACES .
       01  WS-NOM-COMPLET      PIC X(41) VALUE SPACES .
       01  WS-NB-HOMONYMES     PIC 9(4)  VALUE 0 .
       01  WS-IND-AUTRE        PIC 99    VALUE 0 .
       01  WS-NB-ACQUIS        PIC 99    VALUE 0 .
       01  WS-NB-PASSAGES      PIC 9(4)  VALUE 0 .
       01  WS-NB-RAPPROCHES    PIC 99    VALUE 0 .
       01  WS-NB-NON-RAPP      PIC 99    VALUE 0 .

       PROCEDURE DIVISION .
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           END-IF.
           PERFORM 2000-CHARGE-JOURNAL-START
                THRU END-2000-CHARGE-JOURNAL.
      *    [IM]MAJV1: rapprochement des stagiaires avec les employés
           PERFORM 4000-CHARGE-EMPLOYES-START
                THRU END-4000-CHARGE-EMPLOYES.
           IF WS-EMP-EST-CHARGE
              PERFORM 4100-CHARGE-IDENTITES-START
                   THRU END-4100-CHARGE-IDENTITES
              PERFORM 4200-CHARGE-FORMATION-START
                   THRU END-4200-CHARGE-FORMATION
              PERFORM VARYING WS-IND-ST FROM 1 BY 1
                    UNTIL (WS-IND-ST > WS-NB-ST)
                 PERFORM 4300-RAPPROCHE-START
                      THRU END-4300-RAPPROCHE
              END-PERFORM
           END-IF.

           OPEN EXTEND F-CERTIF.
           IF NOT WS-STAT-CERTIFOK
           END-PERFORM.
           CLOSE F-CERTIF.
           CLOSE F-ECART.
      *    [IM]MAJV1: dossier de formation et non rapprochés
           IF WS-EMP-EST-CHARGE
              PERFORM 5000-ECRIT-FORMATION-START
                   THRU END-5000-ECRIT-FORMATION
           END-IF.

           DISPLAY 'STAGIAIRES EVALUES  :' SPACE WS-NB-ST.
           DISPLAY 'CERTIFICATS DELIVRES:' SPACE WS-NB-CERTIFIES.
           IF WS-EMP-EST-CHARGE
              DISPLAY 'EMPLOYES RAPPROCHES :' SPACE WS-NB-RAPPROCHES
              DISPLAY 'NON RAPPROCHES      :' SPACE WS-NB-NON-RAPP
           END-IF.
       END-0000-MAIN.
           STOP RUN.

           EXIT.

       2100-TRAITE-LIGNE-START.
           MOVE SPACES TO WS-LOG-DATE WS-LOG-EXO WS-LOG-NOM
                          WS-LOG-RESU WS-LOG-SCORE-X.
           MOVE REC-CHOIXLOG(1:10) TO WS-LOG-DATE.
           MOVE 21 TO WS-LOG-PTR.
           UNSTRING REC-CHOIXLOG DELIMITED BY ALL SPACE
           IF WS-LOG-PTR < 81
              MOVE REC-CHOIXLOG(WS-LOG-PTR:) TO WS-LOG-NOM
           END-IF.
      *    [IM]MAJV2: résultat en colonnes fixes, au-delà du nom
           MOVE REC-CHOIXLOG(61:2) TO WS-LOG-RESU.
           MOVE REC-CHOIXLOG(64:3) TO WS-LOG-SCORE-X.
           IF (WS-LOG-DATE = SPACES) OR (WS-LOG-EXO = SPACES)
              GO TO END-2100-TRAITE-LIGNE
           END-IF.
              MOVE WS-LOG-NOM TO WS-TOT-NOM(WS-IND-TOT)
              MOVE WS-LOG-EXO TO WS-TOT-EXO(WS-IND-TOT)
              MOVE 0 TO WS-TOT-NB(WS-IND-TOT)
                        WS-TOT-OK(WS-IND-TOT)
                        WS-TOT-EVAL(WS-IND-TOT)
                        WS-TOT-SCORE(WS-IND-TOT)
           END-IF.
           ADD 1 TO WS-TOT-NB(WS-IND-TOT).
      *    [IM]MAJV2: réussites, et scores des seuls passages évalués
           IF WS-LOG-RESU = 'OK'
              ADD 1 TO WS-TOT-OK(WS-IND-TOT)
           END-IF.
           IF ((WS-LOG-RESU = 'OK') OR (WS-LOG-RESU = 'KO'))
              AND (WS-LOG-SCORE-X IS NUMERIC)
              ADD 1 TO WS-TOT-EVAL(WS-IND-TOT)
              ADD WS-LOG-SCORE TO WS-TOT-SCORE(WS-IND-TOT)
           END-IF.
      *    le stagiaire rejoint la liste des évalués
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
                 UNTIL (WS-IND-ST > WS-NB-ST)
              ELSE
                 ADD 1 TO WS-NB-ST
                 MOVE WS-LOG-NOM TO WS-ST-NOM(WS-NB-ST)
                 MOVE SPACES TO WS-ST-ID(WS-NB-ST)
                                WS-ST-MOTIF(WS-NB-ST)
                                WS-ST-DERNIER(WS-NB-ST)
                 MOVE 'N' TO WS-ST-CERTIF(WS-NB-ST)
              END-IF
           END-IF.
      *    [IM]MAJV1: date du dernier passage du stagiaire
           IF (WS-IND-ST <= WS-NB-ST)
              AND (WS-LOG-DATE > WS-ST-DERNIER(WS-IND-ST))
              MOVE WS-LOG-DATE TO WS-ST-DERNIER(WS-IND-ST)
           END-IF.
       END-2100-TRAITE-LIGNE.
           EXIT.

                 MOVE 'N' TO WS-CERTIFIE
              END-IF
           END-PERFORM.
           MOVE WS-CERTIFIE TO WS-ST-CERTIF(WS-IND-ST).
           IF WS-EST-CERTIFIE
              ADD 1 TO WS-NB-CERTIFIES
              PERFORM 3200-ECRIT-CERTIFICAT-START

      *    Nombre de passages du stagiaire courant sur l'exercice
      *    du critère courant, rendu dans WS-NB-FAITS
      *    [IM]MAJV2: passages réussis seulement ; score moyen des
      *    passages évalués rendu dans WS-MOY-SCORE et, édité, dans
      *    WS-LIG-MOY
       3100-COMPTE-EXO-START.
           MOVE 0 TO WS-NB-FAITS WS-NB-EVAL WS-SOM-SCORE WS-MOY-SCORE.
           PERFORM VARYING WS-IND-TOT FROM 1 BY 1
                 UNTIL (WS-IND-TOT > WS-NB-TOT)
              IF (WS-TOT-NOM(WS-IND-TOT) = WS-ST-NOM(WS-IND-ST))
                 AND (FUNCTION UPPER-CASE(WS-TOT-EXO(WS-IND-TOT))
                       = WS-CR-EXO(WS-IND-CR))
                 ADD WS-TOT-OK(WS-IND-TOT)    TO WS-NB-FAITS
                 ADD WS-TOT-EVAL(WS-IND-TOT)  TO WS-NB-EVAL
                 ADD WS-TOT-SCORE(WS-IND-TOT) TO WS-SOM-SCORE
              END-IF
           END-PERFORM.
           IF WS-NB-EVAL > 0
              COMPUTE WS-MOY-SCORE ROUNDED = WS-SOM-SCORE / WS-NB-EVAL
              MOVE WS-MOY-SCORE TO WS-MOY-SCORE-Z
              INITIALIZE WS-LIG-MOY
              STRING FUNCTION TRIM(WS-MOY-SCORE-Z) ' %'
              DELIMITED BY SIZE
              INTO WS-LIG-MOY
           ELSE
              MOVE 'NON EVALUE' TO WS-LIG-MOY
           END-IF.
       END-3100-COMPTE-EXO.
           EXIT.

           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-CERTIF.
           WRITE REC-CERTIF.
      *    [IM]MAJV1: matricule de l'employé rapproché
           IF WS-ST-ID(WS-IND-ST) NOT = SPACES
              INITIALIZE WS-LIG-RAP
              STRING 'MATRICULE : ' WS-ST-ID(WS-IND-ST)
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-CERTIF
              WRITE REC-CERTIF
           END-IF.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                 UNTIL (WS-IND-CR > WS-NB-CR)
              PERFORM 3100-COMPTE-EXO-START
              INITIALIZE WS-LIG-RAP
              STRING '   ' WS-CR-EXO(WS-IND-CR)
                     ' : ' FUNCTION TRIM(WS-FAITS-Z)
                     ' REUSSITE(S) (MINIMUM '
                     FUNCTION TRIM(WS-MIN-Z) ') - SCORE MOYEN '
                     FUNCTION TRIM(WS-LIG-MOY) ' - ACQUIS'
              DELIMITED BY SIZE
              INTO WS-LIG-RAP
              MOVE WS-LIG-RAP TO REC-CERTIF
                 INITIALIZE WS-LIG-RAP
                 STRING '   ' WS-CR-EXO(WS-IND-CR)
                        ' : ENCORE ' FUNCTION TRIM(WS-MANQUE-Z)
                        ' REUSSITE(S) - SCORE MOYEN '
                        FUNCTION TRIM(WS-LIG-MOY)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-ECART
           END-PERFORM.
       END-3300-ECRIT-ECARTS.
           EXIT.

      *    [IM]MAJV1: charge les employés de FichierClient.txt
      *    (entête et total de contrôle sautés)
       4000-CHARGE-EMPLOYES-START.
           OPEN INPUT F-EMPLOYE.
           IF NOT WS-STAT-FEMPOK
              DISPLAY 'FICHIERCLIENT.TXT INDISPONIBLE (' WS-STAT-FEMP
                 ') - PAS DE RAPPROCHEMENT AVEC LES EMPLOYES'
              CLOSE F-EMPLOYE
              GO TO END-4000-CHARGE-EMPLOYES
           END-IF.
           SET WS-EMP-EST-CHARGE TO TRUE.
           READ F-EMPLOYE.
           PERFORM UNTIL (NOT WS-STAT-FEMPOK)
                      OR (WS-NB-EMP >= 9999)
              IF (REMPLOYE-ID(1:7) NOT = '*ENTETE')
                 AND (REMPLOYE-ID(1:6) NOT = '*TOTAL')
                 ADD 1 TO WS-NB-EMP
                 MOVE REMPLOYE-ID     TO WS-EMP-ID(WS-NB-EMP)
                 MOVE FUNCTION UPPER-CASE(REMPLOYE-NOM)
                    TO WS-EMP-NOM(WS-NB-EMP)
                 MOVE FUNCTION UPPER-CASE(REMPLOYE-PRENOM)
                    TO WS-EMP-PREN(WS-NB-EMP)
              END-IF
              READ F-EMPLOYE
           END-PERFORM.
           CLOSE F-EMPLOYE.
       END-4000-CHARGE-EMPLOYES.
           EXIT.

      *    [IM]MAJV1: identités déclarées dans choicexo ou corrigées
      *    par la RH ; fichier absent = rapprochement par le nom seul
       4100-CHARGE-IDENTITES-START.
           OPEN INPUT F-IDENTITE.
           IF NOT WS-STAT-IDENTOK
              CLOSE F-IDENTITE
              GO TO END-4100-CHARGE-IDENTITES
           END-IF.
           READ F-IDENTITE.
           PERFORM UNTIL WS-STAT-IDENTFIN
                      OR (WS-NB-ID >= 500)
              IF (IDENT-NOM NOT = SPACES) AND (IDENT-ID NOT = SPACES)
                 ADD 1 TO WS-NB-ID
                 MOVE FUNCTION UPPER-CASE(IDENT-NOM)
                    TO WS-ID-NOM(WS-NB-ID)
                 MOVE IDENT-ID TO WS-ID-MAT(WS-NB-ID)
              END-IF
              READ F-IDENTITE
           END-PERFORM.
           CLOSE F-IDENTITE.
       END-4100-CHARGE-IDENTITES.
           EXIT.

      *    [IM]MAJV1: dates de certification déjà attribuées, pour
      *    ne pas redater un certificat à chaque passage
       4200-CHARGE-FORMATION-START.
           OPEN INPUT F-FORMATION.
           IF NOT WS-STAT-FORMOK
              CLOSE F-FORMATION
              GO TO END-4200-CHARGE-FORMATION
           END-IF.
           READ F-FORMATION.
           PERFORM UNTIL WS-STAT-FORMFIN
                      OR (WS-NB-PREC >= 9999)
              IF RFOR-EST-FICHE AND RFOR-CERTIFIE
                 ADD 1 TO WS-NB-PREC
                 MOVE RFOR-ID          TO WS-PREC-ID(WS-NB-PREC)
                 MOVE RFOR-DATE-CERTIF TO WS-PREC-DATE(WS-NB-PREC)
              END-IF
              READ F-FORMATION
           END-PERFORM.
           CLOSE F-FORMATION.
       END-4200-CHARGE-FORMATION.
           EXIT.

      *    [IM]MAJV1: matricule du stagiaire courant (WS-IND-ST) :
      *    identité déclarée d'abord, sinon le nom saisi comparé à
      *    "prénom nom", "nom prénom" puis au nom seul ; un
      *    matricule ne sert qu'à un stagiaire
       4300-RAPPROCHE-START.
           MOVE FUNCTION UPPER-CASE(WS-ST-NOM(WS-IND-ST))
              TO WS-NOM-CHERCHE.
           IF WS-NOM-CHERCHE = 'ANONYME'
              MOVE 'STAGIAIRE ANONYME' TO WS-ST-MOTIF(WS-IND-ST)
              GO TO END-4300-RAPPROCHE
           END-IF.
           PERFORM VARYING WS-IND-ID FROM 1 BY 1
                 UNTIL (WS-IND-ID > WS-NB-ID)
              IF FUNCTION TRIM(WS-ID-NOM(WS-IND-ID))
                 = FUNCTION TRIM(WS-NOM-CHERCHE)
                 MOVE WS-ID-MAT(WS-IND-ID) TO WS-ST-ID(WS-IND-ST)
              END-IF
           END-PERFORM.
           IF WS-ST-ID(WS-IND-ST) NOT = SPACES
              PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                    UNTIL (WS-IND-EMP > WS-NB-EMP)
                    OR (WS-EMP-ID(WS-IND-EMP) = WS-ST-ID(WS-IND-ST))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-EMP TO WS-IND-EMP
              END-PERFORM
              IF WS-IND-EMP > WS-NB-EMP
                 STRING 'MATRICULE ' WS-ST-ID(WS-IND-ST)
                        ' ABSENT DU FICHIER'
                 DELIMITED BY SIZE
                 INTO WS-ST-MOTIF(WS-IND-ST)
                 MOVE SPACES TO WS-ST-ID(WS-IND-ST)
                 GO TO END-4300-RAPPROCHE
              END-IF
           ELSE
              PERFORM 4310-CHERCHE-PAR-NOM-START
                   THRU END-4310-CHERCHE-PAR-NOM
              IF WS-ST-ID(WS-IND-ST) = SPACES
                 GO TO END-4300-RAPPROCHE
              END-IF
           END-IF.
           PERFORM VARYING WS-IND-AUTRE FROM 1 BY 1
                 UNTIL (WS-IND-AUTRE >= WS-IND-ST)
                 OR (WS-ST-ID(WS-IND-AUTRE) = WS-ST-ID(WS-IND-ST))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-AUTRE TO WS-IND-AUTRE
           END-PERFORM.
           IF WS-IND-AUTRE < WS-IND-ST
              STRING 'MATRICULE DEJA PRIS PAR '
                     WS-ST-NOM(WS-IND-AUTRE)
              DELIMITED BY SIZE
              INTO WS-ST-MOTIF(WS-IND-ST)
              MOVE SPACES TO WS-ST-ID(WS-IND-ST)
           END-IF.
       END-4300-RAPPROCHE.
           EXIT.

       4310-CHERCHE-PAR-NOM-START.
           MOVE 0 TO WS-NB-HOMONYMES.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                 UNTIL (WS-IND-EMP > WS-NB-EMP)
              MOVE SPACES TO WS-NOM-COMPLET
              STRING FUNCTION TRIM(WS-EMP-PREN(WS-IND-EMP)) SPACE
                     FUNCTION TRIM(WS-EMP-NOM(WS-IND-EMP))
              DELIMITED BY SIZE
              INTO WS-NOM-COMPLET
              IF WS-NOM-COMPLET = WS-NOM-CHERCHE
                 PERFORM 4320-RETIENT-EMPLOYE-START
                      THRU END-4320-RETIENT-EMPLOYE
              ELSE
                 MOVE SPACES TO WS-NOM-COMPLET
                 STRING FUNCTION TRIM(WS-EMP-NOM(WS-IND-EMP)) SPACE
                        FUNCTION TRIM(WS-EMP-PREN(WS-IND-EMP))
                 DELIMITED BY SIZE
                 INTO WS-NOM-COMPLET
                 IF (WS-NOM-COMPLET = WS-NOM-CHERCHE)
                    OR (WS-EMP-NOM(WS-IND-EMP) = WS-NOM-CHERCHE)
                    PERFORM 4320-RETIENT-EMPLOYE-START
                         THRU END-4320-RETIENT-EMPLOYE
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE WS-NB-HOMONYMES
              WHEN 0
                 MOVE 'AUCUN EMPLOYE A CE NOM'
                    TO WS-ST-MOTIF(WS-IND-ST)
              WHEN 1
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-ST-ID(WS-IND-ST)
                 MOVE 'HOMONYMES - MATRICULE A DECLARER'
                    TO WS-ST-MOTIF(WS-IND-ST)
           END-EVALUATE.
       END-4310-CHERCHE-PAR-NOM.
           EXIT.

       4320-RETIENT-EMPLOYE-START.
           ADD 1 TO WS-NB-HOMONYMES.
           MOVE WS-EMP-ID(WS-IND-EMP) TO WS-ST-ID(WS-IND-ST).
       END-4320-RETIENT-EMPLOYE.
           EXIT.

      *    [IM]MAJV1: réécrit le dossier de formation des employés
      *    rapprochés (fiche 'F' puis une ligne 'X' par exercice du
      *    barème) et liste les stagiaires non rapprochés
       5000-ECRIT-FORMATION-START.
           OPEN OUTPUT F-FORMATION.
           OPEN OUTPUT F-NONRAP.
           MOVE 'STAGIAIRES NON RAPPROCHES D''UN EMPLOYE'
              TO REC-NONRAP.
           WRITE REC-NONRAP.
           INITIALIZE WS-LIG-RAP.
           STRING 'A CORRIGER DANS STAGIAIRES-IDENTITE.TXT '
                  '(NOM 1-20, MATRICULE 21-30)'
           DELIMITED BY SIZE
           INTO WS-LIG-RAP.
           MOVE WS-LIG-RAP TO REC-NONRAP.
           WRITE REC-NONRAP.
           MOVE ALL '=' TO REC-NONRAP.
           WRITE REC-NONRAP.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
                 UNTIL (WS-IND-ST > WS-NB-ST)
              IF WS-ST-ID(WS-IND-ST) = SPACES
                 ADD 1 TO WS-NB-NON-RAPP
                 INITIALIZE WS-LIG-RAP
                 STRING WS-ST-NOM(WS-IND-ST) ' : '
                        WS-ST-MOTIF(WS-IND-ST)
                 DELIMITED BY SIZE
                 INTO WS-LIG-RAP
                 MOVE WS-LIG-RAP TO REC-NONRAP
                 WRITE REC-NONRAP
              ELSE
                 ADD 1 TO WS-NB-RAPPROCHES
                 PERFORM 5100-ECRIT-DOSSIER-START
                      THRU END-5100-ECRIT-DOSSIER
              END-IF
           END-PERFORM.
           CLOSE F-FORMATION.
           CLOSE F-NONRAP.
       END-5000-ECRIT-FORMATION.
           EXIT.

       5100-ECRIT-DOSSIER-START.
           MOVE 0 TO WS-NB-ACQUIS.
           MOVE 0 TO WS-NB-PASSAGES.
           PERFORM VARYING WS-IND-TOT FROM 1 BY 1
                 UNTIL (WS-IND-TOT > WS-NB-TOT)
              IF WS-TOT-NOM(WS-IND-TOT) = WS-ST-NOM(WS-IND-ST)
                 ADD WS-TOT-NB(WS-IND-TOT) TO WS-NB-PASSAGES
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                 UNTIL (WS-IND-CR > WS-NB-CR)
              PERFORM 3100-COMPTE-EXO-START
                   THRU END-3100-COMPTE-EXO
              IF WS-NB-FAITS >= WS-CR-MIN(WS-IND-CR)
                 ADD 1 TO WS-NB-ACQUIS
              END-IF
           END-PERFORM.
           MOVE SPACES TO R-FORMATION.
           SET RFOR-EST-FICHE TO TRUE.
           MOVE WS-ST-ID(WS-IND-ST)      TO RFOR-ID.
           MOVE WS-ST-NOM(WS-IND-ST)     TO RFOR-STAGIAIRE.
           MOVE WS-NB-ACQUIS             TO RFOR-NB-ACQUIS.
           MOVE WS-NB-CR                 TO RFOR-NB-CRITERES.
           MOVE WS-NB-PASSAGES           TO RFOR-NB-PASSAGES.
           MOVE WS-ST-DERNIER(WS-IND-ST) TO RFOR-DERNIER.
           IF WS-ST-CERTIF(WS-IND-ST) = 'O'
              SET RFOR-CERTIFIE TO TRUE
              MOVE WS-DATE-JOUR(1:8) TO RFOR-DATE-CERTIF
              PERFORM VARYING WS-IND-PREC FROM 1 BY 1
                    UNTIL (WS-IND-PREC > WS-NB-PREC)
                 IF WS-PREC-ID(WS-IND-PREC) = WS-ST-ID(WS-IND-ST)
                    MOVE WS-PREC-DATE(WS-IND-PREC)
                       TO RFOR-DATE-CERTIF
                 END-IF
              END-PERFORM
           ELSE
              SET RFOR-EN-COURS TO TRUE
           END-IF.
           WRITE R-FORMATION.
           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                 UNTIL (WS-IND-CR > WS-NB-CR)
              PERFORM 3100-COMPTE-EXO-START
                   THRU END-3100-COMPTE-EXO
              MOVE SPACES TO R-FORMATION
              SET RFOR-EST-EXERCICE TO TRUE
              MOVE WS-ST-ID(WS-IND-ST)  TO RFOR-ID
              MOVE WS-CR-EXO(WS-IND-CR) TO RFOR-EXO
              MOVE WS-NB-FAITS          TO RFOR-EXO-FAITS
              MOVE WS-CR-MIN(WS-IND-CR) TO RFOR-EXO-MIN
              MOVE WS-MOY-SCORE         TO RFOR-EXO-SCORE
              IF WS-NB-FAITS >= WS-CR-MIN(WS-IND-CR)
                 MOVE 'O' TO RFOR-EXO-ACQUIS
              ELSE
                 MOVE 'N' TO RFOR-EXO-ACQUIS
              END-IF
              WRITE R-FORMATION
           END-PERFORM.
       END-5100-ECRIT-DOSSIER.
           EXIT.

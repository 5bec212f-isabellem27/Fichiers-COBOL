      *    stagiaire est relu à la connexion et un exercice dont    *
      *    le prérequis n'est pas fait reste verrouillé, avec un    *
      *    message disant ce qui reste à faire pour l'ouvrir        *
      *    [IM]MAJV8: le 15/10/2026                                 *
      *    Matricule demandé après le nom (facultatif) et associé   *
      *    au nom dans stagiaires-identite.txt, pour que certifex   *
      *    rattache les certificats au dossier de l'employé         *
      *    [IM]MAJV9: le 15/10/2026                                 *
      *    L'exercice rend son résultat (réussi / échoué / non      *
      *    évalué et score) ; la ligne du journal est écrite au     *
      *    retour de l'exercice avec ce résultat, et un prérequis   *
      *    n'est plus acquis par un simple lancement mais par une   *
      *    réussite                                                 *
      *    [IM]MAJV10: le 15/10/2026                                *
      *    Dès que cohortes.txt existe (tenu par cohortex), le      *
      *    stagiaire se connecte avec son identifiant, contrôlé     *
      *    contre les inscrits des sessions ; nom et matricule      *
      *    viennent de l'inscription et l'identifiant est reporté   *
      *    sur le journal (colonnes 68-77) pour le suivi de         *
      *    session de suiviexo                                      *
      *    auteur : Isabelle Marand                                 *
      *    Date création 09/05/2024                                 *
      *=============================================================*
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PARCOURS.

      *    [IM]MAJV8: identités déclarées (colonnes 1-20 : nom du
      *    stagiaire, 21-30 : matricule), relues par certifex
           SELECT F-IDENTITE ASSIGN TO 'stagiaires-identite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-IDENT.

      *    [IM]MAJV10: sessions de formation et stagiaires inscrits
      *    (dessin dans copy/cohorte.cpy) ; fichier absent = nom
      *    libre, comportement historique
           SELECT F-COHORTE ASSIGN TO 'cohortes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COHORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CHOICEXO-LOG.
           05 PARC-EXO     PIC X(10).
           05 PARC-PREREQ  PIC X(10).

       FD  F-IDENTITE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-IDENTITE.
           05 IDENT-NOM    PIC X(20).
           05 IDENT-ID     PIC X(10).

       FD  F-COHORTE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY './copy/cohorte.cpy' .

       WORKING-STORAGE SECTION.
       01  WS-CHOICE      PIC 99      VALUE 0        .
       01  WS-STOP        PIC X       VALUE SPACE    .
           88 WS-STAT-CHOIXLOGOK       VALUE '00' .
       01  WS-CUR-DATE         PIC X(21)          .
       01  WS-LIG-CHOIXLOG     PIC X(80) VALUE SPACES .
      *    [IM]MAJV9: résultat de l'exercice en colonnes fixes, après
      *    le nom du stagiaire (à blanc sur les lignes plus anciennes)
       01  WS-LIG-CHOIXLOG-R REDEFINES WS-LIG-CHOIXLOG.
           05 FILLER           PIC X(60) .
           05 WS-CHOIXLOG-RESU PIC XX    .
           05 FILLER           PIC X     .
           05 WS-CHOIXLOG-SCORE PIC 999  .
      *    [IM]MAJV10: identifiant du stagiaire inscrit (à blanc sans
      *    fichier des sessions)
           05 FILLER           PIC X     .
           05 WS-CHOIXLOG-ID   PIC X(10) .
           05 FILLER           PIC X(3)  .
       01  WS-LIB-EXO          PIC X(10) .

      *    [IM]MAJV5: identité du stagiaire, demandée une fois au
      *    lancement et reportée sur chaque ligne du journal
       01  WS-STAGIAIRE        PIC X(20) VALUE SPACES .
      *    [IM]MAJV8: matricule de l'employé, à blanc pour un
      *    stagiaire extérieur
       01  WS-MATRICULE        PIC X(10) VALUE SPACES .
       01  WS-STAT-IDENT       PIC XX .
           88 WS-STAT-IDENTOK          VALUE '00' .
           88 WS-STAT-IDENTFIN         VALUE '10' .
       01  WS-IDENT-CONNUE     PIC X      VALUE 'N' .
           88 WS-IDENT-EST-CONNUE        VALUE 'O' .

      *    [IM]MAJV10: connexion par l'identifiant d'un stagiaire
      *    inscrit ; la session retenue est celle dont les dates
      *    encadrent le jour, sinon la dernière lue
       01  WS-STAT-COHORTE     PIC XX .
           88 WS-STAT-COHORTEOK        VALUE '00' .
           88 WS-STAT-COHORTEFIN       VALUE '10' .
           88 WS-STAT-COHORTEABS       VALUE '35' .
       01  WS-COHORTES         PIC X     VALUE 'O' .
           88 WS-SANS-COHORTES           VALUE 'N' .
       01  WS-ID-STAGIAIRE     PIC X(10) VALUE SPACES .
       01  WS-SESSION-STAG     PIC X(8)  VALUE SPACES .
       01  WS-SESSION-EN-COURS PIC X     VALUE 'N' .
           88 WS-SESSION-EST-EN-COURS    VALUE 'O' .
       01  WS-NB-ESSAIS        PIC 9     VALUE 0 .
       01  WS-JOUR             PIC X(10) VALUE SPACES .
       01  WS-IND-SES          PIC 99    VALUE 0 .
       01  WS-SESSIONS.
           03 WS-NB-SES        PIC 99    VALUE 0 .
           03 WS-SES-TAB  OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-NB-SES.
              05 WS-SES-CODE   PIC X(8)  .
              05 WS-SES-DEBUT  PIC X(10) .
              05 WS-SES-FIN    PIC X(10) .
       01  WS-IND-INSC         PIC 99    VALUE 0 .
       01  WS-INSC-RETENUE     PIC 99    VALUE 0 .
       01  WS-INSCRIPTIONS.
           03 WS-NB-INSC       PIC 99    VALUE 0 .
           03 WS-INSC-TAB  OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-NB-INSC.
              05 WS-INSC-SESSION PIC X(8)  .
              05 WS-INSC-NOM     PIC X(20) .
              05 WS-INSC-MAT     PIC X(10) .

      *    [IM]MAJV4: compteur d'utilisation par exercice, alimenté
      *    en même temps que WS-LIB-EXO et affiché en bilan de
       01  WS-TAB-BILAN-NB.
           05 WS-BILAN-NB      PIC 9(4)   OCCURS 6 TIMES
                                           INDEXED BY IDX-BILAN .
      *    [IM]MAJV9: réussites de la session par exercice
       01  WS-TAB-BILAN-OK.
           05 WS-BILAN-OK      PIC 9(4)   OCCURS 6 TIMES    .
       01  WS-LIG-BILAN        PIC X(50)  .
       01  WS-LIG-BILAN-TOT    PIC ZZZ9   .
       01  WS-LIG-BILAN-OK     PIC ZZZ9   .

      *    [IM]MAJV9: résultat rendu par l'exercice appelé
           COPY './copy/resultat-exo.cpy' .

      *    [IM]MAJV7: programmes des exercices, alignés sur les
      *    libellés de WS-TAB-BILAN-LIB, pour l'appel commun après
       01  WS-HLOG-EXO         PIC X(10)  VALUE SPACES .
       01  WS-HLOG-NOM         PIC X(20)  VALUE SPACES .
       01  WS-HLOG-PTR         PIC 99     VALUE 0 .
       01  WS-HLOG-RESU        PIC XX     VALUE SPACES .

       SCREEN SECTION.
           COPY './copy/screen-choice-exo.cpy'.
       PROCEDURE DIVISION .
       0000-MAIN-START.
           INITIALIZE WS-TAB-BILAN-NB.
           INITIALIZE WS-TAB-BILAN-OK.
      *    [IM]MAJV10: stagiaire inscrit à une session, reconnu par
      *    son identifiant ; sans fichier des sessions, nom libre
           PERFORM 1500-IDENTIFIE-INSCRIT-START
                THRU END-1500-IDENTIFIE-INSCRIT.
           IF WS-SANS-COHORTES
      *    [IM]MAJV5: le nom du stagiaire est demandé une fois et
      *    reporté sur chaque ligne du journal des exercices
              DISPLAY 'Quel est votre nom ?'
              ACCEPT WS-STAGIAIRE
              IF WS-STAGIAIRE = SPACES
                 MOVE 'ANONYME' TO WS-STAGIAIRE
              END-IF
      *    [IM]MAJV8: matricule facultatif, enregistré avec le nom
              IF WS-STAGIAIRE NOT = 'ANONYME'
                 DISPLAY 'Votre matricule (vide si non employé) ?'
                 ACCEPT WS-MATRICULE
              END-IF
           END-IF.
           IF WS-MATRICULE NOT = SPACES
              PERFORM 1400-ENREG-IDENTITE-START
                   THRU END-1400-ENREG-IDENTITE
           END-IF.
      *    [IM]MAJV7: prérequis du parcours et historique du
      *    stagiaire, pour verrouiller les exercices pas encore
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-BILAN-NB(WS-NUM-EXO)
      *    [IM]MAJV9: l'exercice rend son résultat, journalisé au
      *    retour (un module absent reste non évalué)
                       INITIALIZE RES-EXO
                       SET RES-NON-EVALUE TO TRUE
                       CALL WS-PRG-EXO(WS-NUM-EXO) USING RES-EXO
                          ON EXCEPTION
                             DISPLAY WS-LIG-INDISPO
                       END-CALL
                       IF RES-REUSSI
                          ADD 1 TO WS-BILAN-OK(WS-NUM-EXO)
                       END-IF
                       PERFORM 2000-ECRIT-CHOIXLOG-START
                            THRU END-2000-ECRIT-CHOIXLOG
                    END-IF
                 END-IF
              END-IF
      *    [IM]MAJV7: relit l'historique des exercices du stagiaire
      *    connecté (même découpage de ligne que bilanexo) pour
      *    savoir ce qu'il a déjà fait les sessions précédentes
      *    [IM]MAJV9: seules les réussites comptent ; une ligne
      *    d'avant les résultats (colonnes 61-62 à blanc) vaut
      *    toujours passage, pour ne pas reverrouiller un parcours
      *    déjà engagé
       1200-CHARGE-HISTO-START.
           INITIALIZE WS-TAB-HISTO-NB.
           OPEN INPUT CHOICEXO-LOG.
           PERFORM UNTIL (NOT WS-STAT-CHOIXLOGOK)
              MOVE SPACES TO WS-HLOG-DATE WS-HLOG-EXO WS-HLOG-NOM
              MOVE REC-CHOIXLOG(1:10) TO WS-HLOG-DATE
              MOVE REC-CHOIXLOG(61:2) TO WS-HLOG-RESU
              MOVE 21 TO WS-HLOG-PTR
              UNSTRING REC-CHOIXLOG DELIMITED BY ALL SPACE
                 INTO WS-HLOG-EXO
              IF WS-HLOG-PTR < 81
                 MOVE REC-CHOIXLOG(WS-HLOG-PTR:) TO WS-HLOG-NOM
              END-IF
              IF (FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HLOG-NOM))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STAGIAIRE)))
                 AND ((WS-HLOG-RESU = 'OK') OR (WS-HLOG-RESU = SPACES))
                 PERFORM VARYING WS-IND-EX FROM 1 BY 1
                       UNTIL (WS-IND-EX > 6)
                    IF FUNCTION UPPER-CASE(WS-HLOG-EXO)
       END-1300-AFFICHE-VERROUS.
           EXIT.

      *    [IM]MAJV8: ajoute le couple nom/matricule aux identités
      *    déclarées s'il n'y figure pas déjà ; une nouvelle
      *    déclaration pour un même nom remplace la précédente chez
      *    certifex (la dernière l'emporte)
       1400-ENREG-IDENTITE-START.
           MOVE 'N' TO WS-IDENT-CONNUE.
           OPEN INPUT F-IDENTITE.
           IF WS-STAT-IDENTOK
              READ F-IDENTITE
              PERFORM UNTIL (NOT WS-STAT-IDENTOK)
                 IF (FUNCTION UPPER-CASE(IDENT-NOM)
                     = FUNCTION UPPER-CASE(WS-STAGIAIRE))
                    IF IDENT-ID = WS-MATRICULE
                       MOVE 'O' TO WS-IDENT-CONNUE
                    ELSE
                       MOVE 'N' TO WS-IDENT-CONNUE
                    END-IF
                 END-IF
                 READ F-IDENTITE
              END-PERFORM
           END-IF.
           CLOSE F-IDENTITE.
           IF WS-IDENT-EST-CONNUE
              GO TO END-1400-ENREG-IDENTITE
           END-IF.
           MOVE WS-STAGIAIRE TO IDENT-NOM.
           MOVE WS-MATRICULE TO IDENT-ID.
           OPEN EXTEND F-IDENTITE.
           IF NOT WS-STAT-IDENTOK THEN
              OPEN OUTPUT F-IDENTITE
           END-IF.
           WRITE REC-IDENTITE.
           CLOSE F-IDENTITE.
       END-1400-ENREG-IDENTITE.
           EXIT.

      *    [IM]MAJV10: charge cohortes.txt et demande l'identifiant
      *    du stagiaire jusqu'à ce qu'il soit trouvé parmi les
      *    inscrits (trois essais, puis fin du programme) ; nom et
      *    matricule sont ceux de l'inscription. Fichier absent :
      *    WS-SANS-COHORTES et l'appelant demande le nom comme avant
       1500-IDENTIFIE-INSCRIT-START.
           OPEN INPUT F-COHORTE.
           IF WS-STAT-COHORTEABS
              SET WS-SANS-COHORTES TO TRUE
              CLOSE F-COHORTE
              GO TO END-1500-IDENTIFIE-INSCRIT
           END-IF.
           IF NOT WS-STAT-COHORTEOK
              DISPLAY 'CODE RETOUR D''ERREUR COHORTES' SPACE
                 WS-STAT-COHORTE
      *       code retour 8 : statut fichier en erreur
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE F-COHORTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           INITIALIZE WS-JOUR.
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2)
           DELIMITED BY SIZE
           INTO WS-JOUR.
           MOVE 0 TO WS-NB-ESSAIS WS-NB-INSC.
           PERFORM UNTIL (WS-NB-INSC > 0)
              IF WS-NB-ESSAIS >= 3
                 DISPLAY 'IDENTIFIANT NON INSCRIT - ACCES REFUSE'
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-ESSAIS
              DISPLAY 'Votre identifiant de stagiaire ?'
              MOVE SPACES TO WS-ID-STAGIAIRE
              ACCEPT WS-ID-STAGIAIRE
              MOVE FUNCTION UPPER-CASE(WS-ID-STAGIAIRE)
                 TO WS-ID-STAGIAIRE
              IF WS-ID-STAGIAIRE NOT = SPACES
                 PERFORM 1510-CHERCHE-INSCRIT-START
                      THRU END-1510-CHERCHE-INSCRIT
              END-IF
              IF WS-NB-INSC = 0
                 DISPLAY 'IDENTIFIANT ' FUNCTION TRIM(WS-ID-STAGIAIRE)
                    ' INCONNU DES SESSIONS'
              END-IF
           END-PERFORM.
      *    session dont les dates encadrent le jour, sinon la
      *    dernière inscription lue
           MOVE WS-NB-INSC TO WS-INSC-RETENUE.
           MOVE 'N' TO WS-SESSION-EN-COURS.
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL (WS-IND-SES > WS-NB-SES)
              PERFORM VARYING WS-IND-INSC FROM 1 BY 1
                    UNTIL (WS-IND-INSC > WS-NB-INSC)
                 IF (WS-SES-CODE(WS-IND-SES)
                       = WS-INSC-SESSION(WS-IND-INSC))
                    AND (WS-JOUR >= WS-SES-DEBUT(WS-IND-SES))
                    AND (WS-JOUR <= WS-SES-FIN(WS-IND-SES))
                    MOVE WS-IND-INSC TO WS-INSC-RETENUE
                    SET WS-SESSION-EST-EN-COURS TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE WS-INSC-SESSION(WS-INSC-RETENUE) TO WS-SESSION-STAG.
           MOVE WS-INSC-NOM(WS-INSC-RETENUE)     TO WS-STAGIAIRE.
           MOVE WS-INSC-MAT(WS-INSC-RETENUE)     TO WS-MATRICULE.
           DISPLAY 'BONJOUR ' FUNCTION TRIM(WS-STAGIAIRE)
              ' - SESSION ' WS-SESSION-STAG.
           IF NOT WS-SESSION-EST-EN-COURS
              DISPLAY 'ATTENTION : HORS DES DATES DE LA SESSION'
           END-IF.
       END-1500-IDENTIFIE-INSCRIT.
           EXIT.

      *    [IM]MAJV10: relit cohortes.txt et retient les sessions et
      *    les inscriptions de l'identifiant WS-ID-STAGIAIRE
       1510-CHERCHE-INSCRIT-START.
           MOVE 0 TO WS-NB-SES WS-NB-INSC.
           OPEN INPUT F-COHORTE.
           IF NOT WS-STAT-COHORTEOK
              CLOSE F-COHORTE
              GO TO END-1510-CHERCHE-INSCRIT
           END-IF.
           READ F-COHORTE.
           PERFORM UNTIL (NOT WS-STAT-COHORTEOK)
              IF COH-EST-SESSION AND (WS-NB-SES < 50)
                 ADD 1 TO WS-NB-SES
                 MOVE COH-SESSION TO WS-SES-CODE(WS-NB-SES)
                 MOVE COH-DEBUT   TO WS-SES-DEBUT(WS-NB-SES)
                 MOVE COH-FIN     TO WS-SES-FIN(WS-NB-SES)
              END-IF
              IF COH-EST-INSCRIT AND (WS-NB-INSC < 20)
                 AND (COH-ID-STAG = WS-ID-STAGIAIRE)
                 ADD 1 TO WS-NB-INSC
                 MOVE COH-SESSION  TO WS-INSC-SESSION(WS-NB-INSC)
                 MOVE COH-NOM-STAG TO WS-INSC-NOM(WS-NB-INSC)
                 MOVE COH-MATRICULE TO WS-INSC-MAT(WS-NB-INSC)
              END-IF
              READ F-COHORTE
           END-PERFORM.
           CLOSE F-COHORTE.
       END-1510-CHERCHE-INSCRIT.
           EXIT.

      *    [IM]MAJV7: l'exercice WS-LIB-EXO est-il ouvert pour le
      *    stagiaire ? Un prérequis jamais fait (ni dans
      *    l'historique, ni dans la session courante) le verrouille
      *    et le message dit ce qui reste à faire
      *    [IM]MAJV9: dans la session courante, il faut une réussite
       2100-CONTROLE-PARCOURS-START.
           MOVE 'N' TO WS-EXO-VERROU.
           PERFORM VARYING WS-IND-PA FROM 1 BY 1
                    IF (WS-BILAN-LIB(WS-IND-PR)
                          = WS-PA-PREREQ(WS-IND-PA))
                       AND (WS-HISTO-NB(WS-IND-PR) = 0)
                       AND (WS-BILAN-OK(WS-IND-PR) = 0)
                       SET WS-EXO-EST-VERROUILLE TO TRUE
                       DISPLAY 'EXERCICE ' FUNCTION TRIM(WS-LIB-EXO)
                          ' VERROUILLE - REUSSISSEZ D''ABORD '
                          FUNCTION TRIM(WS-PA-PREREQ(WS-IND-PA))
                    END-IF
                 END-PERFORM

      *    [IM]MAJV3: écriture d'une ligne horodatée dans le journal
      *    des exercices choisis (choicexo-historique.txt)
      *    [IM]MAJV9: avec le résultat rendu par l'exercice
       2000-ECRIT-CHOIXLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           INITIALIZE WS-LIG-CHOIXLOG.
                  FUNCTION TRIM(WS-STAGIAIRE)
           DELIMITED BY SIZE
           INTO WS-LIG-CHOIXLOG.
           MOVE RES-CODE  TO WS-CHOIXLOG-RESU.
           MOVE RES-SCORE TO WS-CHOIXLOG-SCORE.
           MOVE WS-ID-STAGIAIRE TO WS-CHOIXLOG-ID.
           MOVE WS-LIG-CHOIXLOG TO REC-CHOIXLOG.
           OPEN EXTEND CHOICEXO-LOG.
           IF NOT WS-STAT-CHOIXLOGOK THEN
      *    [IM]MAJV4: bilan de session affiché à la sortie du
      *    programme, pour qu'un formateur voie d'un coup d'oeil
      *    quels exercices le groupe a faits et combien de fois
      *    [IM]MAJV9: et combien de fois ils ont été réussis
       3000-AFFICHE-BILAN-START.
           DISPLAY ' '.
           DISPLAY 'BILAN DE LA SESSION :'.
                 UNTIL (IDX-BILAN > 6)
              IF WS-BILAN-NB(IDX-BILAN) > 0
                 MOVE WS-BILAN-NB(IDX-BILAN) TO WS-LIG-BILAN-TOT
                 MOVE WS-BILAN-OK(IDX-BILAN) TO WS-LIG-BILAN-OK
                 INITIALIZE WS-LIG-BILAN
                 STRING WS-BILAN-LIB(IDX-BILAN) SPACE ':' SPACE
                        FUNCTION TRIM(WS-LIG-BILAN-TOT) SPACE
                        'FOIS, ' FUNCTION TRIM(WS-LIG-BILAN-OK) SPACE
                        'REUSSI(S)'
                 DELIMITED BY SIZE
                 INTO WS-LIG-BILAN
                 DISPLAY WS-LIG-BILAN

      *=============================================================*
      *    Cohortex : tenue du fichier des sessions de formation.   *
      *    cohortes.txt (dessin dans copy/cohorte.cpy) déclare      *
      *    chaque session (code, formateur, dates de début et de    *
      *    fin) et les stagiaires qui y sont inscrits ; choicexo    *
      *    n'accepte plus que l'identifiant d'un stagiaire inscrit  *
      *    et suiviexo en tire le suivi de la session.              *
      *    Menu :                                                   *
      *      1 - créer ou modifier une session                      *
      *      2 - inscrire un stagiaire à une session                *
      *      3 - désinscrire un stagiaire                           *
      *      4 - supprimer une session et ses inscriptions          *
      *      5 - lister les sessions et leurs inscrits              *
      *      0 - quitter                                            *
      *    Le fichier est réécrit après chaque modification         *
      *    acceptée. Un identifiant garde le même nom d'une         *
      *    session à l'autre et deux identifiants ne portent pas    *
      *    le même nom : le journal des exercices, bilanexo et      *
      *    certifex travaillent sur le nom.                         *
      *    Accès limité aux profils de operateurs.txt ayant le      *
      *    droit M sur cohortex (cf autoris).                       *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cohortex.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COHORTE ASSIGN TO 'cohortes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COHORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-COHORTE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY './copy/cohorte.cpy' .

       WORKING-STORAGE SECTION.
       01  WS-STAT-COHORTE     PIC XX .
           88 WS-STAT-COHORTEOK        VALUE '00' .
           88 WS-STAT-COHORTEFIN       VALUE '10' .
           88 WS-STAT-COHORTEABS       VALUE '35' .

      *    sessions et inscriptions chargées depuis cohortes.txt
       01  WS-IND-SES          PIC 99    VALUE 0 .
       01  WS-SESSIONS.
           03 WS-NB-SES        PIC 99    VALUE 0 .
           03 WS-SES-TAB  OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-NB-SES.
              05 WS-SES-CODE      PIC X(8)  .
              05 WS-SES-FORMATEUR PIC X(20) .
              05 WS-SES-DEBUT     PIC X(10) .
              05 WS-SES-FIN       PIC X(10) .
       01  WS-IND-INS          PIC 999   VALUE 0 .
       01  WS-IND-AUTRE        PIC 999   VALUE 0 .
       01  WS-INSCRITS.
           03 WS-NB-INS        PIC 999   VALUE 0 .
           03 WS-INS-TAB  OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-NB-INS.
              05 WS-INS-SESSION   PIC X(8)  .
              05 WS-INS-ID        PIC X(10) .
              05 WS-INS-NOM       PIC X(20) .
              05 WS-INS-MAT       PIC X(10) .

      *    dialogue avec le formateur
       01  WS-CHOIX            PIC X     VALUE SPACE .
       01  WS-FIN-SAISIE       PIC X     VALUE 'N' .
           88 WS-SAISIE-FINIE            VALUE 'O' .
       01  WS-SAI-SESSION      PIC X(8)  VALUE SPACES .
       01  WS-SAI-FORMATEUR    PIC X(20) VALUE SPACES .
       01  WS-SAI-DEBUT        PIC X(10) VALUE SPACES .
       01  WS-SAI-FIN          PIC X(10) VALUE SPACES .
       01  WS-SAI-ID           PIC X(10) VALUE SPACES .
       01  WS-SAI-NOM          PIC X(20) VALUE SPACES .
       01  WS-SAI-MAT          PIC X(10) VALUE SPACES .
       01  WS-SAI-CONFIRME     PIC X     VALUE SPACE .
       01  WS-MAJ-FAITE        PIC X     VALUE 'N' .
           88 WS-MAJ-EST-FAITE           VALUE 'O' .
       01  WS-NB-INS-SES       PIC 999   VALUE 0 .
       01  WS-NB-INS-SES-Z     PIC ZZ9   .
       01  WS-LIG-LISTE        PIC X(80) VALUE SPACES .

      *    contrôle d'une date saisie AAAA-MM-JJ
       01  WS-DATE-CTL         PIC X(10) VALUE SPACES .
       01  WS-DATE-VALIDE      PIC X     VALUE 'N' .
           88 WS-DATE-EST-VALIDE         VALUE 'O' .
       01  WS-DATE-AMJ.
           05 WS-DATE-AA       PIC X(4)  .
           05 WS-DATE-MM       PIC XX    .
           05 WS-DATE-JJ       PIC XX    .
       01  WS-DATE-NUM REDEFINES WS-DATE-AMJ PIC 9(8) .

      *    contrôle d'accès des opérateurs (autoris)
           COPY AUTORIS.

       PROCEDURE DIVISION .
       0000-MAIN-START.
           PERFORM 0100-CONTROLE-ACCES-START
                THRU END-0100-CONTROLE-ACCES.
           PERFORM 1000-CHARGE-COHORTES-START
                THRU END-1000-CHARGE-COHORTES.
           PERFORM UNTIL WS-SAISIE-FINIE
              PERFORM 2000-MENU-START THRU END-2000-MENU
           END-PERFORM.
           DISPLAY 'SESSIONS   :' SPACE WS-NB-SES.
           DISPLAY 'INSCRIPTIONS :' SPACE WS-NB-INS.
       END-0000-MAIN.
           STOP RUN.

      *    Seul un opérateur de operateurs.txt ayant le droit de
      *    mise à jour sur cohortex tient le fichier des sessions ;
      *    le refus est émis et tracé par autoris
       0100-CONTROLE-ACCES-START.
           INITIALIZE AU-ZONE.
           DISPLAY 'SESSIONS DE FORMATION - VOTRE IDENTIFIANT ?'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'cohortex' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
      *       code retour 8 : accès refusé
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       END-0100-CONTROLE-ACCES.
           EXIT.

      *    Charge les sessions et les inscriptions ; fichier absent
      *    = aucune session, il sera créé à la première mise à jour
       1000-CHARGE-COHORTES-START.
           OPEN INPUT F-COHORTE.
           IF WS-STAT-COHORTEABS
              CLOSE F-COHORTE
              DISPLAY 'COHORTES.TXT ABSENT - AUCUNE SESSION DECLAREE'
              GO TO END-1000-CHARGE-COHORTES
           END-IF.
           IF NOT WS-STAT-COHORTEOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-COHORTE
      *       code retour 8 : statut fichier en erreur
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ F-COHORTE.
           PERFORM UNTIL WS-STAT-COHORTEFIN
              EVALUATE TRUE
                 WHEN COH-EST-SESSION AND (WS-NB-SES < 50)
                    ADD 1 TO WS-NB-SES
                    MOVE COH-SESSION   TO WS-SES-CODE(WS-NB-SES)
                    MOVE COH-FORMATEUR TO WS-SES-FORMATEUR(WS-NB-SES)
                    MOVE COH-DEBUT     TO WS-SES-DEBUT(WS-NB-SES)
                    MOVE COH-FIN       TO WS-SES-FIN(WS-NB-SES)
                 WHEN COH-EST-INSCRIT AND (WS-NB-INS < 500)
                    ADD 1 TO WS-NB-INS
                    MOVE COH-SESSION   TO WS-INS-SESSION(WS-NB-INS)
                    MOVE COH-ID-STAG   TO WS-INS-ID(WS-NB-INS)
                    MOVE COH-NOM-STAG  TO WS-INS-NOM(WS-NB-INS)
                    MOVE COH-MATRICULE TO WS-INS-MAT(WS-NB-INS)
                 WHEN OTHER
                    DISPLAY 'LIGNE DE COHORTE IGNOREE : ' COH-TYPE
                       COH-SESSION
              END-EVALUATE
              READ F-COHORTE
           END-PERFORM.
           CLOSE F-COHORTE.
       END-1000-CHARGE-COHORTES.
           EXIT.

       2000-MENU-START.
           DISPLAY ' '.
           DISPLAY '1 - CREER OU MODIFIER UNE SESSION'.
           DISPLAY '2 - INSCRIRE UN STAGIAIRE'.
           DISPLAY '3 - DESINSCRIRE UN STAGIAIRE'.
           DISPLAY '4 - SUPPRIMER UNE SESSION'.
           DISPLAY '5 - LISTER LES SESSIONS'.
           DISPLAY '0 - QUITTER'.
           DISPLAY 'Votre choix ?'.
           MOVE SPACE TO WS-CHOIX.
           ACCEPT WS-CHOIX.
           MOVE 'N' TO WS-MAJ-FAITE.
           EVALUATE WS-CHOIX
              WHEN '1'
                 PERFORM 3000-MAJ-SESSION-START
                      THRU END-3000-MAJ-SESSION
              WHEN '2'
                 PERFORM 4000-INSCRIT-START THRU END-4000-INSCRIT
              WHEN '3'
                 PERFORM 5000-DESINSCRIT-START
                      THRU END-5000-DESINSCRIT
              WHEN '4'
                 PERFORM 6000-SUPPRIME-SESSION-START
                      THRU END-6000-SUPPRIME-SESSION
              WHEN '5'
                 PERFORM 7000-LISTE-START THRU END-7000-LISTE
              WHEN '0'
                 SET WS-SAISIE-FINIE TO TRUE
              WHEN OTHER
                 DISPLAY 'CHOIX INCONNU'
           END-EVALUATE.
           IF WS-MAJ-EST-FAITE
              PERFORM 9000-SAUVE-COHORTES-START
                   THRU END-9000-SAUVE-COHORTES
           END-IF.
       END-2000-MENU.
           EXIT.

      *    Crée la session saisie, ou met à jour formateur et dates
      *    si le code existe déjà
       3000-MAJ-SESSION-START.
           PERFORM 8000-SAISIE-SESSION-START
                THRU END-8000-SAISIE-SESSION.
           IF WS-SAI-SESSION = SPACES
              GO TO END-3000-MAJ-SESSION
           END-IF.
           IF (WS-IND-SES > WS-NB-SES) AND (WS-NB-SES >= 50)
              DISPLAY 'TABLE DES SESSIONS PLEINE'
              GO TO END-3000-MAJ-SESSION
           END-IF.
           DISPLAY 'Formateur ?'.
           MOVE SPACES TO WS-SAI-FORMATEUR.
           ACCEPT WS-SAI-FORMATEUR.
           IF WS-SAI-FORMATEUR = SPACES
              DISPLAY 'FORMATEUR OBLIGATOIRE'
              GO TO END-3000-MAJ-SESSION
           END-IF.
           DISPLAY 'Date de debut (AAAA-MM-JJ) ?'.
           MOVE SPACES TO WS-SAI-DEBUT.
           ACCEPT WS-SAI-DEBUT.
           MOVE WS-SAI-DEBUT TO WS-DATE-CTL.
           PERFORM 8100-CONTROLE-DATE-START
                THRU END-8100-CONTROLE-DATE.
           IF NOT WS-DATE-EST-VALIDE
              DISPLAY 'DATE DE DEBUT INVALIDE : ' WS-SAI-DEBUT
              GO TO END-3000-MAJ-SESSION
           END-IF.
           DISPLAY 'Date de fin (AAAA-MM-JJ) ?'.
           MOVE SPACES TO WS-SAI-FIN.
           ACCEPT WS-SAI-FIN.
           MOVE WS-SAI-FIN TO WS-DATE-CTL.
           PERFORM 8100-CONTROLE-DATE-START
                THRU END-8100-CONTROLE-DATE.
           IF NOT WS-DATE-EST-VALIDE
              DISPLAY 'DATE DE FIN INVALIDE : ' WS-SAI-FIN
              GO TO END-3000-MAJ-SESSION
           END-IF.
           IF WS-SAI-FIN < WS-SAI-DEBUT
              DISPLAY 'LA FIN PRECEDE LE DEBUT DE LA SESSION'
              GO TO END-3000-MAJ-SESSION
           END-IF.
           IF WS-IND-SES > WS-NB-SES
              ADD 1 TO WS-NB-SES
              MOVE WS-NB-SES TO WS-IND-SES
              MOVE WS-SAI-SESSION TO WS-SES-CODE(WS-IND-SES)
              DISPLAY 'SESSION ' WS-SAI-SESSION ' CREEE'
           ELSE
              DISPLAY 'SESSION ' WS-SAI-SESSION ' MODIFIEE'
           END-IF.
           MOVE WS-SAI-FORMATEUR TO WS-SES-FORMATEUR(WS-IND-SES).
           MOVE WS-SAI-DEBUT     TO WS-SES-DEBUT(WS-IND-SES).
           MOVE WS-SAI-FIN       TO WS-SES-FIN(WS-IND-SES).
           SET WS-MAJ-EST-FAITE TO TRUE.
       END-3000-MAJ-SESSION.
           EXIT.

      *    Inscrit un stagiaire à une session existante ; le nom
      *    d'un identifiant déjà connu est repris tel quel
       4000-INSCRIT-START.
           PERFORM 8000-SAISIE-SESSION-START
                THRU END-8000-SAISIE-SESSION.
           IF WS-SAI-SESSION = SPACES
              GO TO END-4000-INSCRIT
           END-IF.
           IF WS-IND-SES > WS-NB-SES
              DISPLAY 'SESSION ' WS-SAI-SESSION ' INCONNUE'
              GO TO END-4000-INSCRIT
           END-IF.
           IF WS-NB-INS >= 500
              DISPLAY 'TABLE DES INSCRIPTIONS PLEINE'
              GO TO END-4000-INSCRIT
           END-IF.
           PERFORM 8200-SAISIE-ID-START THRU END-8200-SAISIE-ID.
           IF WS-SAI-ID = SPACES
              GO TO END-4000-INSCRIT
           END-IF.
           IF WS-IND-INS <= WS-NB-INS
              DISPLAY 'STAGIAIRE ' WS-SAI-ID ' DEJA INSCRIT'
              GO TO END-4000-INSCRIT
           END-IF.
      *    identifiant déjà inscrit à une autre session : même nom
           MOVE SPACES TO WS-SAI-NOM WS-SAI-MAT.
           PERFORM VARYING WS-IND-AUTRE FROM 1 BY 1
                 UNTIL (WS-IND-AUTRE > WS-NB-INS)
              IF WS-INS-ID(WS-IND-AUTRE) = WS-SAI-ID
                 MOVE WS-INS-NOM(WS-IND-AUTRE) TO WS-SAI-NOM
                 MOVE WS-INS-MAT(WS-IND-AUTRE) TO WS-SAI-MAT
              END-IF
           END-PERFORM.
           IF WS-SAI-NOM NOT = SPACES
              DISPLAY 'STAGIAIRE CONNU : ' WS-SAI-NOM
           ELSE
              DISPLAY 'Nom du stagiaire (20 caracteres) ?'
              ACCEPT WS-SAI-NOM
              IF WS-SAI-NOM = SPACES
                 DISPLAY 'NOM OBLIGATOIRE'
                 GO TO END-4000-INSCRIT
              END-IF
              PERFORM VARYING WS-IND-AUTRE FROM 1 BY 1
                    UNTIL (WS-IND-AUTRE > WS-NB-INS)
                    OR (FUNCTION UPPER-CASE(WS-INS-NOM(WS-IND-AUTRE))
                        = FUNCTION UPPER-CASE(WS-SAI-NOM))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
                 MOVE WS-IND-AUTRE TO WS-IND-AUTRE
              END-PERFORM
              IF WS-IND-AUTRE <= WS-NB-INS
                 DISPLAY 'NOM DEJA PORTE PAR L''IDENTIFIANT '
                    WS-INS-ID(WS-IND-AUTRE)
                 GO TO END-4000-INSCRIT
              END-IF
              DISPLAY 'Matricule (vide si non employe) ?'
              ACCEPT WS-SAI-MAT
           END-IF.
           ADD 1 TO WS-NB-INS.
           MOVE WS-SAI-SESSION TO WS-INS-SESSION(WS-NB-INS).
           MOVE WS-SAI-ID      TO WS-INS-ID(WS-NB-INS).
           MOVE WS-SAI-NOM     TO WS-INS-NOM(WS-NB-INS).
           MOVE WS-SAI-MAT     TO WS-INS-MAT(WS-NB-INS).
           DISPLAY 'STAGIAIRE ' WS-SAI-ID ' INSCRIT A ' WS-SAI-SESSION.
           SET WS-MAJ-EST-FAITE TO TRUE.
       END-4000-INSCRIT.
           EXIT.

       5000-DESINSCRIT-START.
           PERFORM 8000-SAISIE-SESSION-START
                THRU END-8000-SAISIE-SESSION.
           IF WS-SAI-SESSION = SPACES
              GO TO END-5000-DESINSCRIT
           END-IF.
           PERFORM 8200-SAISIE-ID-START THRU END-8200-SAISIE-ID.
           IF WS-SAI-ID = SPACES
              GO TO END-5000-DESINSCRIT
           END-IF.
           IF WS-IND-INS > WS-NB-INS
              DISPLAY 'STAGIAIRE ' WS-SAI-ID ' NON INSCRIT A '
                 WS-SAI-SESSION
              GO TO END-5000-DESINSCRIT
           END-IF.
           PERFORM 8300-RETIRE-INSCRIT-START
                THRU END-8300-RETIRE-INSCRIT.
           DISPLAY 'STAGIAIRE ' WS-SAI-ID ' DESINSCRIT'.
           SET WS-MAJ-EST-FAITE TO TRUE.
       END-5000-DESINSCRIT.
           EXIT.

      *    Supprime la session et toutes ses inscriptions, après
      *    confirmation
       6000-SUPPRIME-SESSION-START.
           PERFORM 8000-SAISIE-SESSION-START
                THRU END-8000-SAISIE-SESSION.
           IF WS-SAI-SESSION = SPACES
              GO TO END-6000-SUPPRIME-SESSION
           END-IF.
           IF WS-IND-SES > WS-NB-SES
              DISPLAY 'SESSION ' WS-SAI-SESSION ' INCONNUE'
              GO TO END-6000-SUPPRIME-SESSION
           END-IF.
           DISPLAY 'Supprimer la session ' WS-SAI-SESSION
              ' et ses inscrits (O/N) ?'.
           MOVE SPACE TO WS-SAI-CONFIRME.
           ACCEPT WS-SAI-CONFIRME.
           IF FUNCTION UPPER-CASE(WS-SAI-CONFIRME) NOT = 'O'
              GO TO END-6000-SUPPRIME-SESSION
           END-IF.
           PERFORM VARYING WS-IND-AUTRE FROM WS-IND-SES BY 1
                 UNTIL (WS-IND-AUTRE >= WS-NB-SES)
              MOVE WS-SES-TAB(WS-IND-AUTRE + 1)
                 TO WS-SES-TAB(WS-IND-AUTRE)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-SES.
           MOVE 1 TO WS-IND-INS.
           PERFORM UNTIL (WS-IND-INS > WS-NB-INS)
              IF WS-INS-SESSION(WS-IND-INS) = WS-SAI-SESSION
                 PERFORM 8300-RETIRE-INSCRIT-START
                      THRU END-8300-RETIRE-INSCRIT
              ELSE
                 ADD 1 TO WS-IND-INS
              END-IF
           END-PERFORM.
           DISPLAY 'SESSION ' WS-SAI-SESSION ' SUPPRIMEE'.
           SET WS-MAJ-EST-FAITE TO TRUE.
       END-6000-SUPPRIME-SESSION.
           EXIT.

       7000-LISTE-START.
           IF WS-NB-SES = 0
              DISPLAY 'AUCUNE SESSION DECLAREE'
              GO TO END-7000-LISTE
           END-IF.
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL (WS-IND-SES > WS-NB-SES)
              MOVE 0 TO WS-NB-INS-SES
              PERFORM VARYING WS-IND-INS FROM 1 BY 1
                    UNTIL (WS-IND-INS > WS-NB-INS)
                 IF WS-INS-SESSION(WS-IND-INS)
                    = WS-SES-CODE(WS-IND-SES)
                    ADD 1 TO WS-NB-INS-SES
                 END-IF
              END-PERFORM
              MOVE WS-NB-INS-SES TO WS-NB-INS-SES-Z
              INITIALIZE WS-LIG-LISTE
              STRING WS-SES-CODE(WS-IND-SES) SPACE
                     WS-SES-DEBUT(WS-IND-SES) ' AU '
                     WS-SES-FIN(WS-IND-SES) SPACE
                     WS-SES-FORMATEUR(WS-IND-SES) SPACE
                     FUNCTION TRIM(WS-NB-INS-SES-Z) ' INSCRIT(S)'
              DELIMITED BY SIZE
              INTO WS-LIG-LISTE
              DISPLAY WS-LIG-LISTE
              PERFORM VARYING WS-IND-INS FROM 1 BY 1
                    UNTIL (WS-IND-INS > WS-NB-INS)
                 IF WS-INS-SESSION(WS-IND-INS)
                    = WS-SES-CODE(WS-IND-SES)
                    DISPLAY '   ' WS-INS-ID(WS-IND-INS) SPACE
                       WS-INS-NOM(WS-IND-INS) SPACE
                       WS-INS-MAT(WS-IND-INS)
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-7000-LISTE.
           EXIT.

      *    Demande le code session (mis en majuscules) et le cherche
      *    dans la table : WS-IND-SES > WS-NB-SES s'il est inconnu
       8000-SAISIE-SESSION-START.
           DISPLAY 'Code session (8 caracteres) ?'.
           MOVE SPACES TO WS-SAI-SESSION.
           ACCEPT WS-SAI-SESSION.
           MOVE FUNCTION UPPER-CASE(WS-SAI-SESSION) TO WS-SAI-SESSION.
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL (WS-IND-SES > WS-NB-SES)
                 OR (WS-SES-CODE(WS-IND-SES) = WS-SAI-SESSION)
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-SES TO WS-IND-SES
           END-PERFORM.
       END-8000-SAISIE-SESSION.
           EXIT.

      *    Contrôle WS-DATE-CTL : AAAA-MM-JJ et date du calendrier
       8100-CONTROLE-DATE-START.
           MOVE 'N' TO WS-DATE-VALIDE.
           IF (WS-DATE-CTL(5:1) NOT = '-')
              OR (WS-DATE-CTL(8:1) NOT = '-')
              GO TO END-8100-CONTROLE-DATE
           END-IF.
           MOVE WS-DATE-CTL(1:4) TO WS-DATE-AA.
           MOVE WS-DATE-CTL(6:2) TO WS-DATE-MM.
           MOVE WS-DATE-CTL(9:2) TO WS-DATE-JJ.
           IF WS-DATE-AMJ IS NOT NUMERIC
              GO TO END-8100-CONTROLE-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
              SET WS-DATE-EST-VALIDE TO TRUE
           END-IF.
       END-8100-CONTROLE-DATE.
           EXIT.

      *    Demande l'identifiant du stagiaire (mis en majuscules) et
      *    cherche son inscription à la session WS-SAI-SESSION :
      *    WS-IND-INS > WS-NB-INS s'il n'y est pas inscrit
       8200-SAISIE-ID-START.
           DISPLAY 'Identifiant du stagiaire (10 caracteres) ?'.
           MOVE SPACES TO WS-SAI-ID.
           ACCEPT WS-SAI-ID.
           MOVE FUNCTION UPPER-CASE(WS-SAI-ID) TO WS-SAI-ID.
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                 UNTIL (WS-IND-INS > WS-NB-INS)
                 OR ((WS-INS-SESSION(WS-IND-INS) = WS-SAI-SESSION)
                     AND (WS-INS-ID(WS-IND-INS) = WS-SAI-ID))
      * Impossible de faire 1 perform sans 1 instruction dans la boucle
              MOVE WS-IND-INS TO WS-IND-INS
           END-PERFORM.
       END-8200-SAISIE-ID.
           EXIT.

      *    Retire l'inscription WS-IND-INS de la table
       8300-RETIRE-INSCRIT-START.
           PERFORM VARYING WS-IND-AUTRE FROM WS-IND-INS BY 1
                 UNTIL (WS-IND-AUTRE >= WS-NB-INS)
              MOVE WS-INS-TAB(WS-IND-AUTRE + 1)
                 TO WS-INS-TAB(WS-IND-AUTRE)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-INS.
       END-8300-RETIRE-INSCRIT.
           EXIT.

      *    Réécrit cohortes.txt : chaque session suivie de ses
      *    inscrits
       9000-SAUVE-COHORTES-START.
           OPEN OUTPUT F-COHORTE.
           IF NOT WS-STAT-COHORTEOK
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE WS-STAT-COHORTE
              MOVE 8 TO RETURN-CODE
              GO TO END-9000-SAUVE-COHORTES
           END-IF.
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL (WS-IND-SES > WS-NB-SES)
              MOVE SPACES TO REC-COHORTE
              SET COH-EST-SESSION TO TRUE
              MOVE WS-SES-CODE(WS-IND-SES)      TO COH-SESSION
              MOVE WS-SES-FORMATEUR(WS-IND-SES) TO COH-FORMATEUR
              MOVE WS-SES-DEBUT(WS-IND-SES)     TO COH-DEBUT
              MOVE WS-SES-FIN(WS-IND-SES)       TO COH-FIN
              WRITE REC-COHORTE
              PERFORM VARYING WS-IND-INS FROM 1 BY 1
                    UNTIL (WS-IND-INS > WS-NB-INS)
                 IF WS-INS-SESSION(WS-IND-INS)
                    = WS-SES-CODE(WS-IND-SES)
                    MOVE SPACES TO REC-COHORTE
                    SET COH-EST-INSCRIT TO TRUE
                    MOVE WS-INS-SESSION(WS-IND-INS) TO COH-SESSION
                    MOVE WS-INS-ID(WS-IND-INS)      TO COH-ID-STAG
                    MOVE WS-INS-NOM(WS-IND-INS)     TO COH-NOM-STAG
                    MOVE WS-INS-MAT(WS-IND-INS)     TO COH-MATRICULE
                    WRITE REC-COHORTE
                 END-IF
              END-PERFORM
           END-PERFORM.
           CLOSE F-COHORTE.
       END-9000-SAUVE-COHORTES.
           EXIT.

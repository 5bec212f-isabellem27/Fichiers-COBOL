      *=============================================================*
      *    Contrôle d'accès des opérateurs, fait au lancement       *
      *    des programmes interactifs et des corrections.           *
      *    N'importe qui devant un terminal lançait gestcli,        *
      *    gesinput, avenants, recynote ou les corrections de la    *
      *    base, et les audits gardaient le nom tapé au clavier.    *
      *    Le profil de l'opérateur est cherché dans                *
      *    operateurs.txt (identifiant, empreinte du secret,        *
      *    droit L consultation ou M mise à jour, S suspendu,       *
      *    programmes permis ou * pour tous) ; la dernière ligne    *
      *    d'un identifiant l'emporte, opeprof n'ajoute que des     *
      *    lignes et le fichier garde l'historique des profils.     *
      *    Chaque accès, accordé ou non, est écrit dans             *
      *    securite-journal.txt (relu par secrap en fin de mois)    *
      *    et un refus sort en message numéroté 0501 à 0504 :       *
      *    l'appelant n'a plus qu'à s'arrêter.                      *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. autoris.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    une ligne par profil : identifiant (1-10), empreinte
      *    (12-31), droit (33), jusqu'à 8 programmes de 8
      *    caractères séparés d'un blanc (35-106) ; * en colonne 1
      *    pour un commentaire
           SELECT F-PROFIL
           ASSIGN TO 'operateurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPROFIL.

      *    journal de sécurité : un accès accordé ou refusé par
      *    ligne
           SELECT F-JSECU
           ASSIGN TO 'securite-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FJSECU.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PROFIL
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PROFIL.
           05 PRO-OPERATEUR    PIC X(10).
           05 FILLER           PIC X.
           05 PRO-EMPREINTE    PIC X(20).
           05 FILLER           PIC X.
           05 PRO-DROIT        PIC X.
           05 FILLER           PIC X.
           05 PRO-PROGRAMMES.
              10 PRO-PGM-TAB   OCCURS 8 TIMES.
                 15 PRO-PGM    PIC X(8).
                 15 FILLER     PIC X.

      *    horodatage (1-14), programme (16-23), opérateur (25-34),
      *    accès demandé (36), ACCORDE ou REFUSE (38-44), code
      *    rendu (46), motif (48-77)
       FD  F-JSECU
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JSECU.
           05 JS-HORODATE      PIC X(14).
           05 FILLER           PIC X.
           05 JS-PROGRAMME     PIC X(8).
           05 FILLER           PIC X.
           05 JS-OPERATEUR     PIC X(10).
           05 FILLER           PIC X.
           05 JS-ACCES         PIC X.
           05 FILLER           PIC X.
           05 JS-RESULTAT      PIC X(7).
           05 FILLER           PIC X.
           05 JS-RC            PIC 9.
           05 FILLER           PIC X.
           05 JS-MOTIF         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPROFIL     PIC XX.
           88 WS-STAT-FPROFILOK            VALUE '00'.
           88 WS-STAT-FPROFILFIN           VALUE '10'.
       01  WS-STAT-FJSECU      PIC XX.
           88 WS-STAT-FJSECUOK             VALUE '00'.
           88 WS-STAT-FJSECUNOFILE         VALUE '35'.

      *    empreinte : deux sommes polynomiales sur l'identifiant
      *    suivi du secret, chacune réduite modulo un nombre
      *    premier ; le secret lui-même n'est jamais écrit
       01  WS-CLE.
           05 WS-CLE-OPERATEUR PIC X(10)  VALUE SPACES.
           05 WS-CLE-SECRET    PIC X(20)  VALUE SPACES.
       01  WS-IND-CAR          PIC 99     VALUE 0.
       01  WS-H1               PIC 9(18)  VALUE 0.
       01  WS-H2               PIC 9(18)  VALUE 0.
       01  WS-EMPREINTE.
           05 WS-EMPR-H1       PIC 9(10)  VALUE 0.
           05 WS-EMPR-H2       PIC 9(10)  VALUE 0.

      *    profil retenu (dernière ligne de l'identifiant)
       01  WS-PROFIL-TROUVE    PIC X      VALUE 'N'.
           88 WS-PROFIL-EST-TROUVE         VALUE 'O'.
       01  WS-PRF-EMPREINTE    PIC X(20)  VALUE SPACES.
       01  WS-PRF-DROIT        PIC X      VALUE SPACE.
       01  WS-PRF-PROGRAMMES.
           05 WS-PRF-PGM       PIC X(8)   OCCURS 8 TIMES.
       01  WS-IND-PGM          PIC 9      VALUE 0.
       01  WS-PGM-PERMIS       PIC X      VALUE 'N'.
           88 WS-PGM-EST-PERMIS            VALUE 'O'.

       01  WS-MOTIF            PIC X(30)  VALUE SPACES.
      *    statut d'ouverture des profils, avant le CLOSE
       01  WS-STAT-OUVERTURE   PIC XX     VALUE SPACES.
       01  WS-HORODATE         PIC X(14)  VALUE SPACES.

      *    code retour de l'appelant, gardé le temps de l'appel au
      *    catalogue de messages
       01  WS-RC-SAUVE         PIC S9(4)  VALUE 0.

           COPY MSGLIB.

       LINKAGE SECTION.
           COPY AUTORIS.

       PROCEDURE DIVISION USING AU-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO AU-RC.
           MOVE SPACE TO AU-DROIT.
           IF AU-ACCES-EMPREINTE
              PERFORM 1000-CALCULE-EMPREINTE-START
                   THRU 1010-CALCULE-EMPREINTE-END
              MOVE WS-EMPREINTE TO AU-EMPREINTE
              GOBACK
           END-IF.
           MOVE SPACES TO AU-EMPREINTE.
      *    lancement batch ou par le calendrier : l'opérateur est
      *    celui de l'environnement
           IF AU-OPERATEUR = SPACES
              ACCEPT AU-OPERATEUR FROM ENVIRONMENT 'OPERATEUR'
              ACCEPT AU-SECRET FROM ENVIRONMENT 'OPERATEUR_SECRET'
           END-IF.
           MOVE 'ACCES ACCORDE' TO WS-MOTIF.
           PERFORM 2000-CHERCHE-PROFIL-START
                THRU 2010-CHERCHE-PROFIL-END.
           IF AU-RC = 0
              PERFORM 3000-CONTROLE-DROITS-START
                   THRU 3010-CONTROLE-DROITS-END
           END-IF.
           PERFORM 4000-ECRIT-JOURNAL-START
                THRU 4010-ECRIT-JOURNAL-END.
           IF AU-RC NOT = 0
              PERFORM 5000-EMET-REFUS-START
                   THRU 5010-EMET-REFUS-END
           END-IF.
      * 0000-MAIN-END
           GOBACK.

      *    Empreinte de l'identifiant et du secret de la zone
       1000-CALCULE-EMPREINTE-START.
           MOVE AU-OPERATEUR TO WS-CLE-OPERATEUR.
           MOVE AU-SECRET TO WS-CLE-SECRET.
           MOVE 5381 TO WS-H1.
           MOVE 7 TO WS-H2.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 30
              COMPUTE WS-H1 = FUNCTION MOD(
                 (WS-H1 * 33) + FUNCTION ORD(WS-CLE(WS-IND-CAR:1)),
                 4294967291)
              COMPUTE WS-H2 = FUNCTION MOD(
                 (WS-H2 * 131) + (FUNCTION ORD(WS-CLE(WS-IND-CAR:1))
                 * WS-IND-CAR), 2147483647)
           END-PERFORM.
           MOVE WS-H1 TO WS-EMPR-H1.
           MOVE WS-H2 TO WS-EMPR-H2.
       1010-CALCULE-EMPREINTE-END.
           EXIT.

      *    Profil de l'opérateur et vérification du secret
       2000-CHERCHE-PROFIL-START.
           MOVE 'N' TO WS-PROFIL-TROUVE.
           OPEN INPUT F-PROFIL.
           MOVE WS-STAT-FPROFIL TO WS-STAT-OUVERTURE.
           IF NOT WS-STAT-FPROFILOK
              MOVE 4 TO AU-RC
              STRING 'PROFILS ILLISIBLES ' WS-STAT-FPROFIL
                 DELIMITED BY SIZE INTO WS-MOTIF
              CLOSE F-PROFIL
              GO TO 2010-CHERCHE-PROFIL-END
           END-IF.
           READ F-PROFIL.
           PERFORM UNTIL NOT WS-STAT-FPROFILOK
              IF (PRO-OPERATEUR(1:1) NOT = '*')
                 AND (PRO-OPERATEUR = AU-OPERATEUR)
                 SET WS-PROFIL-EST-TROUVE TO TRUE
                 MOVE PRO-EMPREINTE TO WS-PRF-EMPREINTE
                 MOVE PRO-DROIT TO WS-PRF-DROIT
                 PERFORM VARYING WS-IND-PGM FROM 1 BY 1
                         UNTIL WS-IND-PGM > 8
                    MOVE PRO-PGM(WS-IND-PGM)
                      TO WS-PRF-PGM(WS-IND-PGM)
                 END-PERFORM
              END-IF
              READ F-PROFIL
           END-PERFORM.
           CLOSE F-PROFIL.
           IF (AU-OPERATEUR = SPACES) OR (NOT WS-PROFIL-EST-TROUVE)
              MOVE 1 TO AU-RC
              MOVE 'OPERATEUR INCONNU' TO WS-MOTIF
              GO TO 2010-CHERCHE-PROFIL-END
           END-IF.
           IF (WS-PRF-DROIT NOT = 'L') AND (WS-PRF-DROIT NOT = 'M')
              MOVE 1 TO AU-RC
              MOVE 'OPERATEUR SUSPENDU' TO WS-MOTIF
              GO TO 2010-CHERCHE-PROFIL-END
           END-IF.
           IF AU-SECRET = SPACES
              MOVE 1 TO AU-RC
              MOVE 'SECRET ABSENT' TO WS-MOTIF
              GO TO 2010-CHERCHE-PROFIL-END
           END-IF.
           PERFORM 1000-CALCULE-EMPREINTE-START
                THRU 1010-CALCULE-EMPREINTE-END.
           IF WS-EMPREINTE NOT = WS-PRF-EMPREINTE
              MOVE 1 TO AU-RC
              MOVE 'SECRET ERRONE' TO WS-MOTIF
           END-IF.
       2010-CHERCHE-PROFIL-END.
           EXIT.

      *    Programme permis par le profil, puis droit suffisant
      *    pour l'accès demandé
       3000-CONTROLE-DROITS-START.
           MOVE 'N' TO WS-PGM-PERMIS.
           PERFORM VARYING WS-IND-PGM FROM 1 BY 1
                   UNTIL WS-IND-PGM > 8
              IF (WS-PRF-PGM(WS-IND-PGM) = '*')
                 OR (WS-PRF-PGM(WS-IND-PGM) = AU-PROGRAMME)
                 SET WS-PGM-EST-PERMIS TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-PGM-EST-PERMIS
              MOVE 2 TO AU-RC
              MOVE 'PROGRAMME NON AUTORISE' TO WS-MOTIF
              GO TO 3010-CONTROLE-DROITS-END
           END-IF.
           MOVE WS-PRF-DROIT TO AU-DROIT.
           IF AU-ACCES-MISE-A-JOUR AND AU-DROIT-CONSULTATION
              MOVE 3 TO AU-RC
              MOVE 'CONSULTATION SEULE' TO WS-MOTIF
           END-IF.
       3010-CONTROLE-DROITS-END.
           EXIT.

      *    Une ligne au journal de sécurité ; journal inaccessible,
      *    la décision reste la même et l'incident est affiché
       4000-ECRIT-JOURNAL-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
           OPEN EXTEND F-JSECU.
           IF WS-STAT-FJSECUNOFILE
              OPEN OUTPUT F-JSECU
           END-IF.
           IF NOT WS-STAT-FJSECUOK
              DISPLAY 'CODE RETOUR D''ERREUR JOURNAL DE SECURITE'
                 SPACE WS-STAT-FJSECU
              GO TO 4010-ECRIT-JOURNAL-END
           END-IF.
           MOVE SPACES TO REC-JSECU.
           MOVE WS-HORODATE TO JS-HORODATE.
           MOVE AU-PROGRAMME TO JS-PROGRAMME.
           MOVE AU-OPERATEUR TO JS-OPERATEUR.
           MOVE AU-ACCES TO JS-ACCES.
           IF AU-RC = 0
              MOVE 'ACCORDE' TO JS-RESULTAT
           ELSE
              MOVE 'REFUSE' TO JS-RESULTAT
           END-IF.
           MOVE AU-RC TO JS-RC.
           MOVE WS-MOTIF TO JS-MOTIF.
           WRITE REC-JSECU.
           CLOSE F-JSECU.
       4010-ECRIT-JOURNAL-END.
           EXIT.

      *    Message numéroté du refus, au nom du programme appelant
       5000-EMET-REFUS-START.
           INITIALIZE MSG-ZONE.
           MOVE AU-PROGRAMME TO MSG-SUBST1.
           EVALUATE AU-RC
              WHEN 1
                 MOVE 0501 TO MSG-NUMERO
                 MOVE AU-OPERATEUR TO MSG-SUBST2
                 IF AU-OPERATEUR = SPACES
                    MOVE '(NON RENSEIGNE)' TO MSG-SUBST2
                 END-IF
              WHEN 2
                 MOVE 0502 TO MSG-NUMERO
                 MOVE AU-OPERATEUR TO MSG-SUBST2
              WHEN 3
                 MOVE 0503 TO MSG-NUMERO
                 MOVE AU-OPERATEUR TO MSG-SUBST2
              WHEN OTHER
                 MOVE 0504 TO MSG-NUMERO
                 MOVE WS-STAT-OUVERTURE TO MSG-SUBST2
           END-EVALUATE.
           MOVE AU-PROGRAMME TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       5010-EMET-REFUS-END.
           EXIT.

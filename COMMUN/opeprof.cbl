      *=============================================================*
      *    Ajout d'un profil opérateur dans operateurs.txt, lu par  *
      *    autoris au lancement des programmes protégés.            *
      *    L'administrateur s'identifie (droit M sur opeprof),      *
      *    puis saisit l'identifiant, le secret (deux fois), le     *
      *    droit (L consultation, M mise à jour, S suspendu) et     *
      *    jusqu'à 8 programmes permis (* pour tous). Seule         *
      *    l'empreinte du secret est écrite. La ligne est ajoutée   *
      *    en fin de fichier : elle remplace les précédentes du     *
      *    même identifiant, qui restent pour l'historique.         *
      *    Sans operateurs.txt, le premier profil est créé sans     *
      *    contrôle, en mise à jour sur tous les programmes.        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opeprof.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PROFIL
           ASSIGN TO 'operateurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPROFIL.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que dans autoris
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

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPROFIL    PIC XX                    .
       88  WS-STAT-FPROFILOK               VALUE '00'   .
       88  WS-STAT-FPROFILNOFILE           VALUE '35'   .

       01  WS-PREMIER-PROFIL  PIC X         VALUE 'N'    .
       88  WS-EST-PREMIER-PROFIL           VALUE 'O'    .

      *    saisies de l'administrateur
       01  WS-SAISIE-OPERATEUR PIC X(10)    VALUE SPACES .
       01  WS-SAISIE-SECRET   PIC X(20)     VALUE SPACES .
       01  WS-SAISIE-SECRET2  PIC X(20)     VALUE SPACES .
       01  WS-SAISIE-DROIT    PIC X         VALUE SPACE  .
       88  WS-DROIT-VALIDE                 VALUE 'L' 'M' 'S'.
       01  WS-SAISIE-PGM      PIC X(8)      VALUE SPACES .
       01  WS-IND-PGM         PIC 99        VALUE 0      .
       01  WS-NB-PGM          PIC 9         VALUE 0      .
       01  WS-PROGRAMMES.
           05 WS-PGM-TAB  OCCURS 8 TIMES.
              10 WS-PGM       PIC X(8)                   .
              10 FILLER       PIC X                      .
       01  WS-SAISIE-CONFIRM  PIC X         VALUE SPACE  .
       88  WS-CONFIRME                     VALUE 'O' 'o' .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : contrôle de l'administrateur puis calcul de
      * l'empreinte du nouveau secret
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'PROFILS OPERATEURS - AJOUT D''UN PROFIL'.
           OPEN INPUT F-PROFIL.
           IF WS-STAT-FPROFILNOFILE
              SET WS-EST-PREMIER-PROFIL TO TRUE
           ELSE
              CLOSE F-PROFIL
           END-IF.
           IF WS-EST-PREMIER-PROFIL
              DISPLAY 'OPERATEURS.TXT ABSENT - CREATION DU PREMIER '
                 'PROFIL (MISE A JOUR, TOUS PROGRAMMES)'
           ELSE
              PERFORM CONTROLE-ADMINISTRATEUR
           END-IF.

           PERFORM SAISIE-PROFIL THRU SAISIE-PROFIL-FIN.

           DISPLAY 'PROFIL' SPACE FUNCTION TRIM(WS-SAISIE-OPERATEUR)
              SPACE 'DROIT' SPACE WS-SAISIE-DROIT SPACE
              'PROGRAMMES :' SPACE FUNCTION TRIM(WS-PROGRAMMES).
           DISPLAY 'CONFIRMEZ L''AJOUT DE CE PROFIL (O/N) :'.
           ACCEPT WS-SAISIE-CONFIRM.
           IF NOT WS-CONFIRME
              DISPLAY 'AJOUT ABANDONNE - OPERATEURS.TXT INCHANGE'
              STOP RUN
           END-IF.

           PERFORM ECRIT-PROFIL.
      * 0000-MAIN-END
           STOP RUN.

      *    L'administrateur doit avoir le droit M sur opeprof ;
      *    autoris a déjà émis le message du refus
       CONTROLE-ADMINISTRATEUR.
           INITIALIZE AU-ZONE.
           DISPLAY 'VOTRE IDENTIFIANT :'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET :'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'opeprof' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Saisie et contrôle du nouveau profil
       SAISIE-PROFIL.
           DISPLAY 'IDENTIFIANT DU PROFIL (10 CAR. MAXI) :'.
           ACCEPT WS-SAISIE-OPERATEUR.
           IF (WS-SAISIE-OPERATEUR = SPACES)
              OR (WS-SAISIE-OPERATEUR(1:1) = '*')
              DISPLAY 'IDENTIFIANT INVALIDE :' SPACE
                 WS-SAISIE-OPERATEUR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-EST-PREMIER-PROFIL
              MOVE 'M' TO WS-SAISIE-DROIT
           ELSE
              DISPLAY 'DROIT (L=CONSULTATION, M=MISE A JOUR, '
                 'S=SUSPENDU) :'
              ACCEPT WS-SAISIE-DROIT
              MOVE FUNCTION UPPER-CASE(WS-SAISIE-DROIT)
                TO WS-SAISIE-DROIT
              IF NOT WS-DROIT-VALIDE
                 DISPLAY 'DROIT INVALIDE :' SPACE WS-SAISIE-DROIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *    un profil suspendu garde une empreinte vide : plus
      *    aucun secret ne l'ouvre
           IF WS-SAISIE-DROIT = 'S'
              MOVE SPACES TO WS-PROGRAMMES
              GO TO SAISIE-PROFIL-FIN
           END-IF.
           DISPLAY 'SECRET (20 CAR. MAXI) :'.
           ACCEPT WS-SAISIE-SECRET WITH SECURE.
           DISPLAY 'SECRET, A NOUVEAU :'.
           ACCEPT WS-SAISIE-SECRET2 WITH SECURE.
           IF (WS-SAISIE-SECRET = SPACES)
              OR (WS-SAISIE-SECRET NOT = WS-SAISIE-SECRET2)
              DISPLAY 'SECRET ABSENT OU DIFFERENT DE LA CONFIRMATION'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-PROGRAMMES.
           IF WS-EST-PREMIER-PROFIL
              MOVE '*' TO WS-PGM(1)
              GO TO SAISIE-PROFIL-FIN
           END-IF.
           MOVE 0 TO WS-NB-PGM.
           MOVE 'X' TO WS-SAISIE-PGM.
           PERFORM VARYING WS-IND-PGM FROM 1 BY 1
                   UNTIL (WS-IND-PGM > 8) OR (WS-SAISIE-PGM = SPACES)
              DISPLAY 'PROGRAMME PERMIS' SPACE WS-IND-PGM
                 ' (* = TOUS, BLANC = FIN) :'
              MOVE SPACES TO WS-SAISIE-PGM
              ACCEPT WS-SAISIE-PGM
              IF WS-SAISIE-PGM NOT = SPACES
                 ADD 1 TO WS-NB-PGM
                 MOVE FUNCTION LOWER-CASE(WS-SAISIE-PGM)
                   TO WS-PGM(WS-NB-PGM)
              END-IF
           END-PERFORM.
           IF WS-NB-PGM = 0
              DISPLAY 'AUCUN PROGRAMME PERMIS - PROFIL NON AJOUTE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       SAISIE-PROFIL-FIN.
           EXIT.

      *    Empreinte du secret par autoris, puis ligne ajoutée
       ECRIT-PROFIL.
           INITIALIZE AU-ZONE.
           MOVE WS-SAISIE-OPERATEUR TO AU-OPERATEUR.
           MOVE WS-SAISIE-SECRET TO AU-SECRET.
           SET AU-ACCES-EMPREINTE TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           IF WS-SAISIE-DROIT = 'S'
              MOVE SPACES TO AU-EMPREINTE
           END-IF.
           OPEN EXTEND F-PROFIL.
           IF WS-STAT-FPROFILNOFILE
              OPEN OUTPUT F-PROFIL
           END-IF.
           IF NOT WS-STAT-FPROFILOK
              DISPLAY 'CODE RETOUR D''ERREUR OPERATEURS.TXT' SPACE
                 WS-STAT-FPROFIL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REC-PROFIL.
           MOVE WS-SAISIE-OPERATEUR TO PRO-OPERATEUR.
           MOVE AU-EMPREINTE TO PRO-EMPREINTE.
           MOVE WS-SAISIE-DROIT TO PRO-DROIT.
           MOVE WS-PROGRAMMES TO PRO-PROGRAMMES.
           WRITE REC-PROFIL.
           CLOSE F-PROFIL.
           DISPLAY 'PROFIL' SPACE FUNCTION TRIM(WS-SAISIE-OPERATEUR)
              SPACE 'AJOUTE A OPERATEURS.TXT'.

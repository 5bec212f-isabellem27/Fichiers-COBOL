      *=============================================================*
      *    Boite des alertes d'astreinte, appelée par msglib.       *
      *    Les messages graves et les arrêts de la chaine ne        *
      *    sortaient qu'à la console : la nuit, en passage          *
      *    calendrier sans surveillance, personne ne les voyait     *
      *    avant le matin. Tout message d'une sévérité au moins     *
      *    égale au seuil de alerte-param.txt (E par défaut), et    *
      *    toute étape de chaine arrêtée en code 8, 12 ou 16        *
      *    (alerte forcée par chaineop), dépose une ligne dans      *
      *    alertes-boite.txt : numéro et niveau du message,         *
      *    programme, substitutions, horodatage et contact          *
      *    d'astreinte du jour pris dans astreinte-planning.txt.    *
      *    Le même message (numéro, programme et substitutions)     *
      *    n'est déposé qu'une fois par fenêtre de 60 minutes       *
      *    (par défaut, réglable dans alerte-param.txt).            *
      *    alerenv remet ensuite les alertes à la passerelle        *
      *    courriel/SMS et les marque envoyées.                     *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alerte.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    une ligne : sévérité minimale (1 : I, A, E, ou N pour
      *    les seules alertes forcées), fenêtre de répétition en
      *    minutes (3-6)
           SELECT F-PARAM
           ASSIGN TO 'alerte-param.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPARAM.

      *    une ligne par tour d'astreinte : du (1-8), au (10-17,
      *    blanc = sans fin), contact (19-58) ; la dernière ligne
      *    qui couvre le jour l'emporte (remplacement ponctuel
      *    écrit sous le tour normal)
           SELECT F-PLANNING
           ASSIGN TO 'astreinte-planning.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPLA.

      *    alertes déposées, relevées par alerenv
           SELECT F-BOITE
           ASSIGN TO 'alertes-boite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBOITE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAM
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           05 PAR-SEVERITE     PIC X.
           05 FILLER           PIC X.
           05 PAR-FENETRE      PIC 9(4).

       FD  F-PLANNING
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PLANNING.
           05 PLA-DU           PIC X(8).
           05 FILLER           PIC X.
           05 PLA-AU           PIC X(8).
           05 FILLER           PIC X.
           05 PLA-CONTACT      PIC X(40).

      *    état (1 : A à envoyer, E envoyée), horodatage (3-16),
      *    numéro (18-21), sévérité (23), programme (25-32),
      *    contact (34-73), substitutions (75-114 et 116-155),
      *    horodatage d'envoi (157-170), texte (172-271)
       FD  F-BOITE
           RECORD CONTAINS 271 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BOITE.
           05 BOI-ETAT         PIC X.
           05 FILLER           PIC X.
           05 BOI-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 BOI-NUMERO       PIC 9(4).
           05 FILLER           PIC X.
           05 BOI-SEVERITE     PIC X.
           05 FILLER           PIC X.
           05 BOI-PROGRAMME    PIC X(8).
           05 FILLER           PIC X.
           05 BOI-CONTACT      PIC X(40).
           05 FILLER           PIC X.
           05 BOI-SUBST1       PIC X(40).
           05 FILLER           PIC X.
           05 BOI-SUBST2       PIC X(40).
           05 FILLER           PIC X.
           05 BOI-ENVOI        PIC X(14).
           05 FILLER           PIC X.
           05 BOI-TEXTE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPARAM      PIC XX.
           88 WS-STAT-FPARAMOK             VALUE '00'.
           88 WS-STAT-FPARAMNOFILE         VALUE '35'.
       01  WS-STAT-FPLA        PIC XX.
           88 WS-STAT-FPLAOK               VALUE '00'.
           88 WS-STAT-FPLAFIN              VALUE '10'.
       01  WS-STAT-FBOITE      PIC XX.
           88 WS-STAT-FBOITEOK             VALUE '00'.
           88 WS-STAT-FBOITEFIN            VALUE '10'.
           88 WS-STAT-FBOITENOFILE         VALUE '35'.

      *    paramétrage lu au premier appel puis conservé (la
      *    working-storage du sous-programme survit entre les CALL)
       01  WS-PARAM-CHARGE     PIC X      VALUE 'N'.
           88 WS-PARAM-EST-CHARGE          VALUE 'O'.
       01  WS-SEUIL            PIC X      VALUE 'E'.
       01  WS-FENETRE          PIC 9(4)   VALUE 60.

      *    rang des sévérités : I 1, A 2, E 3 ; N (aucune) 9
       01  WS-SEV              PIC X      VALUE SPACE.
       01  WS-RANG-SEV         PIC 9      VALUE 0.
       01  WS-RANG-MESSAGE     PIC 9      VALUE 0.
       01  WS-RANG-SEUIL       PIC 9      VALUE 0.

      *    horodatages convertis en minutes pour la fenêtre
       01  WS-HORODATE         PIC X(14)  VALUE SPACES.
       01  WS-TS               PIC X(14)  VALUE SPACES.
       01  WS-TS-DET REDEFINES WS-TS.
           05 WS-TS-DATE       PIC 9(8).
           05 WS-TS-HH         PIC 99.
           05 WS-TS-MN         PIC 99.
           05 WS-TS-SS         PIC 99.
       01  WS-TS-MINUTES       PIC 9(10)  VALUE 0.
       01  WS-MIN-MAINTENANT   PIC 9(10)  VALUE 0.
       01  WS-DERNIER-ENVOI    PIC X(14)  VALUE SPACES.

       01  WS-CONTACT          PIC X(40)  VALUE SPACES.

       LINKAGE SECTION.
           COPY ALERTE.

       PROCEDURE DIVISION USING AL-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO AL-RC.
           IF NOT WS-PARAM-EST-CHARGE
              PERFORM 1000-CHARGE-PARAM-START
                   THRU 1010-CHARGE-PARAM-END
           END-IF.
           IF NOT AL-EST-FORCEE
              MOVE AL-SEVERITE TO WS-SEV
              PERFORM 2000-RANG-SEVERITE-START
                   THRU 2010-RANG-SEVERITE-END
              MOVE WS-RANG-SEV TO WS-RANG-MESSAGE
              MOVE WS-SEUIL TO WS-SEV
              PERFORM 2000-RANG-SEVERITE-START
                   THRU 2010-RANG-SEVERITE-END
              MOVE WS-RANG-SEV TO WS-RANG-SEUIL
              IF WS-RANG-MESSAGE < WS-RANG-SEUIL
                 MOVE 1 TO AL-RC
                 GOBACK
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
           IF WS-FENETRE > 0
              PERFORM 3000-CHERCHE-REPETITION-START
                   THRU 3010-CHERCHE-REPETITION-END
              IF AL-RC NOT = 0
                 GOBACK
              END-IF
           END-IF.
           PERFORM 4000-CHERCHE-ASTREINTE-START
                THRU 4010-CHERCHE-ASTREINTE-END.
           PERFORM 5000-DEPOSE-ALERTE-START
                THRU 5010-DEPOSE-ALERTE-END.
      * 0000-MAIN-END
           GOBACK.

      *    Seuil et fenêtre ; fichier absent ou valeur illisible,
      *    les valeurs par défaut restent
       1000-CHARGE-PARAM-START.
           SET WS-PARAM-EST-CHARGE TO TRUE.
           OPEN INPUT F-PARAM.
           IF NOT WS-STAT-FPARAMOK
              IF NOT WS-STAT-FPARAMNOFILE
                 DISPLAY 'CODE RETOUR D''ERREUR PARAM ALERTES'
                    SPACE WS-STAT-FPARAM
              END-IF
              CLOSE F-PARAM
              GO TO 1010-CHARGE-PARAM-END
           END-IF.
           READ F-PARAM.
           IF WS-STAT-FPARAMOK
              IF (PAR-SEVERITE = 'I') OR (PAR-SEVERITE = 'A')
                 OR (PAR-SEVERITE = 'E') OR (PAR-SEVERITE = 'N')
                 MOVE PAR-SEVERITE TO WS-SEUIL
              END-IF
              IF PAR-FENETRE NUMERIC
                 MOVE PAR-FENETRE TO WS-FENETRE
              END-IF
           END-IF.
           CLOSE F-PARAM.
       1010-CHARGE-PARAM-END.
           EXIT.

       2000-RANG-SEVERITE-START.
           EVALUATE WS-SEV
              WHEN 'I'
                 MOVE 1 TO WS-RANG-SEV
              WHEN 'A'
                 MOVE 2 TO WS-RANG-SEV
              WHEN 'E'
                 MOVE 3 TO WS-RANG-SEV
              WHEN 'N'
                 MOVE 9 TO WS-RANG-SEV
              WHEN OTHER
      *          message hors catalogue : seulement si forcé
                 MOVE 0 TO WS-RANG-SEV
           END-EVALUATE.
       2010-RANG-SEVERITE-END.
           EXIT.

      *    Cherche dans la boite le dernier dépôt du même message ;
      *    s'il date de moins que la fenêtre, la répétition est
      *    écartée
       3000-CHERCHE-REPETITION-START.
           MOVE SPACES TO WS-DERNIER-ENVOI.
           OPEN INPUT F-BOITE.
           IF NOT WS-STAT-FBOITEOK
              CLOSE F-BOITE
              GO TO 3010-CHERCHE-REPETITION-END
           END-IF.
           READ F-BOITE.
           PERFORM UNTIL NOT WS-STAT-FBOITEOK
              IF (BOI-NUMERO = AL-NUMERO)
                 AND (BOI-PROGRAMME = AL-PROGRAMME)
                 AND (BOI-SUBST1 = AL-SUBST1)
                 AND (BOI-SUBST2 = AL-SUBST2)
                 AND (BOI-HORODATE > WS-DERNIER-ENVOI)
                 MOVE BOI-HORODATE TO WS-DERNIER-ENVOI
              END-IF
              READ F-BOITE
           END-PERFORM.
           CLOSE F-BOITE.
           IF WS-DERNIER-ENVOI = SPACES
              GO TO 3010-CHERCHE-REPETITION-END
           END-IF.
           MOVE WS-HORODATE TO WS-TS.
           PERFORM 3100-CONVERTIT-TS-START
                THRU 3110-CONVERTIT-TS-END.
           MOVE WS-TS-MINUTES TO WS-MIN-MAINTENANT.
           MOVE WS-DERNIER-ENVOI TO WS-TS.
           PERFORM 3100-CONVERTIT-TS-START
                THRU 3110-CONVERTIT-TS-END.
           IF (WS-TS-MINUTES > 0)
              AND (WS-MIN-MAINTENANT < WS-TS-MINUTES + WS-FENETRE)
              MOVE 2 TO AL-RC
           END-IF.
       3010-CHERCHE-REPETITION-END.
           EXIT.

       3100-CONVERTIT-TS-START.
           IF WS-TS(1:12) NUMERIC
              COMPUTE WS-TS-MINUTES =
                 (FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440)
                 + (WS-TS-HH * 60) + WS-TS-MN
           ELSE
              MOVE 0 TO WS-TS-MINUTES
           END-IF.
       3110-CONVERTIT-TS-END.
           EXIT.

      *    Contact d'astreinte du jour : dernière ligne du planning
      *    qui couvre la date ; sans planning ni tour ce jour-là,
      *    l'alerte part quand même, marquée SANS ASTREINTE pour
      *    la passerelle
       4000-CHERCHE-ASTREINTE-START.
           MOVE 'SANS ASTREINTE' TO WS-CONTACT.
           OPEN INPUT F-PLANNING.
           IF NOT WS-STAT-FPLAOK
              CLOSE F-PLANNING
              GO TO 4010-CHERCHE-ASTREINTE-END
           END-IF.
           READ F-PLANNING.
           PERFORM UNTIL NOT WS-STAT-FPLAOK
              IF (PLA-DU(1:1) NOT = '*')
                 AND (PLA-CONTACT NOT = SPACES)
                 AND (PLA-DU <= WS-HORODATE(1:8))
                 AND ((PLA-AU = SPACES)
                    OR (PLA-AU >= WS-HORODATE(1:8)))
                 MOVE PLA-CONTACT TO WS-CONTACT
              END-IF
              READ F-PLANNING
           END-PERFORM.
           CLOSE F-PLANNING.
       4010-CHERCHE-ASTREINTE-END.
           EXIT.

       5000-DEPOSE-ALERTE-START.
           OPEN EXTEND F-BOITE.
           IF WS-STAT-FBOITENOFILE
              OPEN OUTPUT F-BOITE
           END-IF.
           IF NOT WS-STAT-FBOITEOK
              DISPLAY 'CODE RETOUR D''ERREUR BOITE DES ALERTES'
                 SPACE WS-STAT-FBOITE
              MOVE 3 TO AL-RC
              GO TO 5010-DEPOSE-ALERTE-END
           END-IF.
           MOVE SPACES TO REC-BOITE.
           MOVE 'A' TO BOI-ETAT.
           MOVE WS-HORODATE TO BOI-HORODATE.
           MOVE AL-NUMERO TO BOI-NUMERO.
           MOVE AL-SEVERITE TO BOI-SEVERITE.
           MOVE AL-PROGRAMME TO BOI-PROGRAMME.
           MOVE WS-CONTACT TO BOI-CONTACT.
           MOVE AL-SUBST1 TO BOI-SUBST1.
           MOVE AL-SUBST2 TO BOI-SUBST2.
           MOVE AL-TEXTE TO BOI-TEXTE.
           WRITE REC-BOITE.
           CLOSE F-BOITE.
       5010-DEPOSE-ALERTE-END.
           EXIT.

      *=============================================================*
      *    Remise des alertes d'astreinte à la passerelle           *
      *    courriel/SMS. alerte dépose dans alertes-boite.txt les   *
      *    messages graves et les arrêts de chaine, avec le         *
      *    contact d'astreinte du jour. Ce batch relève les         *
      *    alertes encore à envoyer, écrit pour chacune une ligne   *
      *    dans passerelle-alertes.txt, que la passerelle prend en  *
      *    charge (contact ; horodatage ; programme ; message),     *
      *    puis marque l'alerte envoyée dans la boite avec          *
      *    l'heure de remise. La boite est tenue sous verrou le     *
      *    temps de la relève : deux relèves simultanées            *
      *    enverraient deux fois.                                   *
      *    Compteurs au journal des exécutions : LUS alertes de la  *
      *    boite, ECRITS alertes remises.                           *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alerenv.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    alertes déposées par alerte
           SELECT F-BOITE
           ASSIGN TO 'alertes-boite.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FBOITE.

      *    boite remise à jour avant recopie sur l'originale
           SELECT F-TRAVAIL
           ASSIGN TO 'alertes-boite.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FTRAV.

      *    lignes prises en charge par la passerelle courriel/SMS
           SELECT F-PASSERELLE
           ASSIGN TO 'passerelle-alertes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPASS.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que l'écriture faite par alerte
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

       FD  F-TRAVAIL
           RECORD CONTAINS 271 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TRAVAIL         PIC X(271).

       FD  F-PASSERELLE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PASSERELLE      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FBOITE       PIC XX                     .
       88  WS-STAT-FBOITEOK                   VALUE '00'   .
       88  WS-STAT-FBOITEFIN                  VALUE '10'   .
       88  WS-STAT-FBOITENOFILE               VALUE '35'   .
       01  WS-STAT-FTRAV        PIC XX                     .
       88  WS-STAT-FTRAVOK                    VALUE '00'   .
       88  WS-STAT-FTRAVFIN                   VALUE '10'   .
       01  WS-STAT-FPASS        PIC XX                     .
       88  WS-STAT-FPASSOK                    VALUE '00'   .
       88  WS-STAT-FPASSNOFILE                VALUE '35'   .

       01  WS-NB-LUES           PIC 9(6)    VALUE 0        .
       01  WS-NB-REMISES        PIC 9(6)    VALUE 0        .
       01  WS-HORODATE          PIC X(14)   VALUE SPACES   .
       01  WS-RC-SAUVE          PIC S9(4)   VALUE 0        .
       01  WS-TRAVAIL-NOM       PIC X(20)   VALUE 'alertes-boite.tmp'.

      * zone d'échange du gestionnaire de verrous (verrou)
           COPY VERROU.

      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * zone d'échange du catalogue central de messages (msglib) :
      * les erreurs opérateur sortent numérotées, indexables par
      * les runbooks
           COPY MSGLIB.

      ***************************************************************
      * Exécution du programme
      ***************************************************************

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           INITIALIZE JR-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 0 TO RETURN-CODE.
      *    une seule relève à la fois : la boite est réécrite
           INITIALIZE VR-ZONE.
           MOVE 'P' TO VR-ACTION.
           MOVE 'alertes-boite.txt' TO VR-DATASET.
           MOVE 'alerenv' TO VR-PROGRAMME.
           CALL 'verrou' USING BY REFERENCE VR-ZONE
              ON EXCEPTION
      *          gestionnaire absent du load : pas de contrôle
                 MOVE 0 TO VR-RC
           END-CALL.
           IF VR-RC NOT = 0
              INITIALIZE MSG-ZONE
              MOVE 0414 TO MSG-NUMERO
              MOVE 'alertes-boite.txt' TO MSG-SUBST1
              MOVE VR-TENU-PAR TO MSG-SUBST2
              PERFORM EMET-MESSAGE
              MOVE SPACE TO VR-ACTION
              MOVE 8 TO RETURN-CODE
              PERFORM ECRIT-JOURNAL
              GOBACK
           END-IF.

           PERFORM RELEVE-BOITE THRU RELEVE-BOITE-FIN.
           IF (RETURN-CODE = 0) AND (WS-NB-REMISES > 0)
              PERFORM RECOPIE-BOITE THRU RECOPIE-BOITE-FIN
           END-IF.

           DISPLAY 'ALERTES LUES    :' SPACE WS-NB-LUES.
           DISPLAY 'ALERTES REMISES :' SPACE WS-NB-REMISES.
           PERFORM ECRIT-JOURNAL.
      * 0000-MAIN-END
      *    GOBACK et non STOP RUN : lancé par la console chaineop,
      *    un STOP RUN arrêterait toute l'unité d'exécution
           GOBACK.

      *    Relit la boite : chaque alerte à envoyer passe à la
      *    passerelle et sort marquée envoyée dans la boite de
      *    travail ; les alertes déjà envoyées y sont recopiées
       RELEVE-BOITE.
           OPEN INPUT F-BOITE.
           IF WS-STAT-FBOITENOFILE
              DISPLAY 'ALERTES-BOITE.TXT ABSENT - AUCUNE ALERTE'
              GO TO RELEVE-BOITE-FIN
           END-IF.
           IF NOT WS-STAT-FBOITEOK
              DISPLAY 'CODE RETOUR D''ERREUR BOITE' SPACE
                 WS-STAT-FBOITE
              MOVE 8 TO RETURN-CODE
              GO TO RELEVE-BOITE-FIN
           END-IF.
           OPEN OUTPUT F-TRAVAIL.
           OPEN EXTEND F-PASSERELLE.
           IF WS-STAT-FPASSNOFILE
              OPEN OUTPUT F-PASSERELLE
           END-IF.
           IF NOT WS-STAT-FPASSOK
              DISPLAY 'CODE RETOUR D''ERREUR PASSERELLE' SPACE
                 WS-STAT-FPASS
              MOVE 8 TO RETURN-CODE
              CLOSE F-BOITE
              CLOSE F-TRAVAIL
              GO TO RELEVE-BOITE-FIN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
           READ F-BOITE.
           PERFORM UNTIL NOT WS-STAT-FBOITEOK
              ADD 1 TO WS-NB-LUES
              IF BOI-ETAT = 'A'
                 PERFORM REMET-ALERTE
              END-IF
              MOVE REC-BOITE TO REC-TRAVAIL
              WRITE REC-TRAVAIL
              READ F-BOITE
           END-PERFORM.
           CLOSE F-BOITE.
           CLOSE F-TRAVAIL.
           CLOSE F-PASSERELLE.
       RELEVE-BOITE-FIN.
           EXIT.

      *    Une ligne pour la passerelle : contact ; horodatage du
      *    dépôt ; programme ; message numéroté comme à la console
       REMET-ALERTE.
           MOVE SPACES TO REC-PASSERELLE.
           STRING FUNCTION TRIM(BOI-CONTACT) ';'
                  BOI-HORODATE ';'
                  FUNCTION TRIM(BOI-PROGRAMME) ';'
                  'MSG-' BOI-NUMERO ' (' BOI-SEVERITE ') '
                  FUNCTION TRIM(BOI-TEXTE)
           DELIMITED BY SIZE
           INTO REC-PASSERELLE.
           WRITE REC-PASSERELLE.
           MOVE 'E' TO BOI-ETAT.
           MOVE WS-HORODATE TO BOI-ENVOI.
           ADD 1 TO WS-NB-REMISES.

      *    La boite de travail remplace la boite, puis disparait
       RECOPIE-BOITE.
           OPEN INPUT F-TRAVAIL.
           IF NOT WS-STAT-FTRAVOK
              DISPLAY 'CODE RETOUR D''ERREUR BOITE DE TRAVAIL' SPACE
                 WS-STAT-FTRAV
              MOVE 8 TO RETURN-CODE
              GO TO RECOPIE-BOITE-FIN
           END-IF.
           OPEN OUTPUT F-BOITE.
           READ F-TRAVAIL.
           PERFORM UNTIL NOT WS-STAT-FTRAVOK
              MOVE REC-TRAVAIL TO REC-BOITE
              WRITE REC-BOITE
              READ F-TRAVAIL
           END-PERFORM.
           CLOSE F-TRAVAIL.
           CLOSE F-BOITE.
           CALL 'CBL_DELETE_FILE' USING WS-TRAVAIL-NOM.
           MOVE 0 TO RETURN-CODE.
       RECOPIE-BOITE-FIN.
           EXIT.

       ECRIT-JOURNAL.
      *    le verrou tombe avec le programme, quel que soit le
      *    chemin de sortie ; le code retour du programme est
      *    gardé de côté le temps de l'appel
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           IF VR-ACTION = 'P'
              MOVE 'L' TO VR-ACTION
              CALL 'verrou' USING BY REFERENCE VR-ZONE
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.
           MOVE 'alerenv' TO JR-PROGRAMME.
           MOVE WS-NB-LUES TO JR-NB-LUS.
           MOVE WS-NB-REMISES TO JR-NB-ECRITS.
           MOVE 0 TO JR-NB-REJETS.
           IF WS-RC-SAUVE = 0
              MOVE 'OK' TO JR-STATUT
           ELSE
              MOVE 'ERREUR' TO JR-STATUT
           END-IF.
           CALL 'runjrnl' USING BY REFERENCE JR-ZONE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       EMET-MESSAGE.
           MOVE 'alerenv' TO MSG-PROGRAMME.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL.

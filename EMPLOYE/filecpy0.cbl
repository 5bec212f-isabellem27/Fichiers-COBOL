      *       AFFICHAGE  DES ENREGISTREMENTS                        *
      *    ECRITURE DES ENREGISTREMENTS DANS LE FICHIER DE SORTIE   *
      *    PAR SECTION STATUT ET LIBELLE (ENTETE)                   *
      *    CORRECTION INTERACTIVE DES ORPHELINS RESERVEE AUX        *
      *    OPERATEURS AYANT LE DROIT M SUR FILECPY0 (AUTORIS)       *
      *                                                             *      
      *    auteur : Isabelle Marand                                 *
      *    Date création 12/04/2024                                 *
       01  WS-IND-CORRECTION  PIC 9(4)      VALUE 0      .
       01  WS-CORRECTION-TROUVE PIC X       VALUE 'N'    .
           88 WS-CORRECTION-IS-TROUVE        VALUE 'O'    .
      *    correction réservée aux opérateurs ayant le droit de mise
      *    à jour sur filecpy0 (autoris)
       01  WS-ACCES-CORRECTION PIC X        VALUE 'N'    .
           88 WS-ACCES-CORRECTION-OK         VALUE 'O'    .

      * gestion de la boucle de lecture et d'écriture des fichiers
       01  WS-E-REC             PIC X(250)              .
            05 WS-EMPDEPT    PIC X(26)             .
      *      05 FILLER        PIC X(3)   VALUE ' | '.     
            05 WS-EMPREG     PIC X(26)             .
            05 WS-EMPRESP    PIC X(10)             .
  
           
      * gestion du rapport
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du gestionnaire de verrous (verrou) : un
      * second passage en parallèle écrirait FichierClient-maj.txt
      * à moitié
      * les runbooks
           COPY MSGLIB.

      * zone d'échange du versionnement des fichiers de sortie
      * (genver) : la version précédente de FichierClient-maj.txt
      * est gardée avant réécriture, genrest sait la ramener
           COPY GENVER.

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris) : l'écran de correction change le code agence
           COPY AUTORIS.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
      *    le verrou tombe avec le programme, quel que soit le
      *    chemin de sortie (ECRIT-JOURNAL précède chaque GOBACK) ;
      *    verrou ne libère jamais le verrou d'un autre porteur
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           IF VR-ACTION = 'P'
              MOVE 'L' TO VR-ACTION
              CALL 'verrou' USING BY REFERENCE VR-ZONE
           MOVE WS-NB-ENREG   TO JR-NB-LUS.
           MOVE WS-NB-ENREG   TO JR-NB-ECRITS.
           MOVE WS-NB-DOUBLON TO JR-NB-REJETS.
           IF (WS-RC-SAUVE = 0)
              AND ((WS-STAT-FEMPOK) OR (WS-STAT-FEMPFIN))
              MOVE 'OK' TO JR-STATUT
           ELSE
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Emet un message du catalogue central ; catalogue ou
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       EMET-MESSAGE.
           MOVE 'filecpy0' TO MSG-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.

      *    Lit filecpy0.param pour savoir si la correction interactive
      *    des orphelins doit s'exécuter ; absent ou illisible -> run
      *    Réécrit le fichier client complet, salaires mis à jour,
      *    au dessin FCLIENT d'origine
       ECRIT-CLIENT-MAJ.
      *    la version précédente est gardée comme génération avant
      *    d'être écrasée
           INITIALIZE GV-ZONE.
           MOVE 'G' TO GV-ACTION.
           MOVE 'FichierClient-maj.txt' TO GV-FICHIER.
           MOVE 'filecpy0' TO GV-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'genver' USING BY REFERENCE GV-ZONE
              ON EXCEPTION
      *          versionnement absent du load : pas de génération
                 MOVE 0 TO GV-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF GV-RC = 2
              INITIALIZE MSG-ZONE
              MOVE 0120 TO MSG-NUMERO
              MOVE 'FichierClient-maj.txt' TO MSG-SUBST1
              PERFORM EMET-MESSAGE
           END-IF.
           OPEN OUTPUT F-CLIMAJ.
      *    le fichier mis à jour garde le contrôle d'intégrité de
      *    l'original : entête redatée du jour et total recalculé
                 TO RCLIMAJ-AGENCE
              MOVE WS-EMPEMB  OF ENR-AGA(WS-IND-DELTA)
                 TO RCLIMAJ-EMBAUCHE
              MOVE WS-EMPRESP OF ENR-AGA(WS-IND-DELTA)
                 TO RCLIMAJ-RESP
              WRITE R-CLIMAJ
           END-PERFORM.
           IF WS-CTL-TRAILER-IS-VU
           MOVE REMPLOYE-SALAIRE TO WS-EMPSAL  OF ENR-AGA(WS-IND-TAB).  
           MOVE REMPLOYE-AGENCE  TO WS-EMPAG   OF ENR-AGA(WS-IND-TAB).
           MOVE REMPLOYE-EMBAUCHE TO WS-EMPEMB OF ENR-AGA(WS-IND-TAB).
           MOVE REMPLOYE-RESP    TO WS-EMPRESP OF ENR-AGA(WS-IND-TAB).

           COMPUTE WS-AMNT-TOT = WS-AMNT-TOT
                           + WS-EMPSAL-NUM OF ENR-AGA(WS-IND-TAB)  .          
      *    ni FR-LISTE-DEPT.txt ni relancer tout le traitement.
       CORRIGE-ORPHELINS.
           IF WS-NB-ORPHAN > 0
              PERFORM CONTROLE-ACCES-CORRECTION
           END-IF.
           IF (WS-NB-ORPHAN > 0) AND WS-ACCES-CORRECTION-OK
              DISPLAY WS-NB-ORPHAN SPACE
                      'EMPLOYE(S) ORPHELIN(S) SANS CODE AGENCE RECONNU'
              DISPLAY 'CORRIGER LE CODE AGENCE D''UN EMPLOYE (O/N) ?'
              END-PERFORM
           END-IF.

      *    L'opérateur s'identifie avant toute correction : refusé
      *    (refus émis et tracé par autoris), les orphelins restent
      *    en l'état et le traitement batch continue sans changement
       CONTROLE-ACCES-CORRECTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           INITIALIZE AU-ZONE.
           DISPLAY 'CORRECTION DES ORPHELINS - VOTRE IDENTIFIANT ?'.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'filecpy0' TO AU-PROGRAMME.
           SET AU-ACCES-MISE-A-JOUR TO TRUE.
           CALL 'autoris' USING AU-ZONE.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF AU-RC = 0
              SET WS-ACCES-CORRECTION-OK TO TRUE
           ELSE
              MOVE 'N' TO WS-ACCES-CORRECTION
              DISPLAY 'CORRECTION DES ORPHELINS NON AUTORISEE - '
                 'ORPHELINS LAISSES EN L''ETAT'
           END-IF.

       CHERCHE-EMPLOYE-TABLE.
      *    teste directement la valeur de la table dans le UNTIL
      *    (comme CHERCH-DANS-TABLE) : un PERFORM VARYING incrémente
           MOVE 'D' TO DC-ACTION.
           MOVE WS-ANC-EMB-X TO DC-DATE1.
           MOVE WS-ANC-DATE-JOUR TO DC-DATE2.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'datecalc' USING BY REFERENCE DC-ZONE
              ON EXCEPTION
      *          calculateur absent du load : ancien calcul direct
                 ELSE
                    MOVE 1 TO DC-RC
                 END-IF
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF (DC-RC = 0) AND (DC-NB-JOURS >= 0)
              COMPUTE WS-ANC-ANNEES = DC-NB-JOURS / 365
              ADD WS-ANC-ANNEES TO WS-ANC-AG-SOMME

      *       produit avec les totaux par traité.                   *
      *       Un type de contrat absent du fichier de traités       *
      *       n'est pas cédé (conservation pleine).                 *
      *       Un trimestre fermé par la transaction cloture         *
      *       (periodes.txt, domaine REASSUR) n'a plus de           *
      *       bordereau réécrit : le passage est refusé             *
      *       (message 0601, code 16).                              *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
      * zone d'échange du journal commun des exécutions (runjrnl)
           COPY RUNJRNL.

      * code retour du programme, gardé le temps des appels aux
      * modules communs (journal, messages, dates, versions...)
       01  WS-RC-SAUVE        PIC S9(4)  VALUE 0         .

      * zone d'échange du contrôle des périodes closes (periode)
           COPY PERIODE.

      ***************************************************************
      * Exécution du programme
      ***************************************************************
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-DEBUT.
           MOVE 'OK' TO JR-STATUT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR.
           PERFORM CONTROLE-PERIODE.

           PERFORM CHARGE-TRAITES THRU CHARGE-TRAITES-FIN.
           IF WS-NB-TR = 0
      *    comprise ; en lancement direct le comportement est le même
           GOBACK.

      *    Trimestre du bordereau fermé (periodes.txt, transaction
      *    cloture) : le bordereau envoyé n'est pas réécrit ;
      *    periode a émis le message du refus (période à blanc :
      *    periode prend le trimestre civil du jour)
       CONTROLE-PERIODE.
           INITIALIZE PE-ZONE.
           SET PE-ACTION-CONTROLE TO TRUE.
           MOVE 'REASSUR' TO PE-DOMAINE.
           MOVE 'cession' TO PE-PROGRAMME.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'periode' USING BY REFERENCE PE-ZONE
              ON EXCEPTION
      *          contrôle absent du load : pas de contrôle
                 MOVE 0 TO PE-RC
           END-CALL
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF PE-RC >= 2
              MOVE 'REFUSE' TO JR-STATUT
              PERFORM ECRIT-JOURNAL
      *       code retour 16 : période close, sorties intouchables
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       ECRIT-JOURNAL.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE 'cession' TO JR-PROGRAMME.
           MOVE WS-NB-LUS   TO JR-NB-LUS.
           MOVE WS-NB-CEDES TO JR-NB-ECRITS.
              ON EXCEPTION
                 DISPLAY 'JOURNAL DES EXECUTIONS INDISPONIBLE'
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       CHARGE-TRAITES.
           OPEN INPUT F-TRAITE.

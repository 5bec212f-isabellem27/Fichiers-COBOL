      *=============================================================*
      *    Contrôle des périodes closes, appelé comme verrou.       *
      *    Une fois le mois, le trimestre ou l'année scolaire       *
      *    clos et ses chiffres envoyés (paie, avis de prime,       *
      *    bulletins, bordereau de réassurance), rien n'empêchait   *
      *    de relancer bulpaie, quittanc, promo1 ou cession sur     *
      *    cette période et d'en changer les sorties sans bruit.    *
      *    L'état des périodes vit dans periodes.txt (une ligne     *
      *    par domaine et période : état OUVERTE, EN-CLOTURE ou     *
      *    FERMEE, opérateur, horodatage, motif) :                  *
      *      - C contrôle avant de réécrire les sorties :           *
      *        une période fermée (ou englobée par une              *
      *        période fermée) est refusée par le message           *
      *        0601 et le refus est tracé ; en clôture,             *
      *        l'avertissement 0602 laisse passer,                  *
      *      - L lit l'état sans message (rapport periorap),        *
      *      - T (transaction cloture) passe la période à           *
      *        l'état demandé : OUVERTE -> EN-CLOTURE ->            *
      *        FERMEE ; la réouverture exige un motif et            *
      *        part à l'astreinte (0604). Chaque passage est        *
      *        écrit dans periodes-journal.txt.                     *
      *    Période absente de periodes.txt : ouverte.               *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periode.
       AUTHOR . Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PERIODES
           ASSIGN TO 'periodes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FPERIODES.

           SELECT F-JOURNAL
           ASSIGN TO 'periodes-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FJOURNAL.

       DATA DIVISION.
       FILE SECTION.
      *    même dessin que dans periorap
       FD  F-PERIODES
           RECORD CONTAINS 99 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PERIODE.
           05 PER-DOMAINE      PIC X(8).
           05 FILLER           PIC X.
           05 PER-PERIODE      PIC X(12).
           05 FILLER           PIC X.
           05 PER-STATUT       PIC X(10).
           05 FILLER           PIC X.
           05 PER-OPERATEUR    PIC X(10).
           05 FILLER           PIC X.
           05 PER-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 PER-MOTIF        PIC X(40).

      *    un passage d'état ou un refus d'exécution par ligne ;
      *    même dessin que dans periorap
       FD  F-JOURNAL
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL.
           05 JPE-HORODATE     PIC X(14).
           05 FILLER           PIC X.
           05 JPE-DOMAINE      PIC X(8).
           05 FILLER           PIC X.
           05 JPE-PERIODE      PIC X(12).
           05 FILLER           PIC X.
           05 JPE-ANCIEN       PIC X(10).
           05 FILLER           PIC X.
           05 JPE-NOUVEAU      PIC X(10).
           05 FILLER           PIC X.
           05 JPE-OPERATEUR    PIC X(10).
           05 FILLER           PIC X.
           05 JPE-PROGRAMME    PIC X(8).
           05 FILLER           PIC X.
           05 JPE-MOTIF        PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-STAT-FPERIODES   PIC XX.
           88 WS-STAT-FPERIODESOK          VALUE '00'.
           88 WS-STAT-FPERIODESFIN         VALUE '10'.
           88 WS-STAT-FPERIODESNOFILE      VALUE '35'.
       01  WS-STAT-FJOURNAL    PIC XX.
           88 WS-STAT-FJOURNALOK           VALUE '00'.
           88 WS-STAT-FJOURNALNOFILE       VALUE '35'.
       01  WS-STAT-OUVERTURE   PIC XX     VALUE SPACES.

      *    périodes connues, chargées puis réécrites à chaque
      *    transaction
       01  WS-IND-PE           PIC 999    VALUE 0.
       01  WS-PERIODES.
           03 WS-NB-PE         PIC 999    VALUE 0.
           03 WS-PE-TAB  OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-NB-PE.
              05 WS-PE-DOMAINE    PIC X(8).
              05 WS-PE-PERIODE    PIC X(12).
              05 WS-PE-STATUT     PIC X(10).
              05 WS-PE-OPERATEUR  PIC X(10).
              05 WS-PE-HORODATE   PIC X(14).
              05 WS-PE-MOTIF      PIC X(40).

      *    ligne de la période elle-même, ligne fermée ou en
      *    clôture qui la gouverne (elle-même ou englobante),
      *    première période englobante fermée
       01  WS-IND-EXACT        PIC 999    VALUE 0.
       01  WS-IND-ENGLOBANTE   PIC 999    VALUE 0.
       01  WS-IND-FERMEE       PIC 999    VALUE 0.
       01  WS-IND-CLOTURE      PIC 999    VALUE 0.
       01  WS-LG-PERIODE       PIC 99     VALUE 0.
       01  WS-ACTUEL           PIC X(10)  VALUE SPACES.
       01  WS-CIBLE            PIC X(10)  VALUE SPACES.
           88 WS-CIBLE-VALIDE              VALUE 'OUVERTE'
                                                 'EN-CLOTURE'
                                                 'FERMEE'.
       01  WS-REFUS            PIC X(40)  VALUE SPACES.
       01  WS-HORODATE         PIC X(14)  VALUE SPACES.
       01  WS-LIB-PERIODE      PIC X(40)  VALUE SPACES.
       01  WS-JPE-NOUVEAU      PIC X(10)  VALUE SPACES.
       01  WS-JPE-MOTIF        PIC X(40)  VALUE SPACES.

      *    période du jour quand l'appelant n'en donne pas
       01  WS-DATE-JOUR.
           05 WS-DJ-AN         PIC 9(4).
           05 WS-DJ-MOIS       PIC 99.
           05 WS-DJ-JOUR       PIC 99.
       01  WS-AN-DEBUT         PIC 9(4)   VALUE 0.
       01  WS-AN-FIN           PIC 9(4)   VALUE 0.
       01  WS-TRIMESTRE        PIC 9      VALUE 0.

           COPY MSGLIB.

       LINKAGE SECTION.
           COPY PERIODE.

       PROCEDURE DIVISION USING PE-ZONE.
      * 0000-MAIN-START
           MOVE 0 TO PE-RC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
      *    lancement batch : l'opérateur est celui de
      *    l'environnement
           IF PE-OPERATEUR = SPACES
              ACCEPT PE-OPERATEUR FROM ENVIRONMENT 'OPERATEUR'
           END-IF.
           IF PE-PERIODE = SPACES
              PERFORM 1000-PERIODE-DU-JOUR-START
                   THRU 1010-PERIODE-DU-JOUR-END
           END-IF.
           MOVE SPACES TO WS-LIB-PERIODE.
           STRING PE-DOMAINE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  PE-PERIODE DELIMITED BY SPACE
           INTO WS-LIB-PERIODE.
           INITIALIZE WS-NB-PE.
           PERFORM 2000-CHARGE-PERIODES-START
                THRU 2010-CHARGE-PERIODES-END.
           IF PE-RC = 3
              IF NOT PE-ACTION-LECTURE
                 INITIALIZE MSG-ZONE
                 MOVE 0603 TO MSG-NUMERO
                 MOVE WS-STAT-OUVERTURE TO MSG-SUBST1
                 MOVE PE-PROGRAMME TO MSG-SUBST2
                 PERFORM 9000-EMET-MESSAGE-START
                      THRU 9010-EMET-MESSAGE-END
              END-IF
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN PE-ACTION-CONTROLE
              WHEN PE-ACTION-LECTURE
                 PERFORM 3000-CONTROLE-START THRU 3010-CONTROLE-END
              WHEN PE-ACTION-TRANSACTION
                 PERFORM 4000-TRANSACTION-START
                      THRU 4010-TRANSACTION-END
              WHEN OTHER
                 DISPLAY 'ACTION DE PERIODE INCONNUE :' SPACE
                    PE-ACTION
                 MOVE 4 TO PE-RC
           END-EVALUATE.
      * 0000-MAIN-END
           GOBACK.

      *    Période en cours pour le domaine : le mois en paie et
      *    en primes, le trimestre civil en réassurance, l'année
      *    scolaire (rentrée en septembre) à l'école
       1000-PERIODE-DU-JOUR-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           EVALUATE PE-DOMAINE
              WHEN 'ECOLE'
                 IF WS-DJ-MOIS >= 9
                    MOVE WS-DJ-AN TO WS-AN-DEBUT
                 ELSE
                    COMPUTE WS-AN-DEBUT = WS-DJ-AN - 1
                 END-IF
                 COMPUTE WS-AN-FIN = WS-AN-DEBUT + 1
                 STRING WS-AN-DEBUT '-' WS-AN-FIN
                 DELIMITED BY SIZE
                 INTO PE-PERIODE
              WHEN 'REASSUR'
                 COMPUTE WS-TRIMESTRE = (WS-DJ-MOIS + 2) / 3
                 STRING WS-DJ-AN '-T' WS-TRIMESTRE
                 DELIMITED BY SIZE
                 INTO PE-PERIODE
              WHEN OTHER
                 MOVE WS-DATE-JOUR(1:6) TO PE-PERIODE
           END-EVALUATE.
       1010-PERIODE-DU-JOUR-END.
           EXIT.

       2000-CHARGE-PERIODES-START.
           OPEN INPUT F-PERIODES.
           IF WS-STAT-FPERIODESNOFILE
      *       aucune période close à ce jour : tout est ouvert
              CLOSE F-PERIODES
              GO TO 2010-CHARGE-PERIODES-END
           END-IF.
           IF NOT WS-STAT-FPERIODESOK
              MOVE WS-STAT-FPERIODES TO WS-STAT-OUVERTURE
              CLOSE F-PERIODES
              MOVE 3 TO PE-RC
              GO TO 2010-CHARGE-PERIODES-END
           END-IF.
           READ F-PERIODES.
           PERFORM UNTIL WS-STAT-FPERIODESFIN
                      OR (WS-NB-PE >= 500)
              IF PER-DOMAINE NOT = SPACES
                 ADD 1 TO WS-NB-PE
                 MOVE PER-DOMAINE   TO WS-PE-DOMAINE(WS-NB-PE)
                 MOVE PER-PERIODE   TO WS-PE-PERIODE(WS-NB-PE)
                 MOVE PER-STATUT    TO WS-PE-STATUT(WS-NB-PE)
                 MOVE PER-OPERATEUR TO WS-PE-OPERATEUR(WS-NB-PE)
                 MOVE PER-HORODATE  TO WS-PE-HORODATE(WS-NB-PE)
                 MOVE PER-MOTIF     TO WS-PE-MOTIF(WS-NB-PE)
              END-IF
              READ F-PERIODES
           END-PERFORM.
           CLOSE F-PERIODES.
       2010-CHARGE-PERIODES-END.
           EXIT.

       3000-CONTROLE-START.
           PERFORM 5000-ETAT-PERIODE-START
                THRU 5010-ETAT-PERIODE-END.
           MOVE WS-ACTUEL TO PE-STATUT.
           IF PE-ACTION-LECTURE
              IF PE-FERMEE
                 MOVE 2 TO PE-RC
              END-IF
              IF PE-EN-CLOTURE
                 MOVE 1 TO PE-RC
              END-IF
              GO TO 3010-CONTROLE-END
           END-IF.
           IF PE-FERMEE
      *       le refus cite la période fermée qui gouverne
      *       (l'année quand c'est l'année qui est close)
              MOVE 2 TO PE-RC
              INITIALIZE MSG-ZONE
              MOVE 0601 TO MSG-NUMERO
              STRING PE-DOMAINE DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-PE-PERIODE(WS-IND-FERMEE) DELIMITED BY SPACE
              INTO MSG-SUBST1
              MOVE PE-PROGRAMME TO MSG-SUBST2
              PERFORM 9000-EMET-MESSAGE-START
                   THRU 9010-EMET-MESSAGE-END
              DISPLAY 'PERIODE FERMEE PAR' SPACE
                 FUNCTION TRIM(WS-PE-OPERATEUR(WS-IND-FERMEE))
                 SPACE 'LE' SPACE
                 WS-PE-HORODATE(WS-IND-FERMEE)(7:2) '/'
                 WS-PE-HORODATE(WS-IND-FERMEE)(5:2) '/'
                 WS-PE-HORODATE(WS-IND-FERMEE)(1:4)
                 ' - REOUVERTURE PAR LA TRANSACTION CLOTURE'
              MOVE 'REFUSEE' TO WS-JPE-NOUVEAU
              MOVE 'EXECUTION REFUSEE' TO WS-JPE-MOTIF
              PERFORM 7000-ECRIT-JOURNAL-START
                   THRU 7010-ECRIT-JOURNAL-END
              GO TO 3010-CONTROLE-END
           END-IF.
           IF PE-EN-CLOTURE
              MOVE 1 TO PE-RC
              INITIALIZE MSG-ZONE
              MOVE 0602 TO MSG-NUMERO
              STRING PE-DOMAINE DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-PE-PERIODE(WS-IND-CLOTURE) DELIMITED BY SPACE
              INTO MSG-SUBST1
              MOVE PE-PROGRAMME TO MSG-SUBST2
              PERFORM 9000-EMET-MESSAGE-START
                   THRU 9010-EMET-MESSAGE-END
           END-IF.
       3010-CONTROLE-END.
           EXIT.

       4000-TRANSACTION-START.
           MOVE PE-STATUT TO WS-CIBLE.
           MOVE SPACES TO WS-REFUS.
           PERFORM 5000-ETAT-PERIODE-START
                THRU 5010-ETAT-PERIODE-END.
           EVALUATE TRUE
              WHEN (PE-DOMAINE = SPACES) OR (PE-PERIODE = SPACES)
                 MOVE 'DOMAINE OU PERIODE ABSENT' TO WS-REFUS
              WHEN NOT WS-CIBLE-VALIDE
                 MOVE 'ETAT DEMANDE INCONNU' TO WS-REFUS
      *       une période englobée ne se rouvre ni ne se clôt
      *       seule tant que la période qui l'englobe est fermée
              WHEN WS-IND-ENGLOBANTE > 0
                 STRING 'PERIODE ENGLOBANTE ' DELIMITED BY SIZE
                        WS-PE-PERIODE(WS-IND-ENGLOBANTE)
                           DELIMITED BY SPACE
                        ' FERMEE' DELIMITED BY SIZE
                 INTO WS-REFUS
              WHEN WS-CIBLE = WS-ACTUEL
                 STRING 'PERIODE DEJA ' DELIMITED BY SIZE
                        WS-ACTUEL DELIMITED BY SPACE
                 INTO WS-REFUS
              WHEN (WS-CIBLE = 'EN-CLOTURE')
                 AND (WS-ACTUEL = 'FERMEE')
                 MOVE 'PERIODE FERMEE - LA ROUVRIR D''ABORD'
                    TO WS-REFUS
              WHEN (WS-CIBLE = 'OUVERTE') AND (PE-MOTIF = SPACES)
                 MOVE 'MOTIF DE REOUVERTURE OBLIGATOIRE' TO WS-REFUS
              WHEN (WS-CIBLE = 'OUVERTE') AND (WS-IND-EXACT = 0)
                 MOVE 'PERIODE NON CLOSE' TO WS-REFUS
              WHEN (WS-IND-EXACT = 0) AND (WS-NB-PE >= 500)
                 MOVE 'TABLE DES PERIODES PLEINE' TO WS-REFUS
           END-EVALUATE.
           IF WS-REFUS NOT = SPACES
              MOVE 4 TO PE-RC
              MOVE WS-ACTUEL TO PE-STATUT
              INITIALIZE MSG-ZONE
              MOVE 0606 TO MSG-NUMERO
              MOVE WS-LIB-PERIODE TO MSG-SUBST1
              MOVE WS-REFUS TO MSG-SUBST2
              PERFORM 9000-EMET-MESSAGE-START
                   THRU 9010-EMET-MESSAGE-END
              GO TO 4010-TRANSACTION-END
           END-IF.
           IF WS-IND-EXACT = 0
              ADD 1 TO WS-NB-PE
              MOVE WS-NB-PE TO WS-IND-EXACT
              MOVE PE-DOMAINE TO WS-PE-DOMAINE(WS-IND-EXACT)
              MOVE PE-PERIODE TO WS-PE-PERIODE(WS-IND-EXACT)
           END-IF.
           MOVE WS-CIBLE     TO WS-PE-STATUT(WS-IND-EXACT).
           MOVE PE-OPERATEUR TO WS-PE-OPERATEUR(WS-IND-EXACT).
           MOVE WS-HORODATE  TO WS-PE-HORODATE(WS-IND-EXACT).
           MOVE PE-MOTIF     TO WS-PE-MOTIF(WS-IND-EXACT).
           PERFORM 6000-REECRIT-PERIODES-START
                THRU 6010-REECRIT-PERIODES-END.
           IF PE-RC = 3
              GO TO 4010-TRANSACTION-END
           END-IF.
           MOVE WS-CIBLE TO WS-JPE-NOUVEAU.
           MOVE PE-MOTIF TO WS-JPE-MOTIF.
           PERFORM 7000-ECRIT-JOURNAL-START
                THRU 7010-ECRIT-JOURNAL-END.
           INITIALIZE MSG-ZONE.
           MOVE WS-LIB-PERIODE TO MSG-SUBST1.
      *    une réouverture part à l'astreinte quelle que soit la
      *    sévérité : les sorties envoyées vont pouvoir changer
           IF WS-CIBLE = 'OUVERTE'
              MOVE 0604 TO MSG-NUMERO
              MOVE PE-OPERATEUR TO MSG-SUBST2
              SET MSG-ALERTE-FORCEE TO TRUE
           ELSE
              MOVE 0605 TO MSG-NUMERO
              MOVE WS-CIBLE TO MSG-SUBST2
           END-IF.
           PERFORM 9000-EMET-MESSAGE-START
                THRU 9010-EMET-MESSAGE-END.
           MOVE WS-CIBLE TO PE-STATUT.
       4010-TRANSACTION-END.
           EXIT.

      *    État de la période : fermée si sa ligne ou celle d'une
      *    période qui l'englobe (même début de clé) est fermée,
      *    en clôture de même, ouverte sinon
       5000-ETAT-PERIODE-START.
           MOVE 0 TO WS-IND-EXACT.
           MOVE 0 TO WS-IND-ENGLOBANTE.
           MOVE 0 TO WS-IND-FERMEE.
           MOVE 0 TO WS-IND-CLOTURE.
           PERFORM VARYING WS-IND-PE FROM 1 BY 1
                   UNTIL WS-IND-PE > WS-NB-PE
              IF WS-PE-DOMAINE(WS-IND-PE) = PE-DOMAINE
                 AND WS-PE-PERIODE(WS-IND-PE) NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(
                    WS-PE-PERIODE(WS-IND-PE) TRAILING))
                    TO WS-LG-PERIODE
                 IF PE-PERIODE(1:WS-LG-PERIODE)
                    = WS-PE-PERIODE(WS-IND-PE)(1:WS-LG-PERIODE)
                    IF WS-PE-PERIODE(WS-IND-PE) = PE-PERIODE
                       MOVE WS-IND-PE TO WS-IND-EXACT
                    END-IF
                    IF WS-PE-STATUT(WS-IND-PE) = 'FERMEE'
                       AND WS-IND-PE NOT = WS-IND-EXACT
                       AND WS-IND-ENGLOBANTE = 0
                       MOVE WS-IND-PE TO WS-IND-ENGLOBANTE
                    END-IF
                    IF WS-PE-STATUT(WS-IND-PE) = 'EN-CLOTURE'
                       AND WS-IND-CLOTURE = 0
                       MOVE WS-IND-PE TO WS-IND-CLOTURE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *    la ligne propre à la période l'emporte si elle est
      *    elle-même fermée
           IF WS-IND-EXACT > 0
              AND WS-PE-STATUT(WS-IND-EXACT) = 'FERMEE'
              MOVE WS-IND-EXACT TO WS-IND-FERMEE
           ELSE
              MOVE WS-IND-ENGLOBANTE TO WS-IND-FERMEE
           END-IF.
           EVALUATE TRUE
              WHEN WS-IND-FERMEE > 0
                 MOVE 'FERMEE' TO WS-ACTUEL
              WHEN WS-IND-CLOTURE > 0
                 MOVE 'EN-CLOTURE' TO WS-ACTUEL
              WHEN OTHER
                 MOVE 'OUVERTE' TO WS-ACTUEL
           END-EVALUATE.
       5010-ETAT-PERIODE-END.
           EXIT.

       6000-REECRIT-PERIODES-START.
           OPEN OUTPUT F-PERIODES.
           IF NOT WS-STAT-FPERIODESOK
              DISPLAY 'CODE RETOUR D''ERREUR PERIODES.TXT' SPACE
                 WS-STAT-FPERIODES
              MOVE 3 TO PE-RC
              GO TO 6010-REECRIT-PERIODES-END
           END-IF.
           PERFORM VARYING WS-IND-PE FROM 1 BY 1
                   UNTIL WS-IND-PE > WS-NB-PE
              MOVE SPACES TO REC-PERIODE
              MOVE WS-PE-DOMAINE(WS-IND-PE)   TO PER-DOMAINE
              MOVE WS-PE-PERIODE(WS-IND-PE)   TO PER-PERIODE
              MOVE WS-PE-STATUT(WS-IND-PE)    TO PER-STATUT
              MOVE WS-PE-OPERATEUR(WS-IND-PE) TO PER-OPERATEUR
              MOVE WS-PE-HORODATE(WS-IND-PE)  TO PER-HORODATE
              MOVE WS-PE-MOTIF(WS-IND-PE)     TO PER-MOTIF
              WRITE REC-PERIODE
           END-PERFORM.
           CLOSE F-PERIODES.
       6010-REECRIT-PERIODES-END.
           EXIT.

      *    Trace d'un passage d'état ou d'un refus d'exécution
       7000-ECRIT-JOURNAL-START.
           OPEN EXTEND F-JOURNAL.
           IF WS-STAT-FJOURNALNOFILE
              OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT WS-STAT-FJOURNALOK
              DISPLAY 'CODE RETOUR D''ERREUR PERIODES-JOURNAL.TXT'
                 SPACE WS-STAT-FJOURNAL
              GO TO 7010-ECRIT-JOURNAL-END
           END-IF.
           MOVE SPACES TO REC-JOURNAL.
           MOVE WS-HORODATE    TO JPE-HORODATE.
           MOVE PE-DOMAINE     TO JPE-DOMAINE.
           MOVE PE-PERIODE     TO JPE-PERIODE.
           MOVE WS-ACTUEL      TO JPE-ANCIEN.
           MOVE WS-JPE-NOUVEAU TO JPE-NOUVEAU.
           MOVE PE-OPERATEUR   TO JPE-OPERATEUR.
           MOVE PE-PROGRAMME   TO JPE-PROGRAMME.
           MOVE WS-JPE-MOTIF   TO JPE-MOTIF.
           WRITE REC-JOURNAL.
           CLOSE F-JOURNAL.
       7010-ECRIT-JOURNAL-END.
           EXIT.

      *    Message du catalogue central au nom de l'appelant ;
      *    module indisponible, le numéro et les valeurs sortent
      *    quand même en clair
       9000-EMET-MESSAGE-START.
           MOVE PE-PROGRAMME TO MSG-PROGRAMME.
           CALL 'msglib' USING BY REFERENCE MSG-ZONE
              ON EXCEPTION
                 DISPLAY 'MSG-' MSG-NUMERO SPACE
                    FUNCTION TRIM(MSG-SUBST1) SPACE
                    FUNCTION TRIM(MSG-SUBST2)
           END-CALL.
       9010-EMET-MESSAGE-END.
           EXIT.

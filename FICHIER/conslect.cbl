      *       l'agent saisit un numéro de contrat et obtient à      *
      *       l'écran son groupe, son type, son statut, ses dates   *
      *       et sa prime, sans grep dans rapport-assurances.dat    *
      *       Les clients liés au contrat (souscripteurs.dat, tenu  *
      *       par gestsous) suivent, avec leur rôle et leur nom     *
      *       lu dans clients.idx (reconstruit par desctab1)        *
      *       Accès réservé aux profils de operateurs.txt ayant     *
      *       au moins le droit L sur conslect (cf autoris).        *
      *                                                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 22/08/2026                                 *
           RECORD KEY IS IDX-AGAID
           FILE STATUS IS WS-STAT-FICIDX.

      *    liens client - contrat - rôle, tenus par gestsous
           SELECT F-LIEN
           ASSIGN TO 'souscripteurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FLIEN.

      *    clients en accès direct, reconstruit par desctab1
           SELECT F-CLIENT-IDX
           ASSIGN TO 'clients.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-IXCLID
           FILE STATUS IS WS-STAT-FCLIDX.

       DATA DIVISION.
       FILE SECTION.
      * même dessin que l'alimentation faite par filelect
      *    prime en clair (8 chiffres, 2 décimales implicites)
           05 IDX-AGAMNT    PIC X(8)   .

      * même dessin que l'écriture faite par gestsous
       FD F-LIEN
           RECORD CONTAINS 21 CHARACTERS.
       01 REC-F-LIEN.
           05 REC-SCCLID    PIC 9(4)   .
           05 REC-SCAGAID   PIC 9(8)   .
           05 REC-SCROLE    PIC X      .
           05 REC-SCDATE    PIC X(8)   .

      * dessin v2 des clients (migration migcli)
       FD F-CLIENT-IDX
           RECORD CONTAINS 73 CHARACTERS.
       01 REC-F-CLIENT-IDX.
           05 REC-IXCLID    PIC 9(4)   .
           05 REC-IXCLNOM   PIC X(12)  .
           05 REC-IXCLPREN  PIC X(13)  .
           05 REC-IXCLNUM   PIC 9(4)   .
           05 REC-IXCLTEL   PIC X(10)  .
           05 REC-IXCLMAIL  PIC X(30)  .

       WORKING-STORAGE SECTION.
      * gestion des status des fichiers
       01  WS-STAT-FICIDX       PIC XX                  .
       88  WS-STAT-IDXOK                      VALUE '00'  .
       88  WS-STAT-IDXABS                     VALUE '23'  .
       88  WS-STAT-IDXNOFILE                  VALUE '35'  .
       01  WS-STAT-FLIEN        PIC XX                  .
       88  WS-STAT-FLIENOK                    VALUE '00'  .
       88  WS-STAT-FLIENFIN                   VALUE '10'  .
       01  WS-STAT-FCLIDX       PIC XX                  .
       88  WS-STAT-FCLIDXOK                   VALUE '00'  .

       01  WS-SAISIE            PIC X(8)   VALUE SPACES  .
       88  WS-SAISIE-STOP                  VALUE 'X       '
       01  WS-AGAMNT-X          REDEFINES WS-AGAMNT-NUM PIC X(8).
       01  WS-AGAMNT-CHAR       PIC Z(5)9,99             .
       01  WS-LIG-ETOILE        PIC X(60)  VALUE SPACES  .
      *    clients.idx ouvert : sans lui, les clients sont affichés
      *    sans leur nom
       01  WS-CLIDX-OUVERT      PIC 9      VALUE 0       .
       01  WS-NB-CLIENTS        PIC 99     VALUE 0       .
       01  WS-LIB-ROLE          PIC X(12)  VALUE SPACES  .

      * zone d'échange du contrôle d'accès des opérateurs
      * (autoris)
           COPY AUTORIS.

       PROCEDURE DIVISION .

      * 0000-MAIN-START
           DISPLAY 'INTERROGATION DES CONTRATS - VOTRE IDENTIFIANT ?'.
           INITIALIZE AU-ZONE.
           ACCEPT AU-OPERATEUR.
           DISPLAY 'VOTRE SECRET ?'.
           ACCEPT AU-SECRET WITH SECURE.
           MOVE 'conslect' TO AU-PROGRAMME.
           SET AU-ACCES-CONSULTATION TO TRUE.
           CALL 'autoris' USING AU-ZONE.
      *    accès refusé : autoris a émis le message et l'a tracé
           IF AU-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT FIC-AGA-IDX.
           IF WS-STAT-IDXNOFILE
              DISPLAY 'CONTRATS.IDX INTROUVABLE - LANCEZ D''ABORD '
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT F-CLIENT-IDX.
           IF WS-STAT-FCLIDXOK
              MOVE 1 TO WS-CLIDX-OUVERT
           END-IF.

           DISPLAY 'INTERROGATION DES CONTRATS (X POUR SORTIR)'.
           PERFORM SAISIE-NUMERO.
           END-PERFORM.

           CLOSE FIC-AGA-IDX.
           IF WS-CLIDX-OUVERT = 1
              CLOSE F-CLIENT-IDX
           END-IF.
      * 0000-MAIN-END
           STOP RUN.

           MOVE IDX-AGAMNT TO WS-AGAMNT-X.
           MOVE WS-AGAMNT-NUM TO WS-AGAMNT-CHAR.
           DISPLAY 'PRIME   : ' WS-AGAMNT-CHAR.
           PERFORM AFFICHE-CLIENTS THRU AFFICHE-CLIENTS-FIN.
           DISPLAY WS-LIG-ETOILE.

      *    Clients liés au contrat lu, relus dans souscripteurs.dat
       AFFICHE-CLIENTS.
           MOVE 0 TO WS-NB-CLIENTS.
           OPEN INPUT F-LIEN.
           IF NOT WS-STAT-FLIENOK
              DISPLAY 'CLIENTS : SOUSCRIPTEURS.DAT INDISPONIBLE'
              GO TO AFFICHE-CLIENTS-FIN
           END-IF.
           READ F-LIEN.
           PERFORM UNTIL WS-STAT-FLIENFIN
              IF REC-SCAGAID = IDX-AGAID
                 ADD 1 TO WS-NB-CLIENTS
                 PERFORM AFFICHE-UN-CLIENT
              END-IF
              READ F-LIEN
           END-PERFORM.
           CLOSE F-LIEN.
           IF WS-NB-CLIENTS = 0
              DISPLAY 'CLIENTS : AUCUN CLIENT LIE'
           END-IF.
       AFFICHE-CLIENTS-FIN.
           EXIT.

       AFFICHE-UN-CLIENT.
           EVALUATE REC-SCROLE
              WHEN 'S' MOVE 'SOUSCRIPTEUR' TO WS-LIB-ROLE
              WHEN 'A' MOVE 'ASSURE'       TO WS-LIB-ROLE
              WHEN 'P' MOVE 'PAYEUR'       TO WS-LIB-ROLE
              WHEN OTHER MOVE 'INCONNU'    TO WS-LIB-ROLE
           END-EVALUATE.
           MOVE SPACES TO REC-IXCLNOM REC-IXCLPREN.
           IF WS-CLIDX-OUVERT = 1
              MOVE REC-SCCLID TO REC-IXCLID
              READ F-CLIENT-IDX
              IF NOT WS-STAT-FCLIDXOK
                 MOVE '(INCONNU)' TO REC-IXCLNOM
              END-IF
           END-IF.
           DISPLAY 'CLIENT  : ' REC-SCCLID SPACE WS-LIB-ROLE SPACE
              REC-IXCLNOM SPACE REC-IXCLPREN.

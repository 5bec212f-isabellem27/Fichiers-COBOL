           05 PIC X(250) FROM  SC-ROMAIN
              LINE 22 COL 40.

           05 FILLER   PIC X(32) LINE 24 COL 40
              VALUE 'Votre reponse :               '.
           05 PIC X(15) USING  WS-REP-SAISIE COL 72.
           05 PIC X(60) FROM  SC-VERDICT
              LINE 25 COL 40.

           05 FILLER   PIC X(15) LINE 37 COL 180
              FOREGROUND-COLOR IS 10
              VALUE 'RETOUR AU MENU'. 

               COL 81.
           05 FILLER   PIC X(40) LINE 26 COL 40
              VALUE 'Le salaire médian est de: '.
           05 PIC X(8) FROM  SC-MEDZ
               COL 81.
           05 FILLER   PIC X(40) LINE 28 COL 40
              VALUE 'Votre calcul du salaire median : '.
           05 PIC X(9) USING  WS-REP-SAISIE
               COL 81.
           05 PIC X(60) FROM  SC-VERDICT
              LINE 30 COL 40.

           05 FILLER   PIC X(15) LINE 37 COL 180
              FOREGROUND-COLOR IS 10

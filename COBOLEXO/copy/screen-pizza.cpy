           05 FILLER   PIC X(10) LINE 21 COL 110
              FOREGROUND-COLOR IS 9
              VALUE ' pizzas'. 

           05 FILLER   PIC X(40) LINE 23 COL 40
              VALUE 'Votre estimation du nombre de pizzas :'.
           05 PIC X(4) USING  WS-REP-SAISIE
              COL 80.
           05 PIC X(60) FROM  SC-VERDICT
              LINE 25 COL 40.
                 
           05 FILLER   PIC X(15) LINE 37 COL 180
              FOREGROUND-COLOR IS 10

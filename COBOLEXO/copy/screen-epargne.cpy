              VALUE 'Duree en annees (20 maxi) : '.
           05 PIC X(2) USING  WS-EPG-DUREE COL 68.

           05 FILLER   PIC X(40) LINE 21 COL 40
              VALUE 'Solde final (a l''euro pres) : '.
           05 PIC X(11) USING  WS-REP-SAISIE COL 70.

           05 PIC X(250) FROM  SC-EPARGNE1
              LINE 22 COL 40.
           05 PIC X(250) FROM  SC-EPARGNE2
              LINE 25 COL 40.
           05 PIC X(250) FROM  SC-EPARGNE5
              LINE 26 COL 40.
           05 PIC X(60) FROM  SC-VERDICT
              LINE 28 COL 40.

           05 FILLER   PIC X(15) LINE 37 COL 180
              FOREGROUND-COLOR IS 10

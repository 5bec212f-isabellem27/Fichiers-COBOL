              VALUE 'Saisissez un nombre entier inferieur a 100000 : '. 
           05 PIC X(5) USING  WS-CHIFFRE 
              COL 91.    
           05 FILLER   PIC X(50) LINE 21 COL 40
              VALUE 'Combien d''operations pour arriver a 1 ?'.
           05 PIC X(4) USING  WS-REP-SAISIE
              COL 91.
           05 PIC X(250) FROM  SC-SYRACUSE 
              LINE 22 COL 40. 
           05 PIC X(250) FROM  SC-OPESYRACUSE1 
              LINE 25 COL 40.          
           05 PIC X(250) FROM  SC-OPESYRACUSE4 
              LINE 26 COL 40.
           05 PIC X(60) FROM  SC-VERDICT
              LINE 28 COL 40.

           05 FILLER   PIC X(15) LINE 37 COL 180
              FOREGROUND-COLOR IS 10

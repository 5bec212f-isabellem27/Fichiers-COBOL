           RECORD CONTAINS 3 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-VERSION       PIC 9(3).

       FD  PRG-GEST-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PRG-GEST-PARAM  PIC X(80).

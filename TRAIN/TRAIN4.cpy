      *    réservations nominatives du jour (reservations-
      *    passagers.dat), tenues par resvpass et lues par passmani ;
      *    le train est identifié comme dans train.dat par type,
      *    destination et heure de départ
       FD  F-PASSAGER
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PASSAGER.
           05 PA-REF      PIC X(8).
           05 PA-NOM      PIC X(30).
      *    téléphone ou adresse de messagerie du passager
           05 PA-CONTACT  PIC X(30).
           05 PA-TRAIN.
              10 PA-TYP   PIC X(3).
              10 PA-DEST  PIC X(18).
              10 PA-HHMN  PIC 9(4).
           05 PA-SIEGE    PIC 9(3).

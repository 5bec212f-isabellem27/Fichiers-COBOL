      *=============================================================*
      *    Zone d'échange du contrôle des périodes closes           *
      *    (sous-programme periode) : domaine (PAIE, PRIMES,        *
      *    ECOLE, REASSUR), période, programme appelant.            *
      *    Période à blanc : celle du jour pour le domaine          *
      *    (AAAAMM en PAIE et PRIMES, AAAA-Tn en REASSUR,           *
      *    AAAA-AAAA en ECOLE), rendue dans PE-PERIODE.             *
      *    Une période est fermée par sa ligne de periodes.txt ou   *
      *    par celle d'une période qui l'englobe (2026 ferme        *
      *    202603, 2026-2027 ferme 2026-2027-T2).                   *
      *    Action C (contrôle avant réécriture des sorties) : code  *
      *    0 période ouverte, 1 en clôture (avertissement 0602),    *
      *    2 fermée (refus 0601), 3 periodes.txt illisible (0603).  *
      *    Action L : même lecture, sans message ni trace.          *
      *    Action T (transaction de clôture) : PE-STATUT donne      *
      *    l'état demandé, l'opérateur et le motif (obligatoire     *
      *    pour rouvrir) sont portés au journal                     *
      *    periodes-journal.txt ; code 0 fait, 4 passage refusé     *
      *    (0606), 3 periodes.txt illisible.                        *
      *=============================================================*
       01  PE-ZONE.
           05 PE-ACTION        PIC X     .
              88 PE-ACTION-CONTROLE      VALUE 'C' .
              88 PE-ACTION-LECTURE       VALUE 'L' .
              88 PE-ACTION-TRANSACTION   VALUE 'T' .
           05 PE-DOMAINE       PIC X(8)  .
           05 PE-PERIODE       PIC X(12) .
           05 PE-PROGRAMME     PIC X(8)  .
           05 PE-STATUT        PIC X(10) .
              88 PE-OUVERTE              VALUE 'OUVERTE'    .
              88 PE-EN-CLOTURE           VALUE 'EN-CLOTURE' .
              88 PE-FERMEE               VALUE 'FERMEE'     .
           05 PE-OPERATEUR     PIC X(10) .
           05 PE-MOTIF         PIC X(40) .
           05 PE-RC            PIC 9     .

      *    (V = validité de DC-DATE1, D = différence en jours       *
      *    DC-DATE2 - DC-DATE1 rendue dans DC-NB-JOURS, O = ajout   *
      *    de DC-NB-JOURS jours ouvrés à DC-DATE1, résultat dans    *
      *    DC-DATE2, N = nombre de jours ouvrés de DC-DATE1 à       *
      *    DC-DATE2 inclus rendu dans DC-NB-JOURS, M = ajout de     *
      *    DC-NB-JOURS mois à DC-DATE1, résultat dans DC-DATE2) ;   *
      *    les dates sont en AAAAMMJJ. Les samedis, dimanches et    *
      *    les dates du fichier jours-feries.txt ne comptent pas    *
      *    comme jours ouvrés. Le code rendu vaut 0 si le calcul a  *
      *    abouti, 1 sur date invalide, 2 sur action, nombre de     *
      *    jours ou période irrecevable                             *
      *=============================================================*
       01  DC-ZONE.
           05 DC-ACTION        PIC X     .

      *=============================================================*
      *    Zone d'échange du contrôle des coordonnées bancaires     *
      *    (sous-programme ctliban) : l'appelant donne l'IBAN et    *
      *    le BIC ; le code rendu vaut 0 si les deux sont           *
      *    recevables, 1 sur IBAN mal formé (pays, longueur,        *
      *    caractères), 2 sur clé de contrôle IBAN fausse (modulo   *
      *    97), 3 sur BIC mal formé                                 *
      *=============================================================*
       01  IB-ZONE.
           05 IB-IBAN          PIC X(34) .
           05 IB-BIC           PIC X(11) .
           05 IB-RC            PIC 9     .

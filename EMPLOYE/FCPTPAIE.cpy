      *=============================================================*
      *    Description du plan de comptes de la paie                *
      *    Paie-Comptes.txt : une ligne par rubrique de paie.       *
      *    Rubrique 'SALAIRE BRUT' : compte de charge débité du     *
      *    brut ; rubrique 'NET A PAYER' : compte du personnel      *
      *    crédité du net ; toute autre rubrique porte le libellé   *
      *    d'une cotisation de Bareme-Cotisations.txt : compte de   *
      *    charge débité de la part patronale, compte de            *
      *    l'organisme crédité des deux parts. Un élément variable  *
      *    non soumis a pour rubrique son libellé du référentiel    *
      *    Elements-Paie-Ref.txt : compte débité s'il s'ajoute au   *
      *    net, compte crédité s'il en est retenu.                  *
      *=============================================================*
       FD  F-COMPTES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  R-COMPTES.
           05 RCPT-RUBRIQUE     PIC X(20).
           05 RCPT-CPT-DEBIT    PIC X(10).
           05 RCPT-CPT-CREDIT   PIC X(10).

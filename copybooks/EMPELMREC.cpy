      *    *************************************************************
      *    EMPELMREC - Structure d'une ligne du fichier des éléments
      *    variables de paie de la période (primes, heures
      *    supplémentaires, commissions, indemnités exceptionnelles).
      *    Le fichier saisi par le service paie (EMPELEM) est contrôlé
      *    par EMPVEDIT, qui recopie les lignes acceptées, montant
      *    calculé, dans le fichier épuré EMPELCLN relu par le
      *    sous-programme EMPNET : chaque élément de la période payée
      *    s'ajoute au brut avant cotisations, impôt et retenues
      *    récurrentes. Un employé peut porter plusieurs lignes. Le
      *    niveau 01 est déclaré par le programme appelant, à
      *    l'identique de la convention suivie par EMPREC.
      *    *************************************************************

      *    Identifiant de l'employé bénéficiaire de l'élément.
           05 ELEM-EMP-ID PIC 9(8).

      *    Code de l'élément (ex. "PRIM" prime, "HSUP" heures
      *    supplémentaires, "COMM" commission, "INDM" indemnité
      *    exceptionnelle, "RAPL" rappel de salaire calculé par
      *    EMPRETRO sur une période déjà payée, "ICCP" indemnité
      *    compensatrice de congés payés calculée par EMPLEAVE au
      *    solde de tout compte, "RELQ" reliquat de reprise que la
      *    paie précédente n'a pu imputer, reporté par EMPPAY).
           05 ELEM-CODE PIC X(4).

      *    Libellé de l'élément, repris tel quel sur le bulletin (à
      *    blanc, EMPVEDIT le remplace par le libellé du code).
           05 ELEM-LABEL PIC X(20).

      *    Quantité (heures, jours, unités) avec deux décimales, et
      *    taux unitaire : le montant vaut quantité x taux lorsqu'il
      *    n'est pas saisi directement.
           05 ELEM-QUANTITY PIC 9(3)V99.
           05 ELEM-RATE PIC 9(5)V99.

      *    Montant de l'élément. Saisi directement (prime,
      *    commission), ou à zéro pour un calcul quantité x taux par
      *    EMPVEDIT ; toujours renseigné dans le fichier épuré.
           05 ELEM-AMOUNT PIC 9(5)V99.

      *    Période de paie de l'élément, au format AAAAMM (zéro ou
      *    blanc : période du cycle en cours).
           05 ELEM-PERIOD PIC 9(6).

      *    Sens de l'élément : blanc ou "+" = gain ajouté au brut,
      *    "-" = reprise déduite du brut (trop-perçu à régulariser).
           05 ELEM-SIGN PIC X(1).

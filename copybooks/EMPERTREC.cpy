      *    *************************************************************
      *    EMPERTREC - Structure d'un jeu de taux des cotisations
      *    patronales (fichier EMPERATES), lu par le sous-programme
      *    EMPNET à côté du barème EMPRATES (voir EMPRATREC). Le
      *    fichier contient un enregistrement par date d'entrée en
      *    vigueur ; le jeu retenu est celui dont la date est la plus
      *    récente sans dépasser la date de la période payée, comme
      *    pour le barème des cotisations salariales. Chaque jeu
      *    porte jusqu'à six cotisations patronales (maladie,
      *    retraite, chômage, allocations familiales...), appliquées
      *    au salaire brut de la période. Le niveau 01 est déclaré
      *    par le programme appelant.
      *    *************************************************************

      *    Date d'entrée en vigueur du jeu de taux, au format
      *    AAAAMMJJ.
           05 ERATE-EFFECTIVE-DATE PIC 9(8).

      *    Les six cotisations patronales du jeu : code (ex. "MALA"
      *    maladie, "RETR" retraite, "CHOM" chômage, "FAMI"
      *    allocations familiales), libellé et taux sur quatre
      *    décimales (ex. 0700 = 7,00 %). Une cotisation inutilisée
      *    porte un code à blanc et un taux à zéro.
           05 ERATE-CONTRIBUTION OCCURS 6 TIMES.
               10 ERATE-CODE PIC X(4).
               10 ERATE-LABEL PIC X(20).
               10 ERATE-RATE PIC V9999.

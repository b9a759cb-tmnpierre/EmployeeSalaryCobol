      *    *************************************************************
      *    EMPGLMREC - Structure d'une ligne du fichier de référence
      *    des comptes comptables de la paie (fichier EMPGLMAP), lu
      *    par EMPGL pour imputer chaque nature de montant du registre
      *    de paie à un compte du grand livre. Le sens de l'écriture
      *    découle de la nature : la charge de salaires bruts et la
      *    charge patronale sont au débit, les dettes (cotisations,
      *    impôt retenu, retenues, net à payer, cotisations
      *    patronales à payer) au crédit. Le niveau 01 est déclaré
      *    par le programme appelant.
      *    *************************************************************

      *    Nature du montant : "BRUT" salaires bruts (charge), "COTS"
      *    cotisations salariales à payer, "IMPO" impôt retenu à
      *    payer, "RETN" retenue récurrente à reverser, "NETP" net à
      *    payer aux salariés, "CHPA" charge de cotisations
      *    patronales, "COPA" cotisations patronales à payer.
           05 GLMAP-AMOUNT-TYPE PIC X(4).

      *    Pour la nature "RETN" seulement : code de la retenue
      *    (DED-CODE, voir EMPDEDREC). Une ligne "RETN" au code à
      *    blanc sert de compte par défaut aux retenues sans compte
      *    propre.
           05 GLMAP-DEDUC-CODE PIC X(4).

      *    Numéro du compte du grand livre.
           05 GLMAP-ACCOUNT PIC X(10).

      *    Libellé porté sur les lignes du journal imputées au
      *    compte.
           05 GLMAP-LABEL PIC X(30).

      *    *************************************************************
      *    EMPDCHREC - Structure d'une ligne du journal des dépôts de
      *    la déclaration sociale nominative (fichier EMPDCLHST),
      *    complété par EMPDECL à chaque génération, acceptée ou
      *    rejetée. Le journal numérote les dépôts successifs d'une
      *    même période : un nouveau dépôt d'une période déjà
      *    acceptée est une déclaration "annule et remplace". Le
      *    niveau 01 est déclaré par le programme appelant.
      *    *************************************************************

      *    Période déclarée, au format AAAAMM.
           05 DCH-PERIOD PIC 9(6).

      *    Numéro du dépôt dans la période (1 pour le premier).
           05 DCH-SEQUENCE PIC 9(2).

      *    Date de génération du dépôt, au format AAAAMMJJ.
           05 DCH-CREATE-DATE PIC 9(8).

      *    Issue du dépôt : "A" = accepté (fichier produit), "R" =
      *    rejeté (registre et totaux de contrôle en désaccord,
      *    aucun fichier produit).
           05 DCH-STATUS PIC X(1).

      *    Nature du dépôt : "01" = déclaration initiale, "02" =
      *    annule et remplace une déclaration acceptée.
           05 DCH-NATURE PIC X(2).

      *    Nombre d'employés déclarés et brut total déclaré.
           05 DCH-EMPLOYEE-COUNT PIC 9(6).
           05 DCH-GROSS-TOTAL PIC 9(11)V99.

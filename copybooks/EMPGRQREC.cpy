      *    *************************************************************
      *    EMPGRQREC - Structure de la zone d'échange avec le
      *    sous-programme EMPGRADE (grille des salaires). Le programme
      *    appelant renseigne l'intitulé de poste et la date de
      *    référence ; le sous-programme restitue le grade du poste
      *    et sa fourchette de salaire en vigueur à cette date. Le
      *    niveau 01 est déclaré par le programme appelant.
      *    *************************************************************

      *    Intitulé de poste recherché et date de référence, au
      *    format AAAAMMJJ (renseignés par l'appelant).
           05 GRQ-JOB-TITLE PIC X(24).
           05 GRQ-DATE PIC 9(8).

      *    Verdict : "Y" = poste trouvé dans la grille, "N" = poste
      *    absent de la grille à cette date, "E" = grille
      *    indisponible (fichier EMPGRADE absent ou illisible).
           05 GRQ-REPLY PIC X(1).

      *    Grade du poste et fourchette en vigueur (restitués si le
      *    poste est trouvé).
           05 GRQ-GRADE-CODE PIC X(4).
           05 GRQ-MIN-SALARY PIC 9(5)V99.
           05 GRQ-MID-SALARY PIC 9(5)V99.
           05 GRQ-MAX-SALARY PIC 9(5)V99.
           05 GRQ-EFFECTIVE-DATE PIC 9(8).

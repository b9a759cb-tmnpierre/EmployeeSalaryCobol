      *    *************************************************************
      *    EMPGRDREC - Structure d'une ligne de la grille des salaires
      *    (fichier EMPGRADE), lue par le sous-programme EMPGRADE.
      *    Chaque ligne rattache un intitulé de poste à un grade et
      *    donne la fourchette de salaire du grade : un grade qui
      *    regroupe plusieurs postes a une ligne par poste, avec la
      *    même fourchette. Comme le barème EMPRATES, la grille est
      *    datée : pour un poste, la ligne retenue à une date est
      *    celle dont la date d'entrée en vigueur est la plus récente
      *    sans dépasser cette date, ce qui permet d'enregistrer à
      *    l'avance la grille de l'année suivante. Le niveau 01 est
      *    déclaré par le programme appelant.
      *    *************************************************************

      *    Code du grade.
           05 GRD-CODE PIC X(4).

      *    Intitulé de poste rattaché au grade (même format que
      *    JOB-TITLE).
           05 GRD-JOB-TITLE PIC X(24).

      *    Fourchette de salaire du grade : minimum, point médian
      *    (référence du ratio comparatif) et maximum.
           05 GRD-MIN-SALARY PIC 9(5)V99.
           05 GRD-MID-SALARY PIC 9(5)V99.
           05 GRD-MAX-SALARY PIC 9(5)V99.

      *    Date d'entrée en vigueur de la ligne, au format AAAAMMJJ.
           05 GRD-EFFECTIVE-DATE PIC 9(8).

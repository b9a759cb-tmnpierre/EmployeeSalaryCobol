      *    *************************************************************
      *    EMPINQREC - Structure d'une ligne du journal des
      *    consultations (fichier EMPINQLOG), complété par EMPINQ à
      *    chaque recherche d'un employé : les données de paie
      *    affichées à l'écran sont confidentielles, chaque
      *    consultation doit pouvoir être retrouvée. Le niveau 01 est
      *    déclaré par le programme appelant.
      *    *************************************************************

      *    Opérateur qui a effectué la recherche.
           05 INQ-OPERATOR-ID PIC X(8).

      *    Horodatage de la recherche : date AAAAMMJJ et heure
      *    HHMMSSCC.
           05 INQ-DATE PIC 9(8).
           05 INQ-TIME PIC 9(8).

      *    Critère de recherche : "I" = par EMP-ID, "N" = par nom de
      *    famille, et valeur saisie.
           05 INQ-SEARCH-TYPE PIC X(1).
           05 INQ-SEARCH-VALUE PIC X(16).

      *    Issue de la recherche : "T" = fiche affichée, "A" = aucun
      *    employé trouvé, "M" = plusieurs employés de ce nom (liste
      *    affichée, sans fiche).
           05 INQ-RESULT PIC X(1).

      *    Employé dont la fiche a été affichée (zéro sinon).
           05 INQ-EMP-ID PIC 9(8).

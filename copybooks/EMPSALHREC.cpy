      *    *************************************************************
      *    EMPSALHREC - Structure d'une ligne de l'historique des
      *    salaires (fichier indexé EMPSALHIST). Une ligne est écrite
      *    par employé et par changement de salaire, indépendamment
      *    de la piste d'audit générique (voir EMPAUDREC), afin de
      *    pouvoir reconstituer l'historique de rémunération complet
      *    d'un employé ou une tendance sur l'ensemble de l'effectif.
      *    Le niveau 01 est déclaré par le programme appelant.
      *    *************************************************************

      *    Clé de l'historique (fichier indexé) : employé, date
      *    d'effet du changement au format AAAAMMJJ, et numéro
      *    d'ordre distinguant plusieurs changements du même employé
      *    à la même date (zéro pour le premier, attribué par le
      *    sous-programme EMPSALHIST). Les lignes d'un employé se
      *    lisent ainsi dans l'ordre chronologique.
           05 HIST-KEY.
               10 HIST-EMP-ID PIC 9(8).
               10 HIST-EFFECTIVE-DATE PIC 9(8).
               10 HIST-SEQUENCE PIC 9(2).

      *    Salaire en vigueur à compter de la date d'effet.
           05 HIST-SALARY PIC 9(5)V99.
      *    Intitulé du poste en vigueur à la même date.
           05 HIST-JOB-TITLE PIC X(24).

      *    Code motif du changement (ex. "PROM" promotion, "MERI"
      *    mérite, "AJUS" ajustement, "EMBA" embauche).
           05 HIST-REASON-CODE PIC X(4).

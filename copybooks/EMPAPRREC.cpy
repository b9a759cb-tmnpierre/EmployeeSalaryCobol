      *    *************************************************************
      *    EMPAPRREC - Structure d'une ligne du fichier des
      *    changements en attente d'approbation (fichiers EMPAPRIN et
      *    EMPAPROUT). EMPMAINT y met en attente toute embauche et
      *    tout changement de salaire au-delà des seuils du double
      *    contrôle, au lieu de les appliquer ; une transaction
      *    d'approbation ("V") saisie par un autre opérateur les
      *    libère. Le niveau 01 est déclaré par le programme
      *    appelant.
      *    *************************************************************

      *    Date de mise en attente, au format AAAAMMJJ.
           05 APR-HOLD-DATE PIC 9(8).

      *    Motif de la mise en attente : "EMBA" = embauche, "SEUI" =
      *    changement de salaire au-delà du seuil.
           05 APR-HOLD-REASON PIC X(4).

      *    Salaire au fichier maître lors de la mise en attente (zéro
      *    pour une embauche).
           05 APR-OLD-SALARY PIC 9(5)V99.

      *    Transaction mise en attente, telle quelle (mêmes positions
      *    que EMPTRANREC, opérateur de saisie compris).
           05 APR-TRANSACTION PIC X(170).

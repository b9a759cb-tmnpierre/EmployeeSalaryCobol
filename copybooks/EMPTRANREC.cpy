      *    *************************************************************

      *    Code transaction : "A" = ajout, "C" = modification,
      *    "D" = suppression (fin de contrat), "V" = approbation d'un
      *    ajout ou d'une modification mis en attente par EMPMAINT
      *    (double contrôle, voir EMPAPRREC).
           05 TRAN-CODE PIC X(1).

      *    Identifiant de l'employé concerné.
      *    Code du département (centre de coût) d'affectation,
      *    contrôlé contre le fichier de référence EMPDEPT.
           05 TRAN-DEPT-CODE PIC X(4).

      *    Identifiant de l'opérateur qui a saisi la transaction ;
      *    pour une approbation ("V"), identifiant de l'approbateur,
      *    qui doit être différent de l'opérateur de saisie.
           05 TRAN-OPERATOR-ID PIC X(8).

      *    Motif de dérogation à la grille des salaires (voir
      *    EMPGRDREC), requis pour une embauche ou une modification
      *    dont le poste est absent de la grille ou dont le salaire
      *    est hors de la fourchette du grade : "RETE" = rétention,
      *    "MARC" = alignement sur le marché, "TRAN" = maintien
      *    transitoire du salaire antérieur, "DIRE" = décision de la
      *    direction. À blanc sinon.
           05 TRAN-OVERRIDE-REASON PIC X(4).

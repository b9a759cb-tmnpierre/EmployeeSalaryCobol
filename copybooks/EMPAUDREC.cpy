
      *    Date d'effet du changement, au format AAAAMMJJ.
           05 AUD-EFFECTIVE-DATE PIC 9(8).

      *    Opérateur qui a saisi le changement, et approbateur qui
      *    l'a libéré lorsqu'il a été soumis au double contrôle (à
      *    blanc sinon).
           05 AUD-OPERATOR-ID PIC X(8).
           05 AUD-APPROVER-ID PIC X(8).

      *    Motif de dérogation à la grille des salaires lorsque le
      *    nouveau salaire ou le poste est hors grille (à blanc
      *    sinon, voir EMPTRANREC).
           05 AUD-OVERRIDE-REASON PIC X(4).

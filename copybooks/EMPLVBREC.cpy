      *    *************************************************************
      *    EMPLVBREC - Structure d'une ligne du fichier des soldes de
      *    congés payés (fichier EMPLEAVE, une ligne par employé,
      *    classée par EMP-ID), tenu par EMPLEAVE à chaque cycle de
      *    paie : acquisition mensuelle, congés pris, indemnité de
      *    congés payée au solde de tout compte. La ligne garde le
      *    solde d'ouverture de la dernière période traitée, pour
      *    qu'une réexécution de la même période reparte de ce solde
      *    au lieu de cumuler deux fois. Le solde est relu par EMPRPT
      *    pour le bulletin de paie. Le niveau 01 est déclaré par le
      *    programme appelant, à l'identique de la convention suivie
      *    par EMPREC.
      *    *************************************************************

      *    Identifiant de l'employé.
           05 LVB-EMP-ID PIC 9(8).

      *    Dernière période de paie traitée, au format AAAAMM.
           05 LVB-PERIOD PIC 9(6).

      *    Solde en jours au début de cette période, avant
      *    acquisition et congés pris.
           05 LVB-OPENING-BALANCE PIC 9(3)V99.

      *    Jours acquis sur la période (prorata du mois travaillé
      *    pour une embauche ou une sortie en cours de mois).
           05 LVB-ACCRUED PIC 9(2)V99.

      *    Jours de congés payés pris sur la période.
           05 LVB-TAKEN PIC 9(3)V99.

      *    Jours calendaires d'absence non payée et de maladie de la
      *    période, pour information.
           05 LVB-UNPAID-DAYS PIC 9(2).
           05 LVB-SICK-DAYS PIC 9(2).

      *    Jours soldés par l'indemnité compensatrice de congés payés
      *    à la sortie de l'employé.
           05 LVB-SETTLED PIC 9(3)V99.

      *    Solde en jours à la fin de la période.
           05 LVB-BALANCE PIC 9(3)V99.

      *    État du compte : "A" = ouvert, "S" = soldé à la sortie (le
      *    compte n'évolue plus).
           05 LVB-STATUS PIC X(1).

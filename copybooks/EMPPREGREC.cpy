      *    période payée lors de l'exécution de paie (EMPPAY), afin de
      *    conserver une trace durable des montants effectivement
      *    payés : cumuls annuels sur les bulletins (EMPRPT) et relevé
      *    annuel par employé (EMPYEND) pour les déclarations fiscales,
      *    coût employeur (EMPCOST) et journal comptable (EMPGL).
      *    Le niveau 01 est déclaré par le programme appelant, à
      *    l'identique de la convention suivie par EMPREC.
      *    *************************************************************

      *    Clé du registre (fichier indexé) : date de la période
      *    payée, au format AAAAMMJJ (date de l'exécution de paie,
      *    ou dernier jour du mois épinglé), et identifiant de
      *    l'employé payé. Les lignes d'une période se lisent ainsi
      *    à la suite, dans l'ordre des EMP-ID.
           05 PREG-KEY.
               10 PREG-PERIOD-DATE PIC 9(8).
               10 PREG-EMP-ID PIC 9(8).

      *    Salaire brut de la période (base et éléments variables).
           05 PREG-GROSS-SALARY PIC 9(5)V99.

      *    Cotisations sociales retenues sur la période.

      *    Salaire net payé sur la période.
           05 PREG-NET-SALARY PIC 9(5)V99.

      *    Ventilation du brut de la période : salaire de base après
      *    prorata, gains et reprises des éléments variables (fichier
      *    EMPELCLN, voir EMPELMREC). Brut = base + gains - reprises.
      *    Sur une ligne antérieure à cette ventilation, ces rubriques
      *    sont à blanc et le brut se lit tout entier comme base.
           05 PREG-BASE-SALARY PIC 9(5)V99.
           05 PREG-VARIABLE-PAY PIC 9(5)V99.
           05 PREG-VARIABLE-RECOVERY PIC 9(5)V99.

      *    Total des cotisations patronales de la période (voir
      *    EMPERTREC), à blanc sur une ligne antérieure à leur
      *    calcul. Coût employeur = brut + cotisations patronales.
           05 PREG-EMPLOYER-CONTRIB PIC 9(5)V99.

      *    Détail des retenues récurrentes de la période par code de
      *    retenue (DED-CODE, voir EMPDEDREC), pour l'imputation
      *    comptable de chaque retenue (EMPGL). Le détail est limité
      *    à dix retenues, comme celui du bulletin : l'éventuel
      *    reliquat de PREG-OTHER-DEDUCTION non détaillé, comme le
      *    total entier d'une ligne antérieure à ce détail (nombre à
      *    blanc), est imputé sans code de retenue.
           05 PREG-DEDUCTION-COUNT PIC 9(2).
           05 PREG-DEDUCTION-DETAIL OCCURS 10 TIMES.
               10 PREG-DED-CODE PIC X(4).
               10 PREG-DED-AMOUNT PIC 9(5)V99.

      *    Jours d'absence non payée retirés des jours payés de la
      *    période (congé sans solde, voir EMPABSREC), pour qu'un
      *    recalcul de la période (EMPRETRO) retienne les mêmes
      *    jours ; à blanc sur une ligne antérieure à leur décompte.
           05 PREG-UNPAID-DAYS PIC 9(2).

      *    EMPNETREC - Structure de la zone d'échange du calcul du
      *    salaire net (sous-programme EMPNET). Le programme appelant
      *    renseigne le salaire brut et l'identifiant de l'employé,
      *    le sous-programme restitue le brut augmenté des éléments
      *    variables de la période (fichier EMPELCLN, détaillés ligne
      *    à ligne), les retenues (cotisations, impôt, retenues
      *    récurrentes du fichier EMPDEDUC détaillées ligne à ligne)
      *    et le salaire net. Le niveau 01 est déclaré par le
      *    programme appelant, à l'identique de la convention suivie
      *    par EMPREC.
      *    *************************************************************

      *    Date de la période de paie, au format AAAAMMJJ, fournie
      *    appelant date ses écritures de la même période.
           05 PAY-PERIOD-DATE PIC 9(8).

      *    Salaire brut fourni par le programme appelant (salaire de
      *    base, SALARY), restitué proratisé et augmenté des éléments
      *    variables de la période.
           05 PAY-GROSS-SALARY PIC 9(5)V99.

      *    Montant des cotisations sociales calculées.
           05 PAY-OTHER-DEDUCTION PIC 9(5)V99.

      *    Détail des retenues récurrentes appliquées, pour
      *    l'itemisation sur le bulletin de paie et, par code de
      *    retenue (DED-CODE), pour le registre et le journal
      *    comptable.
           05 PAY-DEDUCTION-COUNT PIC 9(2).
           05 PAY-DEDUCTION-DETAIL OCCURS 10 TIMES.
               10 PAY-DED-LABEL PIC X(20).
               10 PAY-DED-AMOUNT PIC 9(5)V99.
               10 PAY-DED-CODE PIC X(4).

      *    Date de fin de contrat de l'employé, fournie par le
      *    programme appelant (EMP-TERM-DATE, zéro pour un employé
      *    jours calendaires lorsque la période est complète).
           05 PAY-DAYS-WORKED PIC 9(2).
           05 PAY-DAYS-IN-PERIOD PIC 9(2).

      *    Salaire de base de la période après prorata, restitué
      *    avant l'ajout des éléments variables (PAY-GROSS-SALARY
      *    restitue le brut total, base et éléments variables).
           05 PAY-BASE-SALARY PIC 9(5)V99.

      *    Total des éléments variables de la période (fichier
      *    EMPELCLN, voir EMPELMREC) : gains ajoutés au brut et
      *    reprises déduites du brut.
           05 PAY-VARIABLE-PAY PIC 9(5)V99.
           05 PAY-VARIABLE-RECOVERY PIC 9(5)V99.

      *    Détail des éléments variables appliqués, pour
      *    l'itemisation sur le bulletin de paie.
           05 PAY-ELEMENT-COUNT PIC 9(2).
           05 PAY-ELEMENT-DETAIL OCCURS 10 TIMES.
               10 PAY-ELEM-CODE PIC X(4).
               10 PAY-ELEM-LABEL PIC X(20).
               10 PAY-ELEM-QUANTITY PIC 9(3)V99.
               10 PAY-ELEM-RATE PIC 9(5)V99.
               10 PAY-ELEM-AMOUNT PIC 9(5)V99.
               10 PAY-ELEM-SIGN PIC X(1).

      *    Cotisations patronales de la période, calculées sur le
      *    brut avec le jeu de taux EMPERATES en vigueur (voir
      *    EMPERTREC) : total, puis détail par cotisation pour le
      *    rapport de coût employeur.
           05 PAY-EMPLOYER-CONTRIB PIC 9(5)V99.
           05 PAY-EMPLOYER-COUNT PIC 9(1).
           05 PAY-EMPLOYER-DETAIL OCCURS 6 TIMES.
               10 PAY-EMPLR-CODE PIC X(4).
               10 PAY-EMPLR-LABEL PIC X(20).
               10 PAY-EMPLR-AMOUNT PIC 9(5)V99.

      *    Jours d'absence non payée (congé sans solde, fichier
      *    EMPABCLN) retirés des jours payés de la période : restitués
      *    par "CALC ", fournis par le programme appelant en "RECAL".
           05 PAY-UNPAID-DAYS PIC 9(2).

      *    Reliquat de reprise non imputé : part des reprises de la
      *    période qui dépasse le salaire de base et les gains, le
      *    brut étant ramené à zéro. PAY-VARIABLE-RECOVERY ne restitue
      *    alors que la part imputée, de sorte que brut = base + gains
      *    - reprises reste vrai ; le reliquat est reporté par EMPPAY
      *    à la période suivante. Restitué par "CALC ", à zéro sinon.
           05 PAY-RECOVERY-CARRIED PIC 9(5)V99.

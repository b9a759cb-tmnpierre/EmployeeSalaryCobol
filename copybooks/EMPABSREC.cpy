      *    *************************************************************
      *    EMPABSREC - Structure d'une ligne du fichier des absences
      *    de la période (congés payés, congé sans solde, maladie).
      *    Le fichier saisi par le service paie (EMPABS) est contrôlé
      *    par EMPLEAVE contre le solde de congés, qui recopie les
      *    lignes acceptées, jours et période renseignés, dans le
      *    fichier épuré EMPABCLN relu par le sous-programme EMPNET :
      *    les jours d'absence non payée réduisent le brut comme le
      *    prorata d'une embauche ou d'une sortie en cours de mois.
      *    Une absence ne couvre qu'une période : une absence à
      *    cheval sur deux mois est saisie en deux lignes. Le niveau
      *    01 est déclaré par le programme appelant, à l'identique de
      *    la convention suivie par EMPREC.
      *    *************************************************************

      *    Identifiant de l'employé absent.
           05 ABS-EMP-ID PIC 9(8).

      *    Nature de l'absence : "CONG" congés payés (décomptés du
      *    solde, brut maintenu), "SSOL" congé sans solde (brut réduit
      *    au prorata), "MALA" maladie (ni décomptée ni retenue, le
      *    salaire étant maintenu par l'employeur).
           05 ABS-TYPE PIC X(4).

      *    Premier et dernier jour d'absence, au format AAAAMMJJ.
           05 ABS-START-DATE PIC 9(8).
           05 ABS-END-DATE PIC 9(8).

      *    Jours de congés payés à décompter du solde (jours ouvrés,
      *    demi-journées admises). À zéro, les jours calendaires de
      *    l'absence sont décomptés.
           05 ABS-DAYS PIC 9(2)V99.

      *    Jours calendaires de l'absence, calculés par EMPLEAVE pour
      *    le prorata du brut.
           05 ABS-CALENDAR-DAYS PIC 9(2).

      *    Période de paie de l'absence, au format AAAAMM, renseignée
      *    par EMPLEAVE.
           05 ABS-PERIOD PIC 9(6).

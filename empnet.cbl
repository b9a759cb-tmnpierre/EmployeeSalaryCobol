      *    plancher insaisissable.
      *    Le brut d'une période incomplète est proratisé aux jours
      *    travaillés : une embauche en cours de période (date de la
      *    ligne "EMBA" de l'historique EMPSALHIST, lue par clé pour
      *    chaque employé) paie depuis le jour d'arrivée, une fin
      *    de contrat en cours de période (PAY-TERM-DATE fournie par
      *    le programme appelant) paie jusqu'au jour de sortie. Les
      *    jours payés et les jours calendaires de la période sont
      *    restitués pour l'affichage du prorata sur le bulletin.
      *    Les éléments variables de la période payée (primes, heures
      *    supplémentaires, commissions, indemnités exceptionnelles,
      *    fichier EMPELCLN contrôlé par EMPVEDIT, voir EMPELMREC)
      *    sont chargés à l'initialisation et ajoutés au brut
      *    proratisé, avant cotisations, impôt et retenues
      *    récurrentes ; une reprise de trop-perçu vient en
      *    déduction du brut, la part qui le dépasse étant restituée
      *    à part pour être reportée à la période suivante (voir
      *    EMPPAY). Le salaire de base proratisé, le total
      *    des gains et celui des reprises sont restitués à part,
      *    avec le détail ligne à ligne pour le bulletin. EMPVEDIT
      *    n'accepte pas plus de 10 éléments par employé ; un
      *    élément au-delà, qui ne pourrait figurer au détail, est
      *    signalé par le code retour 16 de l'appel.
      *    Les cotisations patronales (maladie, retraite, chômage...)
      *    sont calculées sur le même brut avec le jeu de taux
      *    patronaux du fichier EMPERATES (voir EMPERTREC), daté
      *    comme le barème EMPRATES et choisi selon la même règle ;
      *    elles ne touchent pas le net et sont restituées, au total
      *    et par cotisation, pour le registre et le coût employeur.
      *    L'absence de jeu patronal en vigueur n'arrête pas la paie
      *    mais est signalée : les cotisations patronales sont alors
      *    restituées à zéro.
      *    Le code fonction "RECAL" recalcule une période déjà payée
      *    (rappel de salaire, EMPRETRO) après une initialisation
      *    datée de cette période : les éléments variables sont alors
      *    fournis par le programme appelant tels qu'ils ont été
      *    payés, au lieu d'être relus dans EMPELCLN.
      *    Les absences non payées de la période (congé sans solde,
      *    fichier EMPABCLN contrôlé par EMPLEAVE, voir EMPABSREC)
      *    sont chargées à l'initialisation et retirées des jours
      *    payés avant le prorata, exactement comme les jours qui
      *    précèdent une embauche ; le nombre de jours retirés est
      *    restitué pour le bulletin et le registre (en recalcul,
      *    il est fourni par le programme appelant tel qu'il a été
      *    retenu).
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUC-STATUS.

      *    Historique des salaires, indexé sur l'employé et la date
      *    d'effet, relu pour les dates d'embauche (lignes "EMBA").
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Fichier des taux de cotisations patronales, un jeu de
      *    taux par date d'entrée en vigueur.
           SELECT EMPERATES-FILE ASSIGN TO "EMPERATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERATES-STATUS.

      *    Fichier épuré des éléments variables de paie, produit par
      *    EMPVEDIT.
           SELECT EMPELCLN-FILE ASSIGN TO "EMPELCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-STATUS.

      *    Fichier épuré des absences de la période, produit par
      *    EMPLEAVE.
           SELECT EMPABCLN-FILE ASSIGN TO "EMPABCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRATES-FILE.
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPERATES-FILE.

      *    Un jeu de taux patronaux (structure partagée, voir
      *    EMPERTREC).
       01 ERATES-RECORD.
           COPY EMPERTREC.

       FD  EMPELCLN-FILE.

      *    Un élément variable de paie (structure partagée, voir
      *    EMPELMREC).
       01 ELEMENT-RECORD.
           COPY EMPELMREC.

       FD  EMPABCLN-FILE.

      *    Une absence acceptée de la période (structure partagée,
      *    voir EMPABSREC).
       01 ABSENCE-RECORD.
           COPY EMPABSREC.

       WORKING-STORAGE SECTION.

      *    Statut du fichier EMPRATES-FILE après chaque opération.
      *    Statut du fichier EMPSALHIST-FILE après chaque opération.
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin des lignes d'historique de l'employé
      *    courant.
       01 WS-SALHIST-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que l'historique des salaires est ouvert : il
      *    l'est à la première initialisation et le reste pour les
      *    appels suivants. Un historique absent ou illisible
      *    laisse les employés réputés embauchés avant la période.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Découpage de la date de période, pour le calcul du
      *    prorata.
           PIC 9(6).
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.

      *    Statut du fichier EMPELCLN-FILE après chaque opération.
       01 WS-ELEM-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin du fichier des éléments variables.
       01 WS-ELEM-EOF-SWITCH PIC X VALUE "N".

      *    Période payée (AAAAMM), pour le choix des éléments
      *    variables à charger.
       01 WS-PAID-PERIOD PIC 9(6) VALUE ZERO.

      *    Table des éléments variables de la période payée, chargée
      *    depuis EMPELCLN à l'initialisation. L'absence du fichier
      *    est normale : aucun élément variable n'est alors payé.
       01 WS-ELEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ELEM-MAX PIC 9(4) VALUE 2000.
       01 WS-ELEM-TABLE.
           05 WS-ELEM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ELEM-IDX.
               10 WS-ELEM-EMP-ID PIC 9(8).
               10 WS-ELEM-CODE PIC X(4).
               10 WS-ELEM-LABEL PIC X(20).
               10 WS-ELEM-QUANTITY PIC 9(3)V99.
               10 WS-ELEM-RATE PIC 9(5)V99.
               10 WS-ELEM-AMOUNT PIC 9(5)V99.
               10 WS-ELEM-SIGN PIC X(1).

      *    Totaux des gains et des reprises de l'employé courant, et
      *    brut reconstitué (base + gains - reprises), en zones
      *    élargies pour contrôler le dépassement.
       01 WS-ELEM-GAIN-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 WS-ELEM-RECOVERY-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 WS-GROSS-WORK PIC S9(7)V99 VALUE ZERO.

      *    Indicateur de recalcul d'une période passée (fonction
      *    "RECAL") : les éléments variables sont alors fournis par
      *    le programme appelant.
       01 WS-RECALC-SWITCH PIC X VALUE "N".

      *    Statut du fichier EMPERATES-FILE après chaque opération.
       01 WS-ERATES-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin du fichier des taux patronaux.
       01 WS-ERATES-EOF-SWITCH PIC X VALUE "N".

      *    Jeu de taux patronaux retenu (date à zéro : aucun jeu en
      *    vigueur) et ses six cotisations.
       01 WS-ERATE-SELECTED-DATE PIC 9(8) VALUE ZERO.
       01 WS-EMPLOYER-TABLE.
           05 WS-EMPLOYER-ENTRY OCCURS 6 TIMES.
               10 WS-EMPLR-CODE PIC X(4).
               10 WS-EMPLR-LABEL PIC X(20).
               10 WS-EMPLR-RATE PIC V9999.

      *    Indice de parcours des cotisations patronales.
       01 WS-EMPLR-IDX PIC 9(1) VALUE ZERO.

      *    Montant de la cotisation patronale en cours de calcul.
       01 WS-EMPLR-AMOUNT PIC 9(5)V99 VALUE ZERO.

      *    Statut du fichier EMPABCLN-FILE après chaque opération.
       01 WS-ABS-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin du fichier des absences.
       01 WS-ABS-EOF-SWITCH PIC X VALUE "N".

      *    Table des jours d'absence non payée de la période payée,
      *    cumulés par employé depuis EMPABCLN à l'initialisation.
      *    L'absence du fichier est normale : aucun jour n'est alors
      *    retiré.
       01 WS-ABS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ABS-MAX PIC 9(4) VALUE 2000.
       01 WS-ABS-TABLE.
           05 WS-ABS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ABS-IDX.
               10 WS-ABS-EMP-ID PIC 9(8).
               10 WS-ABS-UNPAID-DAYS PIC 9(2).
       01 WS-ABS-FOUND-SWITCH PIC X VALUE "N".

       LINKAGE SECTION.

      *    Code fonction demandé par le programme appelant.
       PROCEDURE DIVISION USING LS-NET-FUNCTION LS-NET-RECORD.

       0000-MAIN.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE LS-NET-FUNCTION
               WHEN "INIT"
                   PERFORM 1000-CHARGER-BAREME
               WHEN "CALC"
                   PERFORM 2000-CALCULER-SALAIRE-NET
               WHEN "RECAL"
                   PERFORM 2050-RECALCULER-PERIODE
               WHEN OTHER
                   DISPLAY "EMPNET : code fonction inconnu : "
                       LS-NET-FUNCTION
           END-IF.

           PERFORM 1400-CHARGER-RETENUES.
           PERFORM 1500-OUVRIR-HISTORIQUE.
           PERFORM 1600-CHARGER-ELEMENTS.
           PERFORM 1700-CHARGER-TAUX-PATRONAUX.
           PERFORM 1800-CHARGER-ABSENCES.

       1050-EPINGLER-PERIODE.
      *    Période épinglée par l'exploitation (variable
      *    Chargement des retenues récurrentes par employé. Le
      *    fichier est facultatif : son absence signifie simplement
      *    qu'aucune retenue récurrente n'est en vigueur.
           MOVE ZERO TO WS-DEDUC-COUNT.
           MOVE "N" TO WS-DEDUC-EOF-SWITCH.
           OPEN INPUT EMPDEDUC-FILE.
           IF WS-DEDUC-STATUS NOT = "00"
               PERFORM 1410-LIRE-RETENUE
           END-IF.

       1500-OUVRIR-HISTORIQUE.
      *    L'historique des salaires, lu par clé pour chaque employé
      *    (date d'embauche), est ouvert une fois pour toutes. Son
      *    absence n'empêche pas le calcul : les employés sont alors
      *    réputés embauchés avant la période.
           IF WS-SALHIST-OPEN-SWITCH = "N"
               OPEN INPUT EMPSALHIST-FILE
               IF WS-SALHIST-STATUS = "00"
                   MOVE "Y" TO WS-SALHIST-OPEN-SWITCH
               ELSE
                   IF WS-SALHIST-STATUS NOT = "35"
                       DISPLAY "EMPNET : fichier EMPSALHIST illisible "
                           "(statut " WS-SALHIST-STATUS "), prorata "
                           "d'embauche indisponible."
                   END-IF
               END-IF
           END-IF.

       1600-CHARGER-ELEMENTS.
      *    Chargement des éléments variables de la période payée. Le
      *    fichier est facultatif : son absence signifie simplement
      *    qu'aucun élément variable n'est à payer. Les éléments
      *    d'une autre période sont ignorés.
           MOVE ZERO TO WS-ELEM-COUNT.
           COMPUTE WS-PAID-PERIOD = WS-PERIOD-DATE / 100.
           MOVE "N" TO WS-ELEM-EOF-SWITCH.
           OPEN INPUT EMPELCLN-FILE.
           IF WS-ELEM-STATUS NOT = "00"
               IF WS-ELEM-STATUS NOT = "35"
                   DISPLAY "EMPNET : fichier EMPELCLN illisible "
                       "(statut " WS-ELEM-STATUS "), éléments "
                       "variables ignorés."
               END-IF
           ELSE
               PERFORM 1610-LIRE-ELEMENT
               PERFORM 1620-RANGER-ELEMENT
                   UNTIL WS-ELEM-EOF-SWITCH = "Y"
               CLOSE EMPELCLN-FILE
           END-IF.

       1610-LIRE-ELEMENT.
           READ EMPELCLN-FILE
               AT END
                   MOVE "Y" TO WS-ELEM-EOF-SWITCH
           END-READ.

       1620-RANGER-ELEMENT.
           IF ELEM-PERIOD = WS-PAID-PERIOD
               IF WS-ELEM-COUNT < WS-ELEM-MAX
                   ADD 1 TO WS-ELEM-COUNT
                   MOVE ELEM-EMP-ID TO WS-ELEM-EMP-ID(WS-ELEM-COUNT)
                   MOVE ELEM-CODE TO WS-ELEM-CODE(WS-ELEM-COUNT)
                   MOVE ELEM-LABEL TO WS-ELEM-LABEL(WS-ELEM-COUNT)
                   MOVE ELEM-QUANTITY
                       TO WS-ELEM-QUANTITY(WS-ELEM-COUNT)
                   MOVE ELEM-RATE TO WS-ELEM-RATE(WS-ELEM-COUNT)
                   MOVE ELEM-AMOUNT TO WS-ELEM-AMOUNT(WS-ELEM-COUNT)
                   MOVE ELEM-SIGN TO WS-ELEM-SIGN(WS-ELEM-COUNT)
               ELSE
                   DISPLAY "EMPNET : fichier EMPELCLN tronqué à "
                       WS-ELEM-MAX " élément(s) variable(s)."
                   MOVE "Y" TO WS-ELEM-EOF-SWITCH
               END-IF
           END-IF.
           IF WS-ELEM-EOF-SWITCH = "N"
               PERFORM 1610-LIRE-ELEMENT
           END-IF.

       1700-CHARGER-TAUX-PATRONAUX.
      *    Recherche dans EMPERATES du jeu de taux patronaux le plus
      *    récent en vigueur à la date de la période, selon la même
      *    règle que le barème EMPRATES. Les cotisations patronales
      *    ne changent pas le net payé : sans jeu en vigueur, la paie
      *    continue et le coût employeur est signalé incomplet.
           MOVE ZERO TO WS-ERATE-SELECTED-DATE.
           MOVE SPACE TO WS-EMPLOYER-TABLE.
           PERFORM 1740-REMETTRE-TAUX-A-ZERO
               VARYING WS-EMPLR-IDX FROM 1 BY 1
               UNTIL WS-EMPLR-IDX > 6.
           MOVE "N" TO WS-ERATES-EOF-SWITCH.
           OPEN INPUT EMPERATES-FILE.
           IF WS-ERATES-STATUS NOT = "00"
               DISPLAY "EMPNET : fichier EMPERATES illisible (statut "
                   WS-ERATES-STATUS "), cotisations patronales non "
                   "calculées."
           ELSE
               PERFORM 1710-LIRE-TAUX-PATRONAUX
               PERFORM 1720-EXAMINER-TAUX-PATRONAUX
                   UNTIL WS-ERATES-EOF-SWITCH = "Y"
               CLOSE EMPERATES-FILE
               IF WS-ERATE-SELECTED-DATE = ZERO
                   DISPLAY "EMPNET : aucun jeu de taux EMPERATES en "
                       "vigueur au " WS-PERIOD-DATE
                       ", cotisations patronales non calculées."
               END-IF
           END-IF.

       1710-LIRE-TAUX-PATRONAUX.
           READ EMPERATES-FILE
               AT END
                   MOVE "Y" TO WS-ERATES-EOF-SWITCH
           END-READ.

       1720-EXAMINER-TAUX-PATRONAUX.
           IF ERATE-EFFECTIVE-DATE IS NUMERIC
               AND ERATE-EFFECTIVE-DATE NOT GREATER THAN WS-PERIOD-DATE
               AND ERATE-EFFECTIVE-DATE
                   NOT LESS THAN WS-ERATE-SELECTED-DATE
               MOVE ERATE-EFFECTIVE-DATE TO WS-ERATE-SELECTED-DATE
               PERFORM 1730-RECOPIER-TAUX-PATRONAL
                   VARYING WS-EMPLR-IDX FROM 1 BY 1
                   UNTIL WS-EMPLR-IDX > 6
           END-IF.
           PERFORM 1710-LIRE-TAUX-PATRONAUX.

       1730-RECOPIER-TAUX-PATRONAL.
           MOVE ERATE-CODE(WS-EMPLR-IDX) TO WS-EMPLR-CODE(WS-EMPLR-IDX).
           MOVE ERATE-LABEL(WS-EMPLR-IDX)
               TO WS-EMPLR-LABEL(WS-EMPLR-IDX).
           IF ERATE-RATE(WS-EMPLR-IDX) IS NUMERIC
               MOVE ERATE-RATE(WS-EMPLR-IDX)
                   TO WS-EMPLR-RATE(WS-EMPLR-IDX)
           ELSE
               MOVE ZERO TO WS-EMPLR-RATE(WS-EMPLR-IDX)
           END-IF.

       1740-REMETTRE-TAUX-A-ZERO.
           MOVE ZERO TO WS-EMPLR-RATE(WS-EMPLR-IDX).

       1800-CHARGER-ABSENCES.
      *    Chargement des absences non payées ("SSOL") de la période
      *    payée, cumulées par employé. Les congés payés et la
      *    maladie ne touchent pas le brut.
           MOVE ZERO TO WS-ABS-COUNT.
           MOVE "N" TO WS-ABS-EOF-SWITCH.
           OPEN INPUT EMPABCLN-FILE.
           IF WS-ABS-STATUS NOT = "00"
               IF WS-ABS-STATUS NOT = "35"
                   DISPLAY "EMPNET : fichier EMPABCLN illisible "
                       "(statut " WS-ABS-STATUS "), absences "
                       "ignorées."
               END-IF
           ELSE
               PERFORM 1810-LIRE-ABSENCE
               PERFORM 1820-RANGER-ABSENCE
                   UNTIL WS-ABS-EOF-SWITCH = "Y"
               CLOSE EMPABCLN-FILE
           END-IF.

       1810-LIRE-ABSENCE.
           READ EMPABCLN-FILE
               AT END
                   MOVE "Y" TO WS-ABS-EOF-SWITCH
           END-READ.

       1820-RANGER-ABSENCE.
           IF ABS-TYPE = "SSOL" AND ABS-PERIOD = WS-PAID-PERIOD
               AND ABS-CALENDAR-DAYS IS NUMERIC
               MOVE "N" TO WS-ABS-FOUND-SWITCH
               SET WS-ABS-IDX TO 1
               PERFORM 1830-EXAMINER-ABSENCE
                   UNTIL WS-ABS-FOUND-SWITCH = "Y"
                   OR WS-ABS-IDX > WS-ABS-COUNT
               IF WS-ABS-FOUND-SWITCH = "Y"
                   ADD ABS-CALENDAR-DAYS
                       TO WS-ABS-UNPAID-DAYS(WS-ABS-IDX)
               ELSE
                   IF WS-ABS-COUNT < WS-ABS-MAX
                       ADD 1 TO WS-ABS-COUNT
                       MOVE ABS-EMP-ID TO WS-ABS-EMP-ID(WS-ABS-COUNT)
                       MOVE ABS-CALENDAR-DAYS
                           TO WS-ABS-UNPAID-DAYS(WS-ABS-COUNT)
                   ELSE
                       DISPLAY "EMPNET : fichier EMPABCLN tronqué à "
                           WS-ABS-MAX " employé(s) absent(s)."
                       MOVE "Y" TO WS-ABS-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-ABS-EOF-SWITCH = "N"
               PERFORM 1810-LIRE-ABSENCE
           END-IF.

       1830-EXAMINER-ABSENCE.
           IF WS-ABS-EMP-ID(WS-ABS-IDX) = ABS-EMP-ID
               MOVE "Y" TO WS-ABS-FOUND-SWITCH
           ELSE
               SET WS-ABS-IDX UP BY 1
           END-IF.

       2000-CALCULER-SALAIRE-NET.
           PERFORM 2500-PRORATISER-BRUT.
           MOVE PAY-GROSS-SALARY TO PAY-BASE-SALARY.
           PERFORM 2600-AJOUTER-ELEMENTS.
      *    Recherche de la tranche d'imposition applicable au salaire
      *    brut fourni par le programme appelant.
           SET WS-TAX-IDX TO 1.
               PAY-GROSS-SALARY - PAY-SOCIAL-DEDUCTION
               - PAY-TAX-DEDUCTION.

           PERFORM 2700-CALCULER-CHARGES-PATRONALES.
           PERFORM 3000-APPLIQUER-RETENUES.

       2050-RECALCULER-PERIODE.
      *    Recalcul d'une période déjà payée (rappel de salaire,
      *    EMPRETRO), après une initialisation datée de cette
      *    période : le calcul est celui de la paie, mais les
      *    éléments variables ne sont pas relus dans EMPELCLN, qui
      *    ne porte que la période en cours ; ils sont fournis par
      *    le programme appelant tels qu'ils ont été payés
      *    (PAY-VARIABLE-PAY et PAY-VARIABLE-RECOVERY du registre).
           MOVE "Y" TO WS-RECALC-SWITCH.
           PERFORM 2000-CALCULER-SALAIRE-NET.
           MOVE "N" TO WS-RECALC-SWITCH.

       2500-PRORATISER-BRUT.
      *    Prorata du brut aux jours travaillés de la période : une
      *    embauche ou une fin de contrat en cours de mois réduit la
                   WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
           END-IF.

      *    Les jours d'absence non payée ne sont pas payés.
           IF WS-RECALC-SWITCH = "N"
               PERFORM 2540-CHERCHER-ABSENCES
           END-IF.
           IF PAY-UNPAID-DAYS IS NOT NUMERIC
               MOVE ZERO TO PAY-UNPAID-DAYS
           END-IF.
           IF PAY-UNPAID-DAYS > PAY-DAYS-WORKED
               MOVE ZERO TO PAY-DAYS-WORKED
           ELSE
               SUBTRACT PAY-UNPAID-DAYS FROM PAY-DAYS-WORKED
           END-IF.

           IF PAY-DAYS-WORKED < PAY-DAYS-IN-PERIOD
               COMPUTE PAY-GROSS-SALARY ROUNDED =
                   PAY-GROSS-SALARY * PAY-DAYS-WORKED
           END-IF.

       2510-CHERCHER-EMBAUCHE.
      *    Recherche par clé de la date d'embauche de l'employé : les
      *    lignes de l'employé se lisent dans l'ordre des dates
      *    d'effet, la première ligne "EMBA" est donc la plus
      *    ancienne. Un employé sans ligne "EMBA" est réputé embauché
      *    avant la période (enregistrement antérieur à
      *    l'historisation des embauches).
           MOVE ZERO TO WS-EMP-HIRE-DATE.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               AND PAY-EMP-ID IS NUMERIC AND PAY-EMP-ID > ZERO
               MOVE "N" TO WS-SALHIST-EOF-SWITCH
               MOVE PAY-EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 2515-EXAMINER-EMBAUCHE-CALC
                   UNTIL WS-SALHIST-EOF-SWITCH = "Y"
           END-IF.

       2515-EXAMINER-EMBAUCHE-CALC.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-READ.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = PAY-EMP-ID
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               ELSE
                   IF HIST-REASON-CODE = "EMBA"
                       MOVE HIST-EFFECTIVE-DATE TO WS-EMP-HIRE-DATE
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       2520-JOURS-DU-MOIS.
               END-IF
           END-IF.

       2540-CHERCHER-ABSENCES.
           MOVE ZERO TO PAY-UNPAID-DAYS.
           MOVE "N" TO WS-ABS-FOUND-SWITCH.
           SET WS-ABS-IDX TO 1.
           PERFORM 2545-EXAMINER-ABSENCE-CALC
               UNTIL WS-ABS-FOUND-SWITCH = "Y"
               OR WS-ABS-IDX > WS-ABS-COUNT.
           IF WS-ABS-FOUND-SWITCH = "Y"
               MOVE WS-ABS-UNPAID-DAYS(WS-ABS-IDX) TO PAY-UNPAID-DAYS
           END-IF.

       2545-EXAMINER-ABSENCE-CALC.
           IF WS-ABS-EMP-ID(WS-ABS-IDX) = PAY-EMP-ID
               MOVE "Y" TO WS-ABS-FOUND-SWITCH
           ELSE
               SET WS-ABS-IDX UP BY 1
           END-IF.

       2600-AJOUTER-ELEMENTS.
      *    Ajout au brut proratisé des éléments variables de
      *    l'employé pour la période : les gains s'ajoutent, les
      *    reprises se déduisent. Une reprise supérieure au brut le
      *    ramène à zéro : seule la part imputée est restituée comme
      *    reprise de la période, le reliquat est restitué à part
      *    (PAY-RECOVERY-CARRIED) pour que EMPPAY le reporte à la
      *    période suivante. En recalcul d'une période passée, les
      *    totaux fournis par le programme appelant remplacent la
      *    lecture des éléments de la période en cours.
           MOVE ZERO TO WS-ELEM-GAIN-TOTAL.
           MOVE ZERO TO WS-ELEM-RECOVERY-TOTAL.
           IF WS-RECALC-SWITCH = "Y"
               IF PAY-VARIABLE-PAY IS NUMERIC
                   MOVE PAY-VARIABLE-PAY TO WS-ELEM-GAIN-TOTAL
               END-IF
               IF PAY-VARIABLE-RECOVERY IS NUMERIC
                   MOVE PAY-VARIABLE-RECOVERY
                       TO WS-ELEM-RECOVERY-TOTAL
               END-IF
           END-IF.
           MOVE ZERO TO PAY-VARIABLE-PAY.
           MOVE ZERO TO PAY-VARIABLE-RECOVERY.
           MOVE ZERO TO PAY-RECOVERY-CARRIED.
           MOVE ZERO TO PAY-ELEMENT-COUNT.
           IF WS-RECALC-SWITCH = "N"
               AND PAY-EMP-ID IS NUMERIC AND PAY-EMP-ID > ZERO
               SET WS-ELEM-IDX TO 1
               PERFORM 2610-EXAMINER-ELEMENT
                   UNTIL WS-ELEM-IDX > WS-ELEM-COUNT
           END-IF.

           IF WS-ELEM-GAIN-TOTAL > ZERO
               OR WS-ELEM-RECOVERY-TOTAL > ZERO
               COMPUTE WS-GROSS-WORK = PAY-BASE-SALARY
                   + WS-ELEM-GAIN-TOTAL - WS-ELEM-RECOVERY-TOTAL
               IF WS-GROSS-WORK < ZERO
                   COMPUTE PAY-RECOVERY-CARRIED = 0 - WS-GROSS-WORK
                   SUBTRACT PAY-RECOVERY-CARRIED
                       FROM WS-ELEM-RECOVERY-TOTAL
                   MOVE ZERO TO WS-GROSS-WORK
               END-IF
               IF WS-GROSS-WORK > 99999.99
                   DISPLAY "EMPNET : brut hors capacité pour "
                       "l'employé " PAY-EMP-ID
                       ", éléments variables à vérifier."
                   MOVE 99999.99 TO WS-GROSS-WORK
               END-IF
               MOVE WS-GROSS-WORK TO PAY-GROSS-SALARY
               MOVE WS-ELEM-GAIN-TOTAL TO PAY-VARIABLE-PAY
               MOVE WS-ELEM-RECOVERY-TOTAL TO PAY-VARIABLE-RECOVERY
           END-IF.

       2610-EXAMINER-ELEMENT.
           IF WS-ELEM-EMP-ID(WS-ELEM-IDX) = PAY-EMP-ID
               PERFORM 2620-APPLIQUER-UN-ELEMENT
           END-IF.
           SET WS-ELEM-IDX UP BY 1.

       2620-APPLIQUER-UN-ELEMENT.
           IF WS-ELEM-SIGN(WS-ELEM-IDX) = "-"
               ADD WS-ELEM-AMOUNT(WS-ELEM-IDX)
                   TO WS-ELEM-RECOVERY-TOTAL
           ELSE
               ADD WS-ELEM-AMOUNT(WS-ELEM-IDX) TO WS-ELEM-GAIN-TOTAL
           END-IF.
           IF PAY-ELEMENT-COUNT < 10
               ADD 1 TO PAY-ELEMENT-COUNT
               MOVE WS-ELEM-CODE(WS-ELEM-IDX)
                   TO PAY-ELEM-CODE(PAY-ELEMENT-COUNT)
               MOVE WS-ELEM-LABEL(WS-ELEM-IDX)
                   TO PAY-ELEM-LABEL(PAY-ELEMENT-COUNT)
               MOVE WS-ELEM-QUANTITY(WS-ELEM-IDX)
                   TO PAY-ELEM-QUANTITY(PAY-ELEMENT-COUNT)
               MOVE WS-ELEM-RATE(WS-ELEM-IDX)
                   TO PAY-ELEM-RATE(PAY-ELEMENT-COUNT)
               MOVE WS-ELEM-AMOUNT(WS-ELEM-IDX)
                   TO PAY-ELEM-AMOUNT(PAY-ELEMENT-COUNT)
               MOVE WS-ELEM-SIGN(WS-ELEM-IDX)
                   TO PAY-ELEM-SIGN(PAY-ELEMENT-COUNT)
           ELSE
      *        Limite contrôlée par EMPVEDIT : le montant ne serait pas
      *        détaillé au bulletin, l'appelant doit s'arrêter.
               DISPLAY "EMPNET : plus de 10 éléments variables pour "
                   "l'employé " PAY-EMP-ID
                   ", détail du bulletin incomplet."
               MOVE 16 TO RETURN-CODE
           END-IF.

       2700-CALCULER-CHARGES-PATRONALES.
      *    Cotisations patronales sur le brut de la période (base et
      *    éléments variables), une par cotisation du jeu en
      *    vigueur ; elles s'ajoutent au coût employeur sans toucher
      *    le net.
           MOVE ZERO TO PAY-EMPLOYER-CONTRIB.
           MOVE ZERO TO PAY-EMPLOYER-COUNT.
           PERFORM 2710-CALCULER-UNE-CHARGE
               VARYING WS-EMPLR-IDX FROM 1 BY 1
               UNTIL WS-EMPLR-IDX > 6.

       2710-CALCULER-UNE-CHARGE.
           IF WS-EMPLR-CODE(WS-EMPLR-IDX) NOT = SPACE
               COMPUTE WS-EMPLR-AMOUNT ROUNDED =
                   PAY-GROSS-SALARY * WS-EMPLR-RATE(WS-EMPLR-IDX)
               ADD WS-EMPLR-AMOUNT TO PAY-EMPLOYER-CONTRIB
               ADD 1 TO PAY-EMPLOYER-COUNT
               MOVE WS-EMPLR-CODE(WS-EMPLR-IDX)
                   TO PAY-EMPLR-CODE(PAY-EMPLOYER-COUNT)
               MOVE WS-EMPLR-LABEL(WS-EMPLR-IDX)
                   TO PAY-EMPLR-LABEL(PAY-EMPLOYER-COUNT)
               MOVE WS-EMPLR-AMOUNT
                   TO PAY-EMPLR-AMOUNT(PAY-EMPLOYER-COUNT)
           END-IF.

       3000-APPLIQUER-RETENUES.
      *    Application des retenues récurrentes de l'employé en
      *    vigueur à la période payée, entre le net fiscal et le net
                       TO PAY-DED-LABEL(PAY-DEDUCTION-COUNT)
                   MOVE WS-DEDUC-APPLIED
                       TO PAY-DED-AMOUNT(PAY-DEDUCTION-COUNT)
                   MOVE WS-DEDUC-CODE(WS-DEDUC-IDX)
                       TO PAY-DED-CODE(PAY-DEDUCTION-COUNT)
               ELSE
                   DISPLAY "EMPNET : plus de 10 retenues pour "
                       "l'employé " PAY-EMP-ID

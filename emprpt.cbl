      *    un en-tête, le bloc employeur, les informations de
      *    l'employé, le détail du salaire net (brut, cotisations,
      *    impôt, net, calculés par le sous-programme EMPNET partagé
      *    avec EMPPAY) et une pagination automatique. Les éléments
      *    variables de la période (primes, heures supplémentaires,
      *    commissions, indemnités, reprises) sont itemisés ligne à
      *    ligne entre le salaire de base et le brut.
      *    Le registre de paie (fichier EMPPREG indexé sur la période
      *    et l'employé, alimenté par EMPPAY, voir EMPPREGREC) est lu
      *    par clé pour chaque employé, une lecture par période
      *    payée de l'année : chaque bulletin porte, à côté des
      *    montants du mois, les cumuls de l'année civile en cours
      *    (brut, cotisations, impôt et net effectivement payés). Un
      *    employé absent du registre est édité avec les seuls
      *    montants du mois en cumul.
      *    Les bulletins sont éclatés par destinataire : chaque
      *    employé dont l'adresse e-mail est utilisable (un seul "@",
      *    même règle que EMPSAL) reçoit son bulletin dans un fichier
      *    d'impression résiduel EMPPSTUB, paginé comme avant, et
      *    sont listés sur le rapport de distribution EMPDISRPT pour
      *    la mise sous pli.
      *    Le compte de congés payés de l'employé (fichier EMPLEAVE
      *    tenu par EMPLEAVE, voir EMPLVBREC), relu en parallèle du
      *    fichier maître, fait figurer sur chaque bulletin les jours
      *    acquis et pris sur la période et le solde restant ; les
      *    jours d'absence non payée retirés du brut par EMPNET sont
      *    indiqués avec le prorata.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

      *    Registre de paie alimenté par EMPPAY, indexé sur la
      *    période et l'employé, relu pour les cumuls annuels des
      *    bulletins.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Comptes de congés payés tenus par EMPLEAVE, classés par
      *    EMP-ID comme le fichier maître.
           SELECT EMPLEAVE-FILE ASSIGN TO "EMPLEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPLEAVE-FILE.

      *    Compte de congés d'un employé (structure partagée, voir
      *    EMPLVBREC).
       01 LEAVE-RECORD.
           COPY EMPLVBREC.

       WORKING-STORAGE SECTION.

      *    Statut du fichier EMPLOYEE-MASTER après chaque opération.
      *    Statut du fichier EMPPREG-FILE après chaque opération.
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin du relevé des périodes du registre.
       01 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que EMPPREG a été ouvert avec succès.
       01 WS-REGISTER-OPEN-SWITCH PIC X VALUE "N".

      *    Statut du fichier EMPLEAVE-FILE, indicateurs d'ouverture
      *    et de fin des comptes de congés.
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-OPEN-SWITCH PIC X VALUE "N".
       01 WS-LEAVE-EOF-SWITCH PIC X VALUE "N".

      *    Zones d'édition des jours de congés.
       01 WS-DAYS-EDIT PIC ZZ9.99.
       01 WS-DAYS-EDIT-2 PIC ZZ9.99.
       01 WS-DAYS-EDIT-3 PIC ZZ9.99.

      *    Date de la période payée, restituée par EMPNET à
      *    l'initialisation (date du jour, ou dernier jour du mois
      *    épinglé par EMPRUNPER) ; son année borne les cumuls du
           05 WS-PREG-MONTH PIC 9(2).
           05 WS-PREG-DAY PIC 9(2).

      *    Dates de période présentes au registre pour l'année civile
      *    en cours, relevées à l'initialisation : toutes les lignes
      *    d'une période portent la même date, les cumuls d'un
      *    employé se lisent donc par clé (date, EMP-ID). La table
      *    est bornée par le calendrier, pas par l'effectif.
       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-MAX PIC 9(3) VALUE 366.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-DATE OCCURS 366 TIMES INDEXED BY WS-PERIOD-IDX
                             PIC 9(8).

      *    Indicateur que l'employé courant a au moins une ligne au
      *    registre pour l'année civile en cours.
       01 WS-YTD-FOUND-SWITCH PIC X VALUE "N".

      *    Cumuls annuels de l'employé en cours d'édition.
      *    restitué par EMPNET.
       01 WS-DED-IDX PIC 9(2) VALUE ZERO.

      *    Indice de parcours du détail des éléments variables
      *    restitué par EMPNET.
       01 WS-ELEM-IDX PIC 9(2) VALUE ZERO.

      *    Zones d'édition de la quantité et du taux d'un élément
      *    variable.
       01 WS-QUANTITY-EDIT PIC ZZ9.99.
       01 WS-RATE-EDIT PIC ZZZZ9.99.

      *    Mention d'une reprise (élément variable déduit du brut).
       01 WS-ELEM-SIGN-TEXT PIC X(10) VALUE SPACE.

      *    Indicateur de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".

               CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD
               MOVE PAY-PERIOD-DATE TO WS-RUN-DATE
               PERFORM 1100-CHARGER-REGISTRE
               PERFORM 1300-OUVRIR-CONGES
               PERFORM 2100-LIRE-EMPLOYE
           END-IF.

       1100-CHARGER-REGISTRE.
      *    Relevé des dates de période de l'année civile en cours :
      *    le registre est positionné sur le 1er janvier, puis, après
      *    chaque ligne lue, repositionné au-delà du dernier EMP-ID
      *    de la même date, ce qui saute d'une période à la suivante
      *    sans en lire les lignes. L'absence du registre (première
      *    exécution) n'interrompt pas l'édition : les cumuls
      *    retombent sur les montants du mois.
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT EMPPREG-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               IF WS-REGISTER-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de EMPPREG : "
                       WS-REGISTER-STATUS
               END-IF
           ELSE
               MOVE "Y" TO WS-REGISTER-OPEN-SWITCH
               COMPUTE PREG-PERIOD-DATE = WS-RUN-YEAR * 10000 + 101
               MOVE ZERO TO PREG-EMP-ID
               START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               END-START
               PERFORM 1110-RELEVER-PERIODE
                   UNTIL WS-REGISTER-EOF-SWITCH = "Y"
           END-IF.

       1110-RELEVER-PERIODE.
           READ EMPPREG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ.
           IF WS-REGISTER-EOF-SWITCH = "N"
               MOVE PREG-PERIOD-DATE TO WS-PREG-DATE
               IF WS-PREG-YEAR NOT = WS-RUN-YEAR
                   OR WS-PERIOD-COUNT NOT < WS-PERIOD-MAX
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PREG-PERIOD-DATE
                       TO WS-PERIOD-DATE(WS-PERIOD-COUNT)
                   MOVE 99999999 TO PREG-EMP-ID
                   START EMPPREG-FILE KEY IS GREATER THAN PREG-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-REGISTER-EOF-SWITCH
                   END-START
               END-IF
           END-IF.

       1300-OUVRIR-CONGES.
      *    Sans fichier des comptes de congés, les bulletins sont
      *    édités sans la ligne des congés.
           OPEN INPUT EMPLEAVE-FILE.
           EVALUATE WS-LEAVE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-LEAVE-OPEN-SWITCH
                   PERFORM 1310-LIRE-COMPTE-CONGES
               WHEN "35"
                   MOVE "Y" TO WS-LEAVE-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "EMPRPT : fichier EMPLEAVE illisible "
                       "(statut " WS-LEAVE-STATUS "), soldes de "
                       "congés non édités."
                   MOVE "Y" TO WS-LEAVE-EOF-SWITCH
           END-EVALUATE.

       1310-LIRE-COMPTE-CONGES.
           READ EMPLEAVE-FILE
               AT END
                   MOVE "Y" TO WS-LEAVE-EOF-SWITCH
           END-READ.

       2000-TRAITEMENT.
      *    Les employés sortis ne reçoivent pas de bulletin, sauf
      *    En période incomplète (embauche ou sortie en cours de
      *    mois), le salaire de base et les jours payés précèdent le
      *    brut proratisé, pour que l'employé voie comment le montant
      *    a été obtenu. Les éléments variables de la période
      *    suivent le salaire de base, un par ligne.
           IF PAY-DAYS-WORKED < PAY-DAYS-IN-PERIOD
               OR PAY-ELEMENT-COUNT > ZERO
               MOVE SALARY TO WS-SALARY-EDIT
               MOVE SPACE TO WS-BULLETIN-LINE
               STRING "Salaire de base     : " WS-SALARY-EDIT
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               PERFORM 3900-ECRIRE-LIGNE-BULLETIN
               IF WS-DEST-SWITCH = "P"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.
           IF PAY-DAYS-WORKED < PAY-DAYS-IN-PERIOD
               MOVE SPACE TO WS-BULLETIN-LINE
               STRING "Jours payés         : " PAY-DAYS-WORKED
                   " / " PAY-DAYS-IN-PERIOD " (prorata)"
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               PERFORM 3900-ECRIRE-LIGNE-BULLETIN
               IF WS-DEST-SWITCH = "P"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF PAY-UNPAID-DAYS > ZERO
                   MOVE SPACE TO WS-BULLETIN-LINE
                   STRING "Absence non payée   : " PAY-UNPAID-DAYS
                       " jour(s)"
                       DELIMITED BY SIZE INTO WS-BULLETIN-LINE
                   PERFORM 3900-ECRIRE-LIGNE-BULLETIN
                   IF WS-DEST-SWITCH = "P"
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-IF
               IF PAY-ELEMENT-COUNT > ZERO
                   MOVE PAY-BASE-SALARY TO WS-SALARY-EDIT
                   MOVE SPACE TO WS-BULLETIN-LINE
                   STRING "Base proratisée     : " WS-SALARY-EDIT
                       DELIMITED BY SIZE INTO WS-BULLETIN-LINE
                   PERFORM 3900-ECRIRE-LIGNE-BULLETIN
                   IF WS-DEST-SWITCH = "P"
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 3450-IMPRIMER-ELEMENT
               VARYING WS-ELEM-IDX FROM 1 BY 1
               UNTIL WS-ELEM-IDX > PAY-ELEMENT-COUNT.
           IF WS-DEST-SWITCH = "P"
               ADD PAY-ELEMENT-COUNT TO WS-LINE-COUNT
           END-IF.
      *    Reprise plus forte que le brut : la part non imputée sur
      *    ce bulletin, reportée au mois suivant, est indiquée pour
      *    que le détail des éléments se rapproche du brut.
           IF PAY-RECOVERY-CARRIED > ZERO
               MOVE PAY-RECOVERY-CARRIED TO WS-SALARY-EDIT
               MOVE SPACE TO WS-BULLETIN-LINE
               STRING "Reprise reportée    : " WS-SALARY-EDIT
                   " (au mois suivant)"
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               PERFORM 3900-ECRIRE-LIGNE-BULLETIN
               IF WS-DEST-SWITCH = "P"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

           PERFORM 3900-ECRIRE-LIGNE-BULLETIN.

           PERFORM 3200-IMPRIMER-CUMULS.
           PERFORM 3250-IMPRIMER-CONGES.

           MOVE SPACE TO WS-BULLETIN-LINE.
           PERFORM 3900-ECRIRE-LIGNE-BULLETIN.
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           PERFORM 3900-ECRIRE-LIGNE-BULLETIN.

       3450-IMPRIMER-ELEMENT.
      *    Un élément variable par ligne : libellé, montant, et le
      *    détail quantité x taux lorsqu'il a servi au calcul ; une
      *    reprise est signalée comme telle.
           IF PAY-ELEM-SIGN(WS-ELEM-IDX) = "-"
               MOVE " (reprise)" TO WS-ELEM-SIGN-TEXT
           ELSE
               MOVE SPACE TO WS-ELEM-SIGN-TEXT
           END-IF.
           MOVE PAY-ELEM-AMOUNT(WS-ELEM-IDX) TO WS-SALARY-EDIT.
           MOVE SPACE TO WS-BULLETIN-LINE.
           IF PAY-ELEM-QUANTITY(WS-ELEM-IDX) > ZERO
               AND PAY-ELEM-RATE(WS-ELEM-IDX) > ZERO
               MOVE PAY-ELEM-QUANTITY(WS-ELEM-IDX) TO WS-QUANTITY-EDIT
               MOVE PAY-ELEM-RATE(WS-ELEM-IDX) TO WS-RATE-EDIT
               STRING PAY-ELEM-LABEL(WS-ELEM-IDX) ": " WS-SALARY-EDIT
                   " (" WS-QUANTITY-EDIT " x " WS-RATE-EDIT ")"
                   WS-ELEM-SIGN-TEXT
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
           ELSE
               STRING PAY-ELEM-LABEL(WS-ELEM-IDX) ": " WS-SALARY-EDIT
                   WS-ELEM-SIGN-TEXT
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
           END-IF.
           PERFORM 3900-ECRIRE-LIGNE-BULLETIN.

       3500-CHOISIR-DESTINATION.
      *    Un e-mail utilisable (un seul "@", même règle que EMPSAL)
      *    envoie le bulletin dans un fichier individuel ; sinon
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           PERFORM 3900-ECRIRE-LIGNE-BULLETIN.

       3250-IMPRIMER-CONGES.
      *    Compte de congés de l'employé : les deux fichiers sont
      *    classés par EMP-ID, les comptes d'employés non édités
      *    sont passés.
           PERFORM 1310-LIRE-COMPTE-CONGES
               UNTIL WS-LEAVE-EOF-SWITCH = "Y"
               OR LVB-EMP-ID NOT LESS THAN EMP-ID.
           IF WS-LEAVE-EOF-SWITCH = "N" AND LVB-EMP-ID = EMP-ID
               MOVE LVB-ACCRUED TO WS-DAYS-EDIT
               MOVE LVB-TAKEN TO WS-DAYS-EDIT-2
               MOVE LVB-BALANCE TO WS-DAYS-EDIT-3
               MOVE SPACE TO WS-BULLETIN-LINE
               STRING "Congés payés : acquis " WS-DAYS-EDIT
                   ", pris " WS-DAYS-EDIT-2 ", solde "
                   WS-DAYS-EDIT-3 " jour(s)"
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               PERFORM 3900-ECRIRE-LIGNE-BULLETIN
               IF WS-DEST-SWITCH = "P"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

       3300-CHERCHER-CUMULS-EMPLOYE.
      *    Cumul des lignes de l'employé au registre, lues par clé
      *    pour chaque période relevée de l'année civile.
           MOVE "N" TO WS-YTD-FOUND-SWITCH.
           MOVE ZERO TO WS-EMP-YTD-GROSS.
           MOVE ZERO TO WS-EMP-YTD-SOCIAL.
           MOVE ZERO TO WS-EMP-YTD-TAX.
           MOVE ZERO TO WS-EMP-YTD-OTHER.
           MOVE ZERO TO WS-EMP-YTD-NET.
           PERFORM 3310-CUMULER-PERIODE-EMPLOYE
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT.
           IF WS-YTD-FOUND-SWITCH = "N"
               MOVE PAY-GROSS-SALARY TO WS-EMP-YTD-GROSS
               MOVE PAY-SOCIAL-DEDUCTION TO WS-EMP-YTD-SOCIAL
               MOVE PAY-TAX-DEDUCTION TO WS-EMP-YTD-TAX
               MOVE PAY-NET-SALARY TO WS-EMP-YTD-NET
           END-IF.

       3310-CUMULER-PERIODE-EMPLOYE.
           MOVE WS-PERIOD-DATE(WS-PERIOD-IDX) TO PREG-PERIOD-DATE.
           MOVE EMP-ID TO PREG-EMP-ID.
           READ EMPPREG-FILE
               KEY IS PREG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-SWITCH
                   ADD PREG-GROSS-SALARY TO WS-EMP-YTD-GROSS
                   ADD PREG-SOCIAL-DEDUCTION TO WS-EMP-YTD-SOCIAL
                   ADD PREG-TAX-DEDUCTION TO WS-EMP-YTD-TAX
                   ADD PREG-OTHER-DEDUCTION TO WS-EMP-YTD-OTHER
                   ADD PREG-NET-SALARY TO WS-EMP-YTD-NET
           END-READ.

       3100-IMPRIMER-ENTETE.
           ADD 1 TO WS-PAGE-NUMBER.
               CLOSE EMP-PAYSTUB-RPT
               CLOSE EMPDISP-FILE
               CLOSE EMPDIST-RPT
               IF WS-LEAVE-OPEN-SWITCH = "Y"
                   CLOSE EMPLEAVE-FILE
               END-IF
               IF WS-REGISTER-OPEN-SWITCH = "Y"
                   CLOSE EMPPREG-FILE
               END-IF
      *        Fin normale enregistrée au fichier de pilotage : le
      *        programme suivant du cycle peut démarrer.
               MOVE "END  " TO WS-RUNCTL-FUNCTION

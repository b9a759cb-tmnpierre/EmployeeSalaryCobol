      *    *************************************************************
      *    EMPLEAVE - CONGES PAYES ET ABSENCES DE LA PERIODE
      *    Ce programme tient, à chaque cycle de paie, le compte de
      *    congés payés de chaque employé (fichier EMPLEAVE, voir
      *    EMPLVBREC) et contrôle les absences de la période saisies
      *    par le service paie (fichier EMPABS, voir EMPABSREC).
      *    Acquisition : chaque employé du fichier maître acquiert
      *    chaque mois un nombre fixe de jours ouvrés ; le mois de
      *    l'embauche (date de la ligne "EMBA" de l'historique
      *    EMPSALHIST, la même que celle du prorata de paie d'EMPNET)
      *    et celui de la sortie n'en acquièrent que le prorata des
      *    jours de présence. Un employé sans compte (première
      *    acquisition) démarre à zéro.
      *    Absences : congés payés ("CONG", décomptés du solde acquis
      *    et refusés au-delà), congé sans solde ("SSOL") et maladie
      *    ("MALA"). Une absence doit tenir dans la période en cours
      *    et dans le contrat de l'employé, et ne pas chevaucher une
      *    absence du même employé déjà acceptée dans le lot (les
      *    mêmes jours seraient retenus ou décomptés deux fois). Les
      *    absences acceptées sont recopiées, jours calendaires et
      *    période renseignés, dans le fichier épuré EMPABCLN relu
      *    par le sous-programme EMPNET, qui réduit le brut des jours
      *    d'absence non payée comme le prorata d'une embauche ou
      *    d'une sortie en cours de mois ; les rejets sont listés avec
      *    leur motif.
      *    Sortie : le solde d'un employé sorti (fin de contrat
      *    enregistrée par EMPMAINT) lui est payé en indemnité
      *    compensatrice de congés payés avec le solde de tout compte,
      *    sous la forme d'un élément variable "ICCP" (fichier
      *    EMPLVEEL) que EMPVEDIT contrôle avec les autres éléments de
      *    la période : jours restants x salaire journalier (SALARY /
      *    nombre moyen de jours ouvrés par mois). Comme la paie d'un
      *    sorti, le solde n'est payé que sur demande explicite
      *    (variable d'environnement EMPINCTERM = "O") ; sinon il est
      *    signalé sur le rapport et le compte reste ouvert. Une
      *    indemnité supérieure à la capacité d'un élément variable
      *    n'est pas payée : elle est listée sur le rapport, à régler
      *    hors paie, le compte est soldé et le code retour est 4.
      *    Le compte de chaque employé garde le solde d'ouverture de
      *    la dernière période traitée : une réexécution de la même
      *    période repart de ce solde au lieu de cumuler deux fois.
      *    Le rapport EMPLVERPT liste les rejets, les soldes de tout
      *    compte, puis le compte de chaque employé (ouverture,
      *    acquis, pris, soldé, solde).
      *    EMPLEAVE s'insère dans le contrôle d'enchaînement du cycle
      *    (voir EMPRUNCTL) entre EMPRETRO et EMPVEDIT.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empleave.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître des employés, indexé sur EMP-ID.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Comptes de congés payés, classés par EMP-ID, relus puis
      *    réécrits.
           SELECT EMPLEAVE-FILE ASSIGN TO "EMPLEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

      *    Historique des salaires, relu pour les dates d'embauche
      *    (lignes "EMBA"), indexé sur l'employé et la date d'effet.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Fichier des absences saisies, à contrôler.
           SELECT EMPABS-FILE ASSIGN TO "EMPABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

      *    Fichier des absences acceptées, destiné à EMPNET.
           SELECT EMPABCLN-FILE ASSIGN TO "EMPABCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.

      *    Éléments variables d'indemnité de congés, destinés à
      *    EMPVEDIT.
           SELECT EMPLVEEL-FILE ASSIGN TO "EMPLVEEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-STATUS.

      *    Rapport des congés et absences.
           SELECT EMPLEAVE-RPT ASSIGN TO "EMPLVERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPLEAVE-FILE.

      *    Compte de congés d'un employé (structure partagée, voir
      *    EMPLVBREC).
       01 LEAVE-RECORD.
           COPY EMPLVBREC.

       FD  EMPSALHIST-FILE.

      *    Ligne d'historique de salaire (structure partagée, voir
      *    EMPSALHREC).
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPABS-FILE.

      *    Absence saisie (structure partagée, voir EMPABSREC).
       01 ABSENCE-RECORD.
           COPY EMPABSREC.

       FD  EMPABCLN-FILE.

      *    Absence acceptée, complétée (mêmes positions que
      *    EMPABSREC).
       01 CLEAN-RECORD PIC X(40).

       FD  EMPLVEEL-FILE.

      *    Élément variable d'indemnité de congés (structure
      *    partagée, voir EMPELMREC).
       01 ELEMENT-RECORD.
           COPY EMPELMREC.

       FD  EMPLEAVE-RPT.

      *    Une ligne du rapport.
       01 LEAVE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-ABS-STATUS PIC X(2) VALUE "00".
       01 WS-CLEAN-STATUS PIC X(2) VALUE "00".
       01 WS-ELEM-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-LEAVE-EOF-SWITCH PIC X VALUE "N".
       01 WS-SALHIST-EOF-SWITCH PIC X VALUE "N".
       01 WS-ABS-EOF-SWITCH PIC X VALUE "N".

      *    Indicateurs que les fichiers du traitement et l'ancien
      *    fichier des comptes sont ouverts.
       01 WS-FILES-OPEN-SWITCH PIC X VALUE "N".
       01 WS-LEAVE-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur d'arrêt : une table saturée ou un fichier
      *    illisible rendrait les comptes faux ; ils ne sont alors
      *    pas réécrits et la paie ne peut pas démarrer.
       01 WS-ABORT-SWITCH PIC X VALUE "N".

      *    Paiement des soldes de tout compte : "O" (variable
      *    d'environnement EMPINCTERM, la même qui fait payer les
      *    sortis par EMPPAY) paie l'indemnité de congés des sortis ;
      *    sinon elle est seulement signalée.
       01 WS-INCLUDE-TERM-SWITCH PIC X VALUE "N".

      *    Jours ouvrés acquis par mois complet de présence (25 jours
      *    par an).
       01 WS-MONTHLY-ACCRUAL PIC 9V99 VALUE 2.08.

      *    Nombre moyen de jours ouvrés par mois, diviseur du salaire
      *    mensuel pour la valeur d'un jour de congé.
       01 WS-WORKING-DAYS-MONTH PIC 9(2)V99 VALUE 21.67.

      *    Bornes de la période en cours (AAAAMMJJ) et nombre de
      *    jours calendaires du mois.
       01 WS-PERIOD-START PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-DAYS-IN-PERIOD PIC 9(2) VALUE ZERO.
       01 WS-PERIOD-PARTS.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-YEAR-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-YEAR-REMAINDER PIC 9(4) VALUE ZERO.

      *    Indicateur que l'historique des salaires est ouvert.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Comptes de congés de la période, dans l'ordre du fichier
      *    maître, avec les données de l'employé utiles aux
      *    contrôles et au solde de tout compte.
       01 WS-LEAVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEAVE-MAX PIC 9(5) VALUE 5000.
       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-LEAVE-IDX.
               10 WS-LV-ROW PIC X(43).
               10 WS-LV-EMP-STATUS PIC X(1).
               10 WS-LV-SALARY PIC 9(5)V99.
               10 WS-LV-HIRE-DATE PIC 9(8).
               10 WS-LV-TERM-DATE PIC 9(8).
       01 WS-LEAVE-FOUND-SWITCH PIC X VALUE "N".

      *    Compte de congés en cours de mise à jour.
       01 WS-LEAVE-WORK.
           COPY EMPLVBREC REPLACING LEADING ==LVB-== BY ==WS-LVW-==.

      *    Date d'embauche de l'employé courant (zéro : embauché
      *    avant l'historisation des embauches).
       01 WS-EMP-HIRE-DATE PIC 9(8) VALUE ZERO.

      *    Premier et dernier jour de présence dans la période, et
      *    nombre de jours de présence.
       01 WS-FIRST-DAY PIC 9(2) VALUE ZERO.
       01 WS-LAST-DAY PIC 9(2) VALUE ZERO.
       01 WS-PRESENT-DAYS PIC 9(2) VALUE ZERO.

      *    Contrôle de l'absence courante : validité, motif de rejet,
      *    numéro de ligne dans EMPABS.
       01 WS-VALID-SWITCH PIC X VALUE "Y".
       01 WS-REJECT-REASON PIC X(40) VALUE SPACE.
       01 WS-LINE-NUMBER PIC 9(6) VALUE ZERO.

      *    Absences acceptées dans le lot (employé, premier et dernier
      *    jour), pour le rejet des chevauchements.
       01 WS-RANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RANGE-MAX PIC 9(5) VALUE 5000.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-RANGE-IDX.
               10 WS-RANGE-EMP-ID PIC 9(8).
               10 WS-RANGE-START PIC 9(8).
               10 WS-RANGE-END PIC 9(8).
       01 WS-OVERLAP-SWITCH PIC X VALUE "N".

      *    Jours calendaires et jours décomptés de l'absence courante.
       01 WS-CALENDAR-DAYS PIC 9(2) VALUE ZERO.
       01 WS-DEBIT-DAYS PIC 9(3)V99 VALUE ZERO.
       01 WS-START-PARTS.
           05 FILLER PIC 9(6).
           05 WS-START-DAY PIC 9(2).
       01 WS-END-PARTS.
           05 FILLER PIC 9(6).
           05 WS-END-DAY PIC 9(2).

      *    Valeur d'un jour de congé et montant de l'indemnité de
      *    l'employé en cours de solde de tout compte.
       01 WS-DAILY-VALUE PIC 9(5)V99 VALUE ZERO.
       01 WS-INDEMNITY PIC 9(7)V99 VALUE ZERO.

      *    Indicateur d'une indemnité hors capacité d'un élément
      *    variable, à régler hors paie.
       01 WS-INDEMNITY-OVER-SWITCH PIC X VALUE "N".

      *    Compteurs et totaux de l'exécution.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MANUAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INDEMNITY-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Zones d'édition du rapport.
       01 WS-DAYS-EDIT PIC ZZ9.99.
       01 WS-DAYS-EDIT-2 PIC ZZ9.99.
       01 WS-DAYS-EDIT-3 PIC ZZ9.99.
       01 WS-DAYS-EDIT-4 PIC ZZ9.99.
       01 WS-DAYS-EDIT-5 PIC ZZ9.99.
       01 WS-AMOUNT-EDIT PIC ZZZZZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9.99.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
       01 WS-RUNCTL-RECORD.
           COPY EMPRUNREC.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           IF WS-FILES-OPEN-SWITCH = "Y" AND WS-ABORT-SWITCH = "N"
               PERFORM 3000-CONTROLER-ABSENCES
               PERFORM 4000-SOLDER-SORTIES
                   VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
           END-IF.
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-CONTROLER-ENCHAINEMENT.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1010-PREPARER-EXECUTION
           END-IF.

       1100-CONTROLER-ENCHAINEMENT.
      *    Contrôle d'enchaînement du cycle de paie (voir EMPRUNCTL) :
      *    les comptes se tiennent sur le maître mis à jour par
      *    EMPMAINT pour la période (embauches et sorties), avant le
      *    contrôle des éléments variables par EMPVEDIT, et ne se
      *    recalculent pas deux fois (réexécution délibérée :
      *    EMPRERUN = "O"). La période restituée par EMPRUNCTL est
      *    celle des acquisitions et des absences.
           MOVE "EMPLEAVE" TO RUN-PROGRAM.
           MOVE "EMPRETRO" TO RUN-PREDECESSOR.
           MOVE "START" TO WS-RUNCTL-FUNCTION.
           CALL "emprunctl" USING WS-RUNCTL-FUNCTION WS-RUNCTL-RECORD.
           IF RUN-REPLY NOT = "Y"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1010-PREPARER-EXECUTION.
           ACCEPT WS-INCLUDE-TERM-SWITCH FROM ENVIRONMENT "EMPINCTERM"
               ON EXCEPTION
                   MOVE "N" TO WS-INCLUDE-TERM-SWITCH
           END-ACCEPT.
           MOVE RUN-PERIOD TO WS-PERIOD-PARTS.
           PERFORM 1300-JOURS-DU-MOIS.
           COMPUTE WS-PERIOD-START = RUN-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = RUN-PERIOD * 100 + WS-DAYS-IN-PERIOD.

           PERFORM 1200-OUVRIR-HISTORIQUE.

           OPEN OUTPUT EMPABCLN-FILE.
           OPEN OUTPUT EMPLVEEL-FILE.
           OPEN OUTPUT EMPLEAVE-RPT.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           STRING "CONGES PAYES ET ABSENCES - PERIODE " RUN-PERIOD
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

           IF WS-ABORT-SWITCH = "N"
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   OPEN INPUT EMPLEAVE-FILE
                   EVALUATE WS-LEAVE-STATUS
                       WHEN "00"
                           MOVE "Y" TO WS-LEAVE-OPEN-SWITCH
                           PERFORM 2150-LIRE-COMPTE
                       WHEN "35"
      *                    Premier cycle : tous les comptes démarrent
      *                    à zéro.
                           MOVE "Y" TO WS-LEAVE-EOF-SWITCH
                       WHEN OTHER
                           DISPLAY "Erreur à l'ouverture de "
                               "EMPLEAVE : " WS-LEAVE-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                           MOVE "Y" TO WS-LEAVE-EOF-SWITCH
                   END-EVALUATE
                   MOVE "Y" TO WS-FILES-OPEN-SWITCH
                   PERFORM 2100-LIRE-EMPLOYE
               END-IF
           END-IF.
           IF WS-ABORT-SWITCH = "Y"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1200-OUVRIR-HISTORIQUE.
      *    L'historique des salaires est lu par clé pour la date
      *    d'embauche de chaque employé. Sans historique, les
      *    employés sont réputés embauchés avant la période.
           OPEN INPUT EMPSALHIST-FILE.
           IF WS-SALHIST-STATUS NOT = "00"
               IF WS-SALHIST-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de EMPSALHIST : "
                       WS-SALHIST-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF
           ELSE
               MOVE "Y" TO WS-SALHIST-OPEN-SWITCH
           END-IF.

       1300-JOURS-DU-MOIS.
           EVALUATE WS-PERIOD-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-PERIOD
               WHEN 02
                   PERFORM 1310-JOURS-DE-FEVRIER
               WHEN OTHER
                   MOVE 30 TO WS-DAYS-IN-PERIOD
           END-EVALUATE.

       1310-JOURS-DE-FEVRIER.
      *    Février compte 29 jours les années bissextiles : millésime
      *    divisible par 4, sauf les siècles non divisibles par 400.
           MOVE 28 TO WS-DAYS-IN-PERIOD.
           DIVIDE WS-PERIOD-YEAR BY 4
               GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER.
           IF WS-YEAR-REMAINDER = ZERO
               DIVIDE WS-PERIOD-YEAR BY 100
                   GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-DAYS-IN-PERIOD
               ELSE
                   DIVIDE WS-PERIOD-YEAR BY 400
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-PERIOD
                   END-IF
               END-IF
           END-IF.

       2000-TRAITEMENT.
      *    Rapprochement du fichier maître et des comptes, tous deux
      *    classés par EMP-ID : les comptes d'employés purgés du
      *    maître sont abandonnés, un employé sans compte en reçoit
      *    un à zéro.
           PERFORM 2150-LIRE-COMPTE
               UNTIL WS-LEAVE-EOF-SWITCH = "Y"
               OR LVB-EMP-ID NOT LESS THAN EMP-ID.
           IF WS-LEAVE-EOF-SWITCH = "N" AND LVB-EMP-ID = EMP-ID
               MOVE LEAVE-RECORD TO WS-LEAVE-WORK
               PERFORM 2150-LIRE-COMPTE
           ELSE
               MOVE ZERO TO WS-LEAVE-WORK
               MOVE EMP-ID TO WS-LVW-EMP-ID
               MOVE "A" TO WS-LVW-STATUS
           END-IF.
           PERFORM 2200-OUVRIR-PERIODE.
           PERFORM 2400-RANGER-COMPTE.
           PERFORM 2100-LIRE-EMPLOYE.

       2100-LIRE-EMPLOYE.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2150-LIRE-COMPTE.
           READ EMPLEAVE-FILE
               AT END
                   MOVE "Y" TO WS-LEAVE-EOF-SWITCH
           END-READ.

       2200-OUVRIR-PERIODE.
      *    Un compte soldé lors d'une période antérieure n'évolue
      *    plus. Sinon la période repart du solde d'ouverture : celui
      *    de la fin de la période précédente, ou, en réexécution de
      *    la même période, celui déjà retenu pour elle.
           PERFORM 2210-CHERCHER-EMBAUCHE.
           IF WS-LVW-STATUS = "S" AND WS-LVW-PERIOD NOT = RUN-PERIOD
               CONTINUE
           ELSE
               IF WS-LVW-PERIOD NOT = RUN-PERIOD
                   MOVE WS-LVW-BALANCE TO WS-LVW-OPENING-BALANCE
                   MOVE RUN-PERIOD TO WS-LVW-PERIOD
               END-IF
               MOVE "A" TO WS-LVW-STATUS
               MOVE ZERO TO WS-LVW-TAKEN
               MOVE ZERO TO WS-LVW-UNPAID-DAYS
               MOVE ZERO TO WS-LVW-SICK-DAYS
               MOVE ZERO TO WS-LVW-SETTLED
               PERFORM 2300-ACQUERIR-CONGES
               COMPUTE WS-LVW-BALANCE =
                   WS-LVW-OPENING-BALANCE + WS-LVW-ACCRUED
           END-IF.

       2210-CHERCHER-EMBAUCHE.
      *    Lecture par clé des lignes de l'employé dans l'historique,
      *    dans l'ordre des dates d'effet : la première ligne "EMBA"
      *    est la plus ancienne (même règle que EMPNET).
           MOVE ZERO TO WS-EMP-HIRE-DATE.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               MOVE "N" TO WS-SALHIST-EOF-SWITCH
               MOVE EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 2220-EXAMINER-EMBAUCHE
                   UNTIL WS-SALHIST-EOF-SWITCH = "Y"
           END-IF.

       2220-EXAMINER-EMBAUCHE.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-READ.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = EMP-ID
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               ELSE
                   IF HIST-REASON-CODE = "EMBA"
                       MOVE HIST-EFFECTIVE-DATE TO WS-EMP-HIRE-DATE
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       2300-ACQUERIR-CONGES.
      *    Acquisition du mois au prorata des jours de présence : le
      *    mois de l'embauche court depuis le jour d'arrivée, celui
      *    de la sortie jusqu'au jour de sortie ; un employé embauché
      *    après la période ou sorti avant n'acquiert rien.
           MOVE 1 TO WS-FIRST-DAY.
           MOVE WS-DAYS-IN-PERIOD TO WS-LAST-DAY.
           IF WS-EMP-HIRE-DATE > WS-PERIOD-END
               MOVE ZERO TO WS-LAST-DAY
           ELSE
               IF WS-EMP-HIRE-DATE NOT LESS THAN WS-PERIOD-START
                   MOVE WS-EMP-HIRE-DATE TO WS-START-PARTS
                   MOVE WS-START-DAY TO WS-FIRST-DAY
               END-IF
           END-IF.
           IF EMP-STATUS = "T"
               AND EMP-TERM-DATE IS NUMERIC AND EMP-TERM-DATE > ZERO
               IF EMP-TERM-DATE < WS-PERIOD-START
                   MOVE ZERO TO WS-LAST-DAY
               ELSE
                   IF EMP-TERM-DATE NOT GREATER THAN WS-PERIOD-END
                       MOVE EMP-TERM-DATE TO WS-END-PARTS
                       IF WS-END-DAY < WS-LAST-DAY
                           MOVE WS-END-DAY TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-LAST-DAY < WS-FIRST-DAY
               MOVE ZERO TO WS-PRESENT-DAYS
           ELSE
               COMPUTE WS-PRESENT-DAYS = WS-LAST-DAY - WS-FIRST-DAY + 1
           END-IF.
           COMPUTE WS-LVW-ACCRUED ROUNDED =
               WS-MONTHLY-ACCRUAL * WS-PRESENT-DAYS
               / WS-DAYS-IN-PERIOD.

       2400-RANGER-COMPTE.
           IF WS-LEAVE-COUNT < WS-LEAVE-MAX
               ADD 1 TO WS-LEAVE-COUNT
               SET WS-LEAVE-IDX TO WS-LEAVE-COUNT
               MOVE WS-LEAVE-WORK TO WS-LV-ROW(WS-LEAVE-IDX)
               MOVE EMP-STATUS TO WS-LV-EMP-STATUS(WS-LEAVE-IDX)
               MOVE SALARY TO WS-LV-SALARY(WS-LEAVE-IDX)
               MOVE WS-EMP-HIRE-DATE TO WS-LV-HIRE-DATE(WS-LEAVE-IDX)
               IF EMP-TERM-DATE IS NUMERIC
                   MOVE EMP-TERM-DATE TO WS-LV-TERM-DATE(WS-LEAVE-IDX)
               ELSE
                   MOVE ZERO TO WS-LV-TERM-DATE(WS-LEAVE-IDX)
               END-IF
           ELSE
               DISPLAY "EMPLEAVE : table des comptes de congés "
                   "saturée (plus de " WS-LEAVE-MAX
                   " employés), comptes non mis à jour."
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       3000-CONTROLER-ABSENCES.
      *    Contrôle des absences saisies. Un mois sans absence
      *    (EMPABS absent) produit un fichier épuré vide.
           OPEN INPUT EMPABS-FILE.
           EVALUATE WS-ABS-STATUS
               WHEN "00"
                   PERFORM 3100-LIRE-ABSENCE
                   PERFORM 3200-TRAITER-ABSENCE
                       UNTIL WS-ABS-EOF-SWITCH = "Y"
                   CLOSE EMPABS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPABS : "
                       WS-ABS-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
           END-EVALUATE.

       3100-LIRE-ABSENCE.
           READ EMPABS-FILE
               AT END
                   MOVE "Y" TO WS-ABS-EOF-SWITCH
           END-READ.

       3200-TRAITER-ABSENCE.
           ADD 1 TO WS-LINE-NUMBER.
           PERFORM 3300-VALIDER-ABSENCE.
           IF WS-VALID-SWITCH = "Y"
               PERFORM 3500-IMPUTER-ABSENCE
               MOVE SPACE TO CLEAN-RECORD
               MOVE ABSENCE-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE SPACE TO LEAVE-REPORT-LINE
               STRING "Absence ligne " WS-LINE-NUMBER " EMP-ID "
                   ABS-EMP-ID " " ABS-TYPE " REJETEE : "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM 3100-LIRE-ABSENCE.

       3300-VALIDER-ABSENCE.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SPACE TO WS-REJECT-REASON.

           IF ABS-EMP-ID IS NOT NUMERIC OR ABS-EMP-ID = ZERO
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "EMP-ID invalide" TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3310-CHERCHER-COMPTE
               IF WS-LEAVE-FOUND-SWITCH = "N"
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Employé inconnu au fichier maître"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-LV-ROW(WS-LEAVE-IDX) TO WS-LEAVE-WORK
                   IF WS-LVW-STATUS = "S"
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Compte de congés déjà soldé"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               IF ABS-TYPE NOT = "CONG" AND ABS-TYPE NOT = "SSOL"
                   AND ABS-TYPE NOT = "MALA"
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Nature d'absence inconnue" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3400-CONTROLER-DATES
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3420-CONTROLER-CHEVAUCHEMENT
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3450-CONTROLER-JOURS
           END-IF.

       3310-CHERCHER-COMPTE.
           MOVE "N" TO WS-LEAVE-FOUND-SWITCH.
           SET WS-LEAVE-IDX TO 1.
           PERFORM 3320-EXAMINER-COMPTE
               UNTIL WS-LEAVE-FOUND-SWITCH = "Y"
               OR WS-LEAVE-IDX > WS-LEAVE-COUNT.

       3320-EXAMINER-COMPTE.
           IF WS-LV-ROW(WS-LEAVE-IDX)(1:8) = ABS-EMP-ID
               MOVE "Y" TO WS-LEAVE-FOUND-SWITCH
           ELSE
               SET WS-LEAVE-IDX UP BY 1
           END-IF.

       3400-CONTROLER-DATES.
      *    L'absence doit tenir dans la période en cours et dans le
      *    contrat de l'employé.
           IF ABS-START-DATE IS NOT NUMERIC
               OR ABS-END-DATE IS NOT NUMERIC
               OR ABS-END-DATE < ABS-START-DATE
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "Dates d'absence invalides" TO WS-REJECT-REASON
           ELSE
               IF ABS-START-DATE < WS-PERIOD-START
                   OR ABS-END-DATE > WS-PERIOD-END
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Absence hors période en cours"
                       TO WS-REJECT-REASON
               ELSE
                   IF ABS-START-DATE < WS-LV-HIRE-DATE(WS-LEAVE-IDX)
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Absence antérieure à l'embauche"
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-LV-TERM-DATE(WS-LEAVE-IDX) > ZERO
                       AND ABS-END-DATE > WS-LV-TERM-DATE(WS-LEAVE-IDX)
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Absence postérieure à la sortie"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       3420-CONTROLER-CHEVAUCHEMENT.
      *    Deux absences du même employé se chevauchent si chacune
      *    commence avant la fin de l'autre ; la seconde est rejetée.
           MOVE "N" TO WS-OVERLAP-SWITCH.
           SET WS-RANGE-IDX TO 1.
           PERFORM 3430-EXAMINER-ABSENCE-ACCEPTEE
               UNTIL WS-OVERLAP-SWITCH = "Y"
               OR WS-RANGE-IDX > WS-RANGE-COUNT.
           IF WS-OVERLAP-SWITCH = "Y"
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "Chevauche une absence déjà acceptée"
                   TO WS-REJECT-REASON
           END-IF.

       3430-EXAMINER-ABSENCE-ACCEPTEE.
           IF WS-RANGE-EMP-ID(WS-RANGE-IDX) = ABS-EMP-ID
               AND ABS-START-DATE NOT > WS-RANGE-END(WS-RANGE-IDX)
               AND ABS-END-DATE NOT < WS-RANGE-START(WS-RANGE-IDX)
               MOVE "Y" TO WS-OVERLAP-SWITCH
           ELSE
               SET WS-RANGE-IDX UP BY 1
           END-IF.

       3450-CONTROLER-JOURS.
      *    Jours calendaires de l'absence ; les congés payés
      *    décomptent les jours saisis (jours ouvrés), à défaut les
      *    jours calendaires, dans la limite du solde acquis. Les
      *    absences non payées du mois ne peuvent dépasser le mois.
           MOVE ABS-START-DATE TO WS-START-PARTS.
           MOVE ABS-END-DATE TO WS-END-PARTS.
           COMPUTE WS-CALENDAR-DAYS = WS-END-DAY - WS-START-DAY + 1.
           MOVE ZERO TO WS-DEBIT-DAYS.
           EVALUATE ABS-TYPE
               WHEN "CONG"
                   IF ABS-DAYS IS NUMERIC AND ABS-DAYS > ZERO
                       MOVE ABS-DAYS TO WS-DEBIT-DAYS
                   ELSE
                       MOVE WS-CALENDAR-DAYS TO WS-DEBIT-DAYS
                   END-IF
                   IF WS-DEBIT-DAYS > WS-LVW-BALANCE
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Solde de congés insuffisant"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "SSOL"
                   IF WS-LVW-UNPAID-DAYS + WS-CALENDAR-DAYS
                       > WS-DAYS-IN-PERIOD
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Absences non payées au-delà du mois"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   IF WS-LVW-SICK-DAYS + WS-CALENDAR-DAYS
                       > WS-DAYS-IN-PERIOD
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Absences maladie au-delà du mois"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       3500-IMPUTER-ABSENCE.
      *    Imputation au compte de l'employé, et complément de la
      *    ligne recopiée pour EMPNET.
           EVALUATE ABS-TYPE
               WHEN "CONG"
                   ADD WS-DEBIT-DAYS TO WS-LVW-TAKEN
                   SUBTRACT WS-DEBIT-DAYS FROM WS-LVW-BALANCE
               WHEN "SSOL"
                   ADD WS-CALENDAR-DAYS TO WS-LVW-UNPAID-DAYS
               WHEN OTHER
                   ADD WS-CALENDAR-DAYS TO WS-LVW-SICK-DAYS
           END-EVALUATE.
           MOVE WS-LEAVE-WORK TO WS-LV-ROW(WS-LEAVE-IDX).
           IF WS-RANGE-COUNT < WS-RANGE-MAX
               ADD 1 TO WS-RANGE-COUNT
               MOVE ABS-EMP-ID TO WS-RANGE-EMP-ID(WS-RANGE-COUNT)
               MOVE ABS-START-DATE TO WS-RANGE-START(WS-RANGE-COUNT)
               MOVE ABS-END-DATE TO WS-RANGE-END(WS-RANGE-COUNT)
           ELSE
               DISPLAY "EMPLEAVE : table des absences acceptées "
                   "saturée, chevauchements non contrôlés pour "
                   "EMP-ID " ABS-EMP-ID
           END-IF.
           MOVE WS-DEBIT-DAYS TO ABS-DAYS.
           MOVE WS-CALENDAR-DAYS TO ABS-CALENDAR-DAYS.
           MOVE RUN-PERIOD TO ABS-PERIOD.

       4000-SOLDER-SORTIES.
      *    Solde de tout compte d'un employé sorti : les jours
      *    restants sont payés en indemnité compensatrice, et le
      *    compte est soldé. Sans demande de paiement des sortis, le
      *    solde est seulement signalé.
           MOVE WS-LV-ROW(WS-LEAVE-IDX) TO WS-LEAVE-WORK.
           IF WS-LV-EMP-STATUS(WS-LEAVE-IDX) = "T"
               AND WS-LVW-STATUS = "A"
               IF WS-INCLUDE-TERM-SWITCH = "O"
                   PERFORM 4100-PAYER-INDEMNITE
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-LVW-BALANCE TO WS-DAYS-EDIT
                   MOVE SPACE TO LEAVE-REPORT-LINE
                   STRING "EMP-ID " WS-LVW-EMP-ID " sorti : solde de "
                       WS-DAYS-EDIT " jour(s) à payer au solde de "
                       "tout compte (paie des sortis, EMPINCTERM = O)"
                       DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
                   WRITE LEAVE-REPORT-LINE
               END-IF
           END-IF.

       4100-PAYER-INDEMNITE.
      *    Une indemnité (ou une valeur journalière) que l'élément
      *    variable ne peut porter est signalée pour un règlement hors
      *    paie au lieu d'être tronquée.
           MOVE "N" TO WS-INDEMNITY-OVER-SWITCH.
           IF WS-LVW-BALANCE > ZERO
               COMPUTE WS-DAILY-VALUE ROUNDED =
                   WS-LV-SALARY(WS-LEAVE-IDX) / WS-WORKING-DAYS-MONTH
                   ON SIZE ERROR
                       MOVE "Y" TO WS-INDEMNITY-OVER-SWITCH
               END-COMPUTE
               IF WS-INDEMNITY-OVER-SWITCH = "N"
                   COMPUTE WS-INDEMNITY ROUNDED =
                       WS-LVW-BALANCE * WS-DAILY-VALUE
                       ON SIZE ERROR
                           MOVE "Y" TO WS-INDEMNITY-OVER-SWITCH
                   END-COMPUTE
               END-IF
               IF WS-INDEMNITY > 99999.99
                   MOVE "Y" TO WS-INDEMNITY-OVER-SWITCH
               END-IF
           END-IF.
           IF WS-LVW-BALANCE > ZERO
               AND WS-INDEMNITY-OVER-SWITCH = "Y"
               PERFORM 4200-SIGNALER-INDEMNITE-HORS-PAIE
           END-IF.
           IF WS-LVW-BALANCE > ZERO
               AND WS-INDEMNITY-OVER-SWITCH = "N"
               MOVE SPACE TO ELEMENT-RECORD
               MOVE WS-LVW-EMP-ID TO ELEM-EMP-ID
               MOVE "ICCP" TO ELEM-CODE
               MOVE "Indemnité congés" TO ELEM-LABEL
               MOVE WS-LVW-BALANCE TO ELEM-QUANTITY
               MOVE WS-DAILY-VALUE TO ELEM-RATE
               MOVE WS-INDEMNITY TO ELEM-AMOUNT
               MOVE RUN-PERIOD TO ELEM-PERIOD
               MOVE "+" TO ELEM-SIGN
               WRITE ELEMENT-RECORD
               ADD WS-INDEMNITY TO WS-INDEMNITY-TOTAL
               MOVE WS-LVW-BALANCE TO WS-DAYS-EDIT
               MOVE WS-INDEMNITY TO WS-AMOUNT-EDIT
               MOVE SPACE TO LEAVE-REPORT-LINE
               STRING "EMP-ID " WS-LVW-EMP-ID " sorti : indemnité "
                   "compensatrice de " WS-DAYS-EDIT " jour(s), "
                   WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE WS-LVW-BALANCE TO WS-LVW-SETTLED.
           MOVE ZERO TO WS-LVW-BALANCE.
           MOVE "S" TO WS-LVW-STATUS.
           MOVE WS-LEAVE-WORK TO WS-LV-ROW(WS-LEAVE-IDX).

       4200-SIGNALER-INDEMNITE-HORS-PAIE.
           ADD 1 TO WS-MANUAL-COUNT.
           MOVE WS-LVW-BALANCE TO WS-DAYS-EDIT.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           STRING "EMP-ID " WS-LVW-EMP-ID " sorti : indemnité "
               "compensatrice de " WS-DAYS-EDIT " jour(s) hors "
               "capacité d'un élément de paie - à régler hors paie"
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           DISPLAY "EMPLEAVE : indemnité de l'employé " WS-LVW-EMP-ID
               " hors capacité, à régler hors paie.".

       5000-REECRIRE-COMPTES.
      *    Réécriture complète des comptes, dans l'ordre du fichier
      *    maître, avec leur ligne au rapport.
           OPEN OUTPUT EMPLEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "Erreur à la réécriture de EMPLEAVE : "
                   WS-LEAVE-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           ELSE
               MOVE SPACE TO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
               MOVE SPACE TO LEAVE-REPORT-LINE
               STRING "EMP-ID      OUVERT  ACQUIS    PRIS  INDEMN"
                   "   SOLDE  SANS SOLDE  MALADIE"
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
               PERFORM 5100-ECRIRE-COMPTE
                   VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
               CLOSE EMPLEAVE-FILE
           END-IF.

       5100-ECRIRE-COMPTE.
           MOVE WS-LV-ROW(WS-LEAVE-IDX) TO LEAVE-RECORD.
           WRITE LEAVE-RECORD.
           MOVE LVB-OPENING-BALANCE TO WS-DAYS-EDIT.
           MOVE LVB-ACCRUED TO WS-DAYS-EDIT-2.
           MOVE LVB-TAKEN TO WS-DAYS-EDIT-3.
           MOVE LVB-SETTLED TO WS-DAYS-EDIT-4.
           MOVE LVB-BALANCE TO WS-DAYS-EDIT-5.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           STRING LVB-EMP-ID "    " WS-DAYS-EDIT "  " WS-DAYS-EDIT-2
               "  " WS-DAYS-EDIT-3 "  " WS-DAYS-EDIT-4 "  "
               WS-DAYS-EDIT-5 "          " LVB-UNPAID-DAYS
               "       " LVB-SICK-DAYS
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

       9000-FINALISATION.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
           IF WS-FILES-OPEN-SWITCH = "Y"
               CLOSE EMPLOYEE-MASTER
               IF WS-LEAVE-OPEN-SWITCH = "Y"
                   CLOSE EMPLEAVE-FILE
               END-IF
               IF WS-ABORT-SWITCH = "N"
                   PERFORM 5000-REECRIRE-COMPTES
               END-IF
           END-IF.
           IF RUN-REPLY = "Y"
               PERFORM 9100-EDITER-TOTAUX
               CLOSE EMPABCLN-FILE
               CLOSE EMPLVEEL-FILE
               CLOSE EMPLEAVE-RPT
      *        Une exécution arrêtée ne libère pas EMPVEDIT : les
      *        fichiers épurés sont vidés pour qu'aucune absence ni
      *        indemnité partielle ne soit payée, et la période reste
      *        inachevée.
               IF WS-ABORT-SWITCH = "Y"
                   OPEN OUTPUT EMPABCLN-FILE
                   CLOSE EMPABCLN-FILE
                   OPEN OUTPUT EMPLVEEL-FILE
                   CLOSE EMPLVEEL-FILE
                   DISPLAY "EMPLEAVE : exécution arrêtée, "
                       "comptes de congés non mis à jour."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "END  " TO WS-RUNCTL-FUNCTION
                   CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                       WS-RUNCTL-RECORD
      *            Indemnité à régler hors paie : avertissement.
                   IF WS-MANUAL-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       9100-EDITER-TOTAUX.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACE TO LEAVE-REPORT-LINE.
           IF WS-ABORT-SWITCH = "Y"
               STRING "*** EXECUTION ARRETEE : COMPTES DE CONGES NON "
                   "MIS A JOUR ***"
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
           ELSE
               STRING "Comptes tenus : " WS-LEAVE-COUNT
                   ", absences acceptées : " WS-ACCEPTED-COUNT
                   ", rejetées : " WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
               MOVE WS-INDEMNITY-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACE TO LEAVE-REPORT-LINE
               STRING "Soldes de tout compte : " WS-SETTLED-COUNT
                   " pour " WS-TOTAL-EDIT ", en attente : "
                   WS-PENDING-COUNT ", à régler hors paie : "
                   WS-MANUAL-COUNT
                   DELIMITED BY SIZE INTO LEAVE-REPORT-LINE
               WRITE LEAVE-REPORT-LINE
           END-IF.

      *    *************************************************************
      *    EMPRETRO - RAPPELS DE SALAIRE SUR PERIODES DEJA PAYEES
      *    Ce programme régularise les changements de salaire
      *    rétroactifs : une transaction EMPTRANS dont la date d'effet
      *    (TRAN-EFFECTIVE-DATE) tombe dans une période déjà payée est
      *    appliquée par EMPMAINT et tracée à sa vraie date d'effet
      *    dans l'historique EMPSALHIST, mais les périodes déjà au
      *    registre de paie (EMPPREG) restent payées à l'ancien
      *    salaire. Chaque ligne du registre d'une période antérieure
      *    à la période en cours (dans la limite de la prescription
      *    des salaires, trois ans) est recalculée par le
      *    sous-programme EMPNET (fonction "RECAL") avec le salaire
      *    en vigueur à la date de la période selon l'historique, le
      *    jeu de taux EMPRATES de cette période et les éléments
      *    variables tels que payés. Le brut recalculé est comparé au
      *    brut payé. Les écarts de toutes les périodes d'un employé
      *    sont cumulés en un seul élément variable "RAPL" de la
      *    période en cours (rappel de salaire, ou reprise de
      *    trop-perçu si le cumul est négatif), écrit dans le fichier
      *    EMPRETEL que EMPVEDIT contrôle avec les éléments saisis
      *    avant la paie : un rappel sur de nombreux mois n'occupe
      *    ainsi qu'une ligne du détail des éléments du bulletin.
      *    Le rapport EMPRETRPT liste, employé par employé et pour
      *    chacun période par période, l'ancien et le nouveau brut,
      *    l'ancien et le nouveau net et l'écart, ainsi que les
      *    périodes écartées ou non payées, puis l'élément unique de
      *    l'employé.
      *    Chaque régularisation est mémorisée dans le suivi EMPRETHST
      *    (voir EMPRTHREC) : aux cycles suivants, le brut de
      *    référence d'une période déjà régularisée est celui du
      *    dernier rappel, de sorte qu'un même changement n'est payé
      *    qu'une fois. Une réexécution dans la même période remplace
      *    les lignes de suivi de la période au lieu de les doubler.
      *    Les employés sortis ne sont régularisés que s'ils sont
      *    payés (variable d'environnement EMPINCTERM = "O") ; sinon
      *    l'écart de leurs périodes est calculé et listé comme non
      *    payé, à régler hors paie, sans élément ni suivi. Une
      *    ligne sans salaire connu à sa date dans l'historique est
      *    ignorée et signalée.
      *    Le registre, indexé sur la période et l'employé, est lu à
      *    partir de la première période de l'horizon ; l'historique,
      *    indexé sur l'employé et la date d'effet, est lu par clé
      *    pour chaque ligne recalculée.
      *    EMPRETRO s'insère dans le contrôle d'enchaînement du cycle
      *    (voir EMPRUNCTL) entre EMPMAINT, dont il relit l'historique
      *    à jour, et EMPLEAVE.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empretro.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre de paie, une ligne par employé et par période,
      *    indexé sur la date de période et l'EMP-ID.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Historique des salaires, indexé sur l'employé et la date
      *    d'effet, lu pour le salaire en vigueur à la date de chaque
      *    période.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Fichier maître des employés, indexé sur EMP-ID, lu en
      *    accès direct pour le statut et la date de sortie.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Suivi des rappels déjà payés, relu puis réécrit.
           SELECT EMPRETHST-FILE ASSIGN TO "EMPRETHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.

      *    Éléments variables de rappel, destinés à EMPVEDIT.
           SELECT EMPRETEL-FILE ASSIGN TO "EMPRETEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-STATUS.

      *    Rapport des rappels par employé et par période.
           SELECT EMPRETRO-RPT ASSIGN TO "EMPRETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    Détail des périodes examinées (écarts, sortis, lignes
      *    écartées), trié ensuite par employé pour le rapport et
      *    pour le regroupement en un seul élément de rappel.
           SELECT EMPRETWK-FILE ASSIGN TO "EMPRETWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      *    Fichier de travail du tri des lignes du registre.
           SELECT SORT-FILE ASSIGN TO "EMPRSORT".

      *    Fichier de travail du tri des écarts par employé.
           SELECT SORT-ELEM-FILE ASSIGN TO "EMPRESRT".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPREG-FILE.

      *    Une ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPSALHIST-FILE.

      *    Ligne d'historique de salaire (structure partagée, voir
      *    EMPSALHREC).
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPRETHST-FILE.

      *    Ligne du suivi des rappels (structure partagée, voir
      *    EMPRTHREC).
       01 TRACK-RECORD.
           COPY EMPRTHREC.

       FD  EMPRETEL-FILE.

      *    Élément variable de rappel (structure partagée, voir
      *    EMPELMREC).
       01 ELEMENT-RECORD.
           COPY EMPELMREC.

       FD  EMPRETRO-RPT.

      *    Une ligne du rapport.
       01 RETRO-REPORT-LINE PIC X(132).

       FD  EMPRETWK-FILE.

      *    Détail d'une période (mêmes positions que WS-DETAIL-WORK).
       01 WORK-DETAIL-RECORD PIC X(83).

       SD  SORT-FILE.

      *    Ligne du registre en cours de tri (rubriques utiles de
      *    EMPPREGREC, renommées pour éviter l'homonymie avec la
      *    ligne du fichier d'entrée).
       01 SORT-RECORD.
           05 SORT-PERIOD-DATE PIC 9(8).
           05 SORT-EMP-ID PIC 9(8).
           05 SORT-GROSS-SALARY PIC 9(5)V99.
           05 SORT-NET-SALARY PIC 9(5)V99.
           05 SORT-VARIABLE-PAY PIC 9(5)V99.
           05 SORT-VARIABLE-RECOVERY PIC 9(5)V99.
           05 SORT-UNPAID-DAYS PIC 9(2).

       SD  SORT-ELEM-FILE.

      *    Détail d'une période en cours de tri par employé et par
      *    période (mêmes rubriques que WS-DETAIL-WORK).
       01 SORT-ELEM-RECORD.
           05 SRTE-EMP-ID PIC 9(8).
           05 SRTE-PERIOD PIC 9(6).
           05 SRTE-TYPE PIC X(1).
           05 SRTE-OLD-GROSS PIC 9(5)V99.
           05 SRTE-NEW-GROSS PIC 9(5)V99.
           05 SRTE-OLD-NET PIC 9(5)V99.
           05 SRTE-NEW-NET PIC 9(5)V99.
           05 SRTE-REASON PIC X(40).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-TRACK-STATUS PIC X(2) VALUE "00".
       01 WS-ELEM-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier et de fin de tri.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SALHIST-EOF-SWITCH PIC X VALUE "N".
       01 WS-TRACK-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
       01 WS-ELEM-SORT-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur d'arrêt : une table saturée rendrait les
      *    rappels faux ou doublés, aucun rappel n'est alors produit.
       01 WS-ABORT-SWITCH PIC X VALUE "N".

      *    Indicateur que les fichiers du traitement sont ouverts.
       01 WS-FILES-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur que l'historique des salaires est ouvert.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur que le fichier des écarts est ouvert.
       01 WS-WORK-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur que la ligne examinée est celle d'un employé
      *    sorti non payé : l'écart est listé, pas régularisé.
       01 WS-TERM-LINE-SWITCH PIC X VALUE "N".

      *    Détail d'une période examinée, écrit dans EMPRETWK : type
      *    "R" écart régularisé par le rappel, "S" écart d'un employé
      *    sorti non payé, "E" ligne écartée (motif) ; brut et net
      *    payés puis recalculés.
       01 WS-DETAIL-WORK.
           05 WS-DTL-EMP-ID PIC 9(8).
           05 WS-DTL-PERIOD PIC 9(6).
           05 WS-DTL-TYPE PIC X(1).
           05 WS-DTL-OLD-GROSS PIC 9(5)V99.
           05 WS-DTL-NEW-GROSS PIC 9(5)V99.
           05 WS-DTL-OLD-NET PIC 9(5)V99.
           05 WS-DTL-NEW-NET PIC 9(5)V99.
           05 WS-DTL-REASON PIC X(40).

      *    Cumul des écarts de l'employé en cours de regroupement,
      *    et nombre de ses périodes régularisées.
       01 WS-GROUP-EMP-ID PIC 9(8) VALUE ZERO.
       01 WS-GROUP-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-GROUP-PERIODS PIC 9(3) VALUE ZERO.

      *    Prise en compte des employés sortis : "O" (variable
      *    d'environnement EMPINCTERM) les paie, donc les régularise ;
      *    sinon ils sont écartés.
       01 WS-INCLUDE-TERM-SWITCH PIC X VALUE "N".

      *    Bornes des périodes régularisées : début de la période en
      *    cours (exclue) et première période de l'horizon de
      *    prescription, au format AAAAMM.
       01 WS-CURRENT-START PIC 9(8) VALUE ZERO.
       01 WS-HORIZON-MONTHS PIC 9(3) VALUE 36.
       01 WS-HORIZON-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-MONTH-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-HORIZON-PARTS.
           05 WS-HORIZON-YEAR PIC 9(4).
           05 WS-HORIZON-MONTH PIC 9(2).
       01 WS-RUN-PERIOD-PARTS.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).

      *    Période (AAAAMM) d'une ligne du registre, et date de la
      *    période pour laquelle EMPNET est initialisé.
       01 WS-LINE-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-INIT-PERIOD-DATE PIC 9(8) VALUE ZERO.

      *    Salaire en vigueur à la date de la période examinée (date
      *    d'effet à zéro : aucun salaire connu à cette date).
       01 WS-SALARY-DATE PIC 9(8) VALUE ZERO.
       01 WS-SALARY-FOUND PIC 9(5)V99 VALUE ZERO.

      *    Suivi des rappels chargé en table, complété des rappels
      *    de cette exécution puis réécrit.
       01 WS-TRACK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRACK-MAX PIC 9(5) VALUE 5000.
       01 WS-TRACK-TABLE.
           05 WS-TRACK-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-TRACK-IDX.
               10 WS-TRACK-ROW PIC X(48).
       01 WS-TRACK-WORK.
           COPY EMPRTHREC REPLACING LEADING ==RETH-== BY ==WS-TRK-==.

      *    Brut et net de référence de la période examinée : ceux du
      *    registre, ou ceux du dernier rappel de la période.
       01 WS-REFERENCE-GROSS PIC 9(5)V99 VALUE ZERO.
       01 WS-REFERENCE-NET PIC 9(5)V99 VALUE ZERO.
       01 WS-REFERENCE-RUN PIC 9(6) VALUE ZERO.

      *    Écart de brut entre recalcul et référence.
       01 WS-GROSS-DIFF PIC S9(5)V99 VALUE ZERO.

      *    Compteurs et totaux de l'exécution.
       01 WS-EXAMINED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ARREARS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECOVERY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-DIFF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TERM-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ARREARS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-RECOVERY-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Zones d'édition du rapport.
       01 WS-OLD-GROSS-EDIT PIC ZZZZ9.99.
       01 WS-NEW-GROSS-EDIT PIC ZZZZ9.99.
       01 WS-OLD-NET-EDIT PIC ZZZZ9.99.
       01 WS-NEW-NET-EDIT PIC ZZZZ9.99.
       01 WS-DIFF-EDIT PIC -ZZZZ9.99.
       01 WS-GROUP-EDIT PIC -ZZZZZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC ZZZZZZZZ9.99.

      *    Paramètres de l'appel au sous-programme EMPNET.
       01 WS-NET-FUNCTION PIC X(5).
       01 WS-NET-RECORD.
           COPY EMPNETREC.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
       01 WS-RUNCTL-RECORD.
           COPY EMPRUNREC.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
      *    Recalcul des périodes, puis détail au rapport employé par
      *    employé et regroupement des écarts de chacun en un seul
      *    élément de rappel. Le détail est édité même si le
      *    recalcul a été arrêté, les rappels n'étant alors pas
      *    produits (voir 9000-FINALISATION).
           IF WS-EOF-SWITCH = "N"
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-PERIOD-DATE
                   ON ASCENDING KEY SORT-EMP-ID
                   INPUT PROCEDURE IS 3000-SELECTIONNER
                   OUTPUT PROCEDURE IS 4000-RECALCULER
               CLOSE EMPRETWK-FILE
               MOVE "N" TO WS-WORK-OPEN-SWITCH
               SORT SORT-ELEM-FILE
                   ON ASCENDING KEY SRTE-EMP-ID
                   ON ASCENDING KEY SRTE-PERIOD
                   USING EMPRETWK-FILE
                   OUTPUT PROCEDURE IS 5000-REGROUPER-RAPPELS
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
      *    les rappels se calculent sur l'historique mis à jour par
      *    EMPMAINT pour la période, et ne se recalculent pas deux
      *    fois (réexécution délibérée : EMPRERUN = "O"). La période
      *    restituée par EMPRUNCTL est celle des rappels générés.
           MOVE "EMPRETRO" TO RUN-PROGRAM.
           MOVE "EMPMAINT" TO RUN-PREDECESSOR.
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

      *    Période en cours exclue, horizon de prescription compté
      *    en mois depuis la période en cours.
           COMPUTE WS-CURRENT-START = RUN-PERIOD * 100 + 1.
           MOVE RUN-PERIOD TO WS-RUN-PERIOD-PARTS.
           COMPUTE WS-MONTH-NUMBER =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-HORIZON-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-HORIZON-YEAR REMAINDER WS-HORIZON-MONTH.
           ADD 1 TO WS-HORIZON-MONTH.
           MOVE WS-HORIZON-PARTS TO WS-HORIZON-PERIOD.

           PERFORM 1200-OUVRIR-HISTORIQUE.
           PERFORM 1300-CHARGER-SUIVI.

           OPEN OUTPUT EMPRETEL-FILE.
           OPEN OUTPUT EMPRETRO-RPT.
           OPEN OUTPUT EMPRETWK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPRETWK : "
                   WS-WORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           ELSE
               MOVE "Y" TO WS-WORK-OPEN-SWITCH
           END-IF.
           MOVE SPACE TO RETRO-REPORT-LINE.
           STRING "RAPPELS DE SALAIRE - PERIODE " RUN-PERIOD
               " - PERIODES REGULARISEES DE " WS-HORIZON-PERIOD
               " A LA PERIODE PRECEDENTE"
               DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.
           MOVE SPACE TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           IF WS-ABORT-SWITCH = "N"
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   OPEN INPUT EMPPREG-FILE
                   EVALUATE WS-REGISTER-STATUS
                       WHEN "00"
                           MOVE "Y" TO WS-FILES-OPEN-SWITCH
                       WHEN "35"
      *                    Aucun registre : aucune période payée, donc
      *                    rien à régulariser.
                           MOVE "Y" TO WS-EOF-SWITCH
                           CLOSE EMPLOYEE-MASTER
                       WHEN OTHER
                           DISPLAY "Erreur à l'ouverture de EMPPREG : "
                               WS-REGISTER-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                           CLOSE EMPLOYEE-MASTER
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-ABORT-SWITCH = "Y"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1200-OUVRIR-HISTORIQUE.
      *    Ouverture de l'historique des salaires, lu par clé pendant
      *    tout le traitement. Sans historique, aucun salaire n'est
      *    connu à la date des périodes passées : aucune ligne n'est
      *    régularisée.
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

       1300-CHARGER-SUIVI.
      *    Chargement du suivi des rappels, sans les lignes de la
      *    période en cours (réexécution : elles sont recalculées).
      *    L'absence du suivi (premier rappel) est normale.
           OPEN INPUT EMPRETHST-FILE.
           IF WS-TRACK-STATUS NOT = "00"
               IF WS-TRACK-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de EMPRETHST : "
                       WS-TRACK-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF
           ELSE
               PERFORM 1310-LIRE-SUIVI
               PERFORM 1320-RANGER-SUIVI
                   UNTIL WS-TRACK-EOF-SWITCH = "Y"
               CLOSE EMPRETHST-FILE
           END-IF.

       1310-LIRE-SUIVI.
           READ EMPRETHST-FILE
               AT END
                   MOVE "Y" TO WS-TRACK-EOF-SWITCH
           END-READ.

       1320-RANGER-SUIVI.
           IF RETH-RUN-PERIOD NOT = RUN-PERIOD
               IF WS-TRACK-COUNT < WS-TRACK-MAX
                   ADD 1 TO WS-TRACK-COUNT
                   MOVE TRACK-RECORD TO WS-TRACK-ROW(WS-TRACK-COUNT)
               ELSE
                   DISPLAY "EMPRETRO : suivi EMPRETHST trop "
                       "volumineux (plus de " WS-TRACK-MAX
                       " lignes), aucun rappel produit."
                   MOVE "Y" TO WS-ABORT-SWITCH
                   MOVE "Y" TO WS-TRACK-EOF-SWITCH
               END-IF
           END-IF.
           IF WS-TRACK-EOF-SWITCH = "N"
               PERFORM 1310-LIRE-SUIVI
           END-IF.

       3000-SELECTIONNER.
      *    Alimentation du tri : les lignes du registre des périodes
      *    antérieures à la période en cours, dans l'horizon de
      *    prescription. Le registre est positionné sur la première
      *    période de l'horizon et lu jusqu'à la période en cours.
           COMPUTE PREG-PERIOD-DATE = WS-HORIZON-PERIOD * 100.
           MOVE ZERO TO PREG-EMP-ID.
           START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM 3100-LIRE-REGISTRE.
           PERFORM 3200-VERSER-LIGNE UNTIL WS-EOF-SWITCH = "Y".

       3100-LIRE-REGISTRE.
           IF WS-EOF-SWITCH = "N"
               READ EMPPREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-EOF-SWITCH = "N"
               AND PREG-PERIOD-DATE NOT LESS THAN WS-CURRENT-START
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       3200-VERSER-LIGNE.
           COMPUTE WS-LINE-PERIOD = PREG-PERIOD-DATE / 100.
           IF WS-LINE-PERIOD NOT LESS THAN WS-HORIZON-PERIOD
               MOVE PREG-PERIOD-DATE TO SORT-PERIOD-DATE
               MOVE PREG-EMP-ID TO SORT-EMP-ID
               MOVE PREG-GROSS-SALARY TO SORT-GROSS-SALARY
               MOVE PREG-NET-SALARY TO SORT-NET-SALARY
      *        Ligne antérieure à la ventilation du brut : tout le
      *        brut est réputé salaire de base.
               IF PREG-VARIABLE-PAY IS NUMERIC
                   AND PREG-VARIABLE-RECOVERY IS NUMERIC
                   MOVE PREG-VARIABLE-PAY TO SORT-VARIABLE-PAY
                   MOVE PREG-VARIABLE-RECOVERY
                       TO SORT-VARIABLE-RECOVERY
               ELSE
                   MOVE ZERO TO SORT-VARIABLE-PAY
                   MOVE ZERO TO SORT-VARIABLE-RECOVERY
               END-IF
      *        Ligne antérieure au décompte des absences non payées :
      *        aucun jour n'a été retiré.
               IF PREG-UNPAID-DAYS IS NUMERIC
                   MOVE PREG-UNPAID-DAYS TO SORT-UNPAID-DAYS
               ELSE
                   MOVE ZERO TO SORT-UNPAID-DAYS
               END-IF
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 3100-LIRE-REGISTRE.

       4000-RECALCULER.
      *    Lignes triées par date de période : EMPNET est initialisé
      *    à chaque changement de période, avec le jeu de taux en
      *    vigueur à cette date.
           MOVE ZERO TO WS-INIT-PERIOD-DATE.
           PERFORM 4100-RETOURNER-LIGNE.
           PERFORM 4200-EXAMINER-LIGNE
               UNTIL WS-SORT-EOF-SWITCH = "Y".

       4100-RETOURNER-LIGNE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-EXAMINER-LIGNE.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE SORT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACE TO EMP-STATUS
                   MOVE ZERO TO EMP-ID
           END-READ.
           PERFORM 4300-CHERCHER-SALAIRE.

           EVALUATE TRUE
               WHEN EMP-ID = ZERO
                   MOVE "employé absent du fichier maître"
                       TO WS-DTL-REASON
                   PERFORM 4800-SIGNALER-LIGNE-ECARTEE
               WHEN EMP-STATUS = "T"
                   AND WS-INCLUDE-TERM-SWITCH NOT = "O"
      *            Employé sorti non payé : l'écart éventuel est
      *            calculé pour être réglé hors paie.
                   IF WS-SALARY-DATE NOT = ZERO
                       MOVE "Y" TO WS-TERM-LINE-SWITCH
                       PERFORM 4400-RECALCULER-PERIODE
                       MOVE "N" TO WS-TERM-LINE-SWITCH
                   END-IF
               WHEN WS-SALARY-DATE = ZERO
                   MOVE "aucun salaire connu à cette date"
                       TO WS-DTL-REASON
                   PERFORM 4800-SIGNALER-LIGNE-ECARTEE
               WHEN OTHER
                   PERFORM 4400-RECALCULER-PERIODE
           END-EVALUATE.
           PERFORM 4100-RETOURNER-LIGNE.

       4300-CHERCHER-SALAIRE.
      *    Salaire de l'employé en vigueur à la date de la période :
      *    ligne d'historique de date d'effet la plus récente sans
      *    dépasser cette date. Les lignes de l'employé se lisent
      *    dans l'ordre des dates d'effet, la dernière retenue est la
      *    bonne.
           MOVE ZERO TO WS-SALARY-DATE.
           MOVE ZERO TO WS-SALARY-FOUND.
           MOVE "Y" TO WS-SALHIST-EOF-SWITCH.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               MOVE "N" TO WS-SALHIST-EOF-SWITCH
               MOVE SORT-EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 4310-LIRE-HISTORIQUE
           END-IF.
           PERFORM 4320-RETENIR-SALAIRE
               UNTIL WS-SALHIST-EOF-SWITCH = "Y".

       4310-LIRE-HISTORIQUE.
           IF WS-SALHIST-EOF-SWITCH = "N"
               READ EMPSALHIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = SORT-EMP-ID
                   OR HIST-EFFECTIVE-DATE > SORT-PERIOD-DATE
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-IF
           END-IF.

       4320-RETENIR-SALAIRE.
           IF HIST-SALARY IS NUMERIC
               MOVE HIST-EFFECTIVE-DATE TO WS-SALARY-DATE
               MOVE HIST-SALARY TO WS-SALARY-FOUND
           END-IF.
           PERFORM 4310-LIRE-HISTORIQUE.

       4400-RECALCULER-PERIODE.
      *    Recalcul de la période par EMPNET avec le salaire de
      *    l'historique et les éléments variables tels que payés,
      *    puis comparaison au brut de référence.
           IF SORT-PERIOD-DATE NOT = WS-INIT-PERIOD-DATE
               MOVE SORT-PERIOD-DATE TO PAY-PERIOD-DATE
               MOVE "INIT " TO WS-NET-FUNCTION
               CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD
               MOVE SORT-PERIOD-DATE TO WS-INIT-PERIOD-DATE
           END-IF.
           MOVE WS-SALARY-FOUND TO PAY-GROSS-SALARY.
           MOVE SORT-EMP-ID TO PAY-EMP-ID.
           MOVE EMP-TERM-DATE TO PAY-TERM-DATE.
           MOVE SORT-VARIABLE-PAY TO PAY-VARIABLE-PAY.
           MOVE SORT-VARIABLE-RECOVERY TO PAY-VARIABLE-RECOVERY.
           MOVE SORT-UNPAID-DAYS TO PAY-UNPAID-DAYS.
           MOVE "RECAL" TO WS-NET-FUNCTION.
           CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD.

           COMPUTE WS-LINE-PERIOD = SORT-PERIOD-DATE / 100.
           PERFORM 4500-CHERCHER-REFERENCE.
           COMPUTE WS-GROSS-DIFF =
               PAY-GROSS-SALARY - WS-REFERENCE-GROSS.
           IF WS-GROSS-DIFF NOT = ZERO
               IF WS-TERM-LINE-SWITCH = "Y"
                   PERFORM 4700-SIGNALER-SORTI
               ELSE
                   PERFORM 4600-GENERER-RAPPEL
               END-IF
           END-IF.

       4500-CHERCHER-REFERENCE.
      *    Brut et net de référence : ceux du dernier rappel de la
      *    période s'il y en a eu, ceux du registre sinon.
           MOVE SORT-GROSS-SALARY TO WS-REFERENCE-GROSS.
           MOVE SORT-NET-SALARY TO WS-REFERENCE-NET.
           MOVE ZERO TO WS-REFERENCE-RUN.
           PERFORM 4510-EXAMINER-SUIVI
               VARYING WS-TRACK-IDX FROM 1 BY 1
               UNTIL WS-TRACK-IDX > WS-TRACK-COUNT.

       4510-EXAMINER-SUIVI.
           MOVE WS-TRACK-ROW(WS-TRACK-IDX) TO WS-TRACK-WORK.
           IF WS-TRK-EMP-ID = SORT-EMP-ID
               AND WS-TRK-PERIOD = WS-LINE-PERIOD
               AND WS-TRK-RUN-PERIOD NOT LESS THAN WS-REFERENCE-RUN
               MOVE WS-TRK-RUN-PERIOD TO WS-REFERENCE-RUN
               MOVE WS-TRK-NEW-GROSS TO WS-REFERENCE-GROSS
               MOVE WS-TRK-NEW-NET TO WS-REFERENCE-NET
           END-IF.

       4600-GENERER-RAPPEL.
      *    Écart de la période, regroupé ensuite avec les autres
      *    périodes de l'employé (gain pour un rappel, reprise pour
      *    un trop-perçu) et détaillé au rapport ; ligne de suivi.
           ADD 1 TO WS-PERIOD-DIFF-COUNT.
           MOVE "R" TO WS-DTL-TYPE.
           MOVE SPACE TO WS-DTL-REASON.
           PERFORM 4900-ECRIRE-DETAIL.

           IF WS-TRACK-COUNT < WS-TRACK-MAX
               MOVE RUN-PERIOD TO WS-TRK-RUN-PERIOD
               MOVE SORT-EMP-ID TO WS-TRK-EMP-ID
               MOVE WS-LINE-PERIOD TO WS-TRK-PERIOD
               MOVE WS-REFERENCE-GROSS TO WS-TRK-OLD-GROSS
               MOVE WS-REFERENCE-NET TO WS-TRK-OLD-NET
               MOVE PAY-GROSS-SALARY TO WS-TRK-NEW-GROSS
               MOVE PAY-NET-SALARY TO WS-TRK-NEW-NET
               ADD 1 TO WS-TRACK-COUNT
               MOVE WS-TRACK-WORK TO WS-TRACK-ROW(WS-TRACK-COUNT)
           ELSE
               DISPLAY "EMPRETRO : suivi EMPRETHST saturé, rappels "
                   "non produits."
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.

       4700-SIGNALER-SORTI.
      *    Employé sorti non payé (EMPINCTERM différent de "O") :
      *    l'écart n'est ni payé ni mémorisé au suivi, il est listé
      *    pour un règlement hors paie par le service paie.
           ADD 1 TO WS-TERM-COUNT.
           MOVE "S" TO WS-DTL-TYPE.
           MOVE SPACE TO WS-DTL-REASON.
           PERFORM 4900-ECRIRE-DETAIL.

       4800-SIGNALER-LIGNE-ECARTEE.
      *    Le motif est déjà placé dans WS-DTL-REASON par l'appelant ;
      *    la ligne n'a pas été recalculée.
           ADD 1 TO WS-SKIPPED-COUNT.
           COMPUTE WS-LINE-PERIOD = SORT-PERIOD-DATE / 100.
           MOVE SORT-GROSS-SALARY TO WS-REFERENCE-GROSS.
           MOVE SORT-NET-SALARY TO WS-REFERENCE-NET.
           MOVE ZERO TO PAY-GROSS-SALARY.
           MOVE ZERO TO PAY-NET-SALARY.
           MOVE "E" TO WS-DTL-TYPE.
           PERFORM 4900-ECRIRE-DETAIL.

       4900-ECRIRE-DETAIL.
      *    Détail de la période pour le rapport et le regroupement :
      *    brut et net de référence, brut et net recalculés.
           MOVE SORT-EMP-ID TO WS-DTL-EMP-ID.
           MOVE WS-LINE-PERIOD TO WS-DTL-PERIOD.
           MOVE WS-REFERENCE-GROSS TO WS-DTL-OLD-GROSS.
           MOVE PAY-GROSS-SALARY TO WS-DTL-NEW-GROSS.
           MOVE WS-REFERENCE-NET TO WS-DTL-OLD-NET.
           MOVE PAY-NET-SALARY TO WS-DTL-NEW-NET.
           WRITE WORK-DETAIL-RECORD FROM WS-DETAIL-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Erreur à l'écriture dans EMPRETWK : "
                   WS-WORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.

       5000-REGROUPER-RAPPELS.
      *    Détail trié par employé puis par période : chaque période
      *    est éditée au rapport, puis un seul élément "RAPL" par
      *    employé, du montant cumulé de ses écarts régularisés.
           PERFORM 5100-RETOURNER-ECART.
           PERFORM 5200-REGROUPER-EMPLOYE
               UNTIL WS-ELEM-SORT-EOF-SWITCH = "Y".

       5100-RETOURNER-ECART.
           RETURN SORT-ELEM-FILE
               AT END
                   MOVE "Y" TO WS-ELEM-SORT-EOF-SWITCH
           END-RETURN.

       5200-REGROUPER-EMPLOYE.
           MOVE SRTE-EMP-ID TO WS-GROUP-EMP-ID.
           MOVE ZERO TO WS-GROUP-AMOUNT.
           MOVE ZERO TO WS-GROUP-PERIODS.
           PERFORM 5300-CUMULER-ECART
               UNTIL WS-ELEM-SORT-EOF-SWITCH = "Y"
               OR SRTE-EMP-ID NOT = WS-GROUP-EMP-ID.
           IF WS-GROUP-PERIODS > ZERO
               PERFORM 5400-ECRIRE-RAPPEL
           END-IF.
           MOVE SPACE TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

       5300-CUMULER-ECART.
      *    Ligne de détail de la période ; seuls les écarts
      *    régularisés entrent dans le cumul de l'employé.
           COMPUTE WS-GROSS-DIFF = SRTE-NEW-GROSS - SRTE-OLD-GROSS.
           MOVE WS-GROSS-DIFF TO WS-DIFF-EDIT.
           MOVE SPACE TO RETRO-REPORT-LINE.
           EVALUATE SRTE-TYPE
               WHEN "R"
                   ADD WS-GROSS-DIFF TO WS-GROUP-AMOUNT
                   ADD 1 TO WS-GROUP-PERIODS
                   MOVE SRTE-OLD-GROSS TO WS-OLD-GROSS-EDIT
                   MOVE SRTE-NEW-GROSS TO WS-NEW-GROSS-EDIT
                   MOVE SRTE-OLD-NET TO WS-OLD-NET-EDIT
                   MOVE SRTE-NEW-NET TO WS-NEW-NET-EDIT
                   STRING "EMP-ID " SRTE-EMP-ID " période "
                       SRTE-PERIOD
                       " : brut payé " WS-OLD-GROSS-EDIT
                       ", dû " WS-NEW-GROSS-EDIT
                       ", écart " WS-DIFF-EDIT
                       " ; net payé " WS-OLD-NET-EDIT
                       ", recalculé " WS-NEW-NET-EDIT
                       DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WHEN "S"
                   STRING "EMP-ID " SRTE-EMP-ID " période "
                       SRTE-PERIOD " : sorti, rappel non calculé en "
                       "paie (écart de brut " WS-DIFF-EDIT
                       ") - à régler hors paie"
                       DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WHEN OTHER
                   STRING "EMP-ID " SRTE-EMP-ID " période "
                       SRTE-PERIOD " : non recalculé, " SRTE-REASON
                       DELIMITED BY SIZE INTO RETRO-REPORT-LINE
           END-EVALUATE.
           WRITE RETRO-REPORT-LINE.
           PERFORM 5100-RETOURNER-ECART.

       5400-ECRIRE-RAPPEL.
      *    Élément "RAPL" de la période en cours : gain pour un
      *    cumul positif, reprise pour un cumul négatif. Des écarts
      *    qui se compensent ne donnent aucun élément. Un cumul hors
      *    capacité d'un élément arrête l'exécution.
           MOVE WS-GROUP-AMOUNT TO WS-GROUP-EDIT.
           MOVE SPACE TO RETRO-REPORT-LINE.
           IF WS-GROUP-AMOUNT = ZERO
               STRING "EMP-ID " WS-GROUP-EMP-ID " : écarts de "
                   WS-GROUP-PERIODS " période(s) compensés, aucun "
                   "élément"
                   DELIMITED BY SIZE INTO RETRO-REPORT-LINE
           ELSE
               IF WS-GROUP-AMOUNT > 99999.99
                   OR WS-GROUP-AMOUNT < -99999.99
                   DISPLAY "EMPRETRO : rappel de l'employé "
                       WS-GROUP-EMP-ID " hors capacité ("
                       WS-GROUP-EDIT ")."
                   MOVE "Y" TO WS-ABORT-SWITCH
                   STRING "EMP-ID " WS-GROUP-EMP-ID " : cumul de "
                       WS-GROUP-EDIT " hors capacité, exécution "
                       "arrêtée"
                       DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               ELSE
                   MOVE SPACE TO ELEMENT-RECORD
                   MOVE WS-GROUP-EMP-ID TO ELEM-EMP-ID
                   MOVE "RAPL" TO ELEM-CODE
                   MOVE ZERO TO ELEM-QUANTITY
                   MOVE ZERO TO ELEM-RATE
                   MOVE RUN-PERIOD TO ELEM-PERIOD
                   IF WS-GROUP-AMOUNT > ZERO
                       MOVE "Rappel de salaire" TO ELEM-LABEL
                       MOVE WS-GROUP-AMOUNT TO ELEM-AMOUNT
                       MOVE "+" TO ELEM-SIGN
                       ADD 1 TO WS-ARREARS-COUNT
                       ADD ELEM-AMOUNT TO WS-ARREARS-TOTAL
                   ELSE
                       MOVE "Reprise de salaire" TO ELEM-LABEL
                       COMPUTE ELEM-AMOUNT = 0 - WS-GROUP-AMOUNT
                       MOVE "-" TO ELEM-SIGN
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD ELEM-AMOUNT TO WS-RECOVERY-TOTAL
                   END-IF
                   WRITE ELEMENT-RECORD
                   STRING "EMP-ID " WS-GROUP-EMP-ID " : élément RAPL "
                       "de " WS-GROUP-EDIT " pour "
                       WS-GROUP-PERIODS " période(s)"
                       DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               END-IF
           END-IF.
           WRITE RETRO-REPORT-LINE.

       6000-REECRIRE-SUIVI.
      *    Réécriture complète du suivi : lignes des cycles
      *    précédents, puis rappels de cette exécution.
           OPEN OUTPUT EMPRETHST-FILE.
           IF WS-TRACK-STATUS NOT = "00"
               DISPLAY "Erreur à la réécriture de EMPRETHST : "
                   WS-TRACK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           ELSE
               PERFORM 6100-ECRIRE-SUIVI
                   VARYING WS-TRACK-IDX FROM 1 BY 1
                   UNTIL WS-TRACK-IDX > WS-TRACK-COUNT
               CLOSE EMPRETHST-FILE
           END-IF.

       6100-ECRIRE-SUIVI.
           MOVE WS-TRACK-ROW(WS-TRACK-IDX) TO TRACK-RECORD.
           WRITE TRACK-RECORD.

       9000-FINALISATION.
           IF WS-WORK-OPEN-SWITCH = "Y"
               CLOSE EMPRETWK-FILE
           END-IF.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
           IF WS-FILES-OPEN-SWITCH = "Y"
               CLOSE EMPPREG-FILE
               CLOSE EMPLOYEE-MASTER
               IF WS-ABORT-SWITCH = "N"
                   PERFORM 6000-REECRIRE-SUIVI
               END-IF
           END-IF.
           IF RUN-REPLY = "Y"
               PERFORM 9100-EDITER-TOTAUX
               CLOSE EMPRETEL-FILE
               CLOSE EMPRETRO-RPT
      *        Une exécution arrêtée ne libère pas EMPVEDIT : le
      *        fichier EMPRETEL est vidé pour qu'aucun rappel partiel
      *        ne soit payé, et la période reste inachevée.
               IF WS-ABORT-SWITCH = "Y"
                   OPEN OUTPUT EMPRETEL-FILE
                   CLOSE EMPRETEL-FILE
                   DISPLAY "EMPRETRO : exécution arrêtée, aucun "
                       "rappel produit."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "END  " TO WS-RUNCTL-FUNCTION
                   CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                       WS-RUNCTL-RECORD
               END-IF
           END-IF.

       9100-EDITER-TOTAUX.
           MOVE SPACE TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.
           MOVE SPACE TO RETRO-REPORT-LINE.
           IF WS-ABORT-SWITCH = "Y"
               STRING "*** EXECUTION ARRETEE : AUCUN RAPPEL PRODUIT "
                   "POUR LA PERIODE ***"
                   DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
           ELSE
               STRING "Lignes du registre examinées : "
                   WS-EXAMINED-COUNT ", écartées : " WS-SKIPPED-COUNT
                   ", périodes régularisées : " WS-PERIOD-DIFF-COUNT
                   DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               MOVE SPACE TO RETRO-REPORT-LINE
               STRING "Employés sortis, écarts non payés à régler "
                   "hors paie : " WS-TERM-COUNT " période(s)"
                   DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               MOVE WS-ARREARS-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT-2
               MOVE SPACE TO RETRO-REPORT-LINE
               STRING "Éléments RAPL - rappels : " WS-ARREARS-COUNT
                   " pour "
                   WS-TOTAL-EDIT ", reprises : " WS-RECOVERY-COUNT
                   " pour " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
           END-IF.

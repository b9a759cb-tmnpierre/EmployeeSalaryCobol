      *    *************************************************************
      *    EMPDECL - DECLARATION SOCIALE NOMINATIVE MENSUELLE
      *    Ce programme produit, après la paie de la période, le
      *    fichier de la déclaration sociale nominative à déposer
      *    auprès des organismes (fichier EMPDECL), à partir du
      *    registre de paie (fichier EMPPREG, voir EMPPREGREC) et non
      *    d'une nouvelle saisie : un enregistrement d'en-tête
      *    société ("01" : identification, période, date, nature et
      *    numéro du dépôt), un bloc par employé ("02") pour chaque
      *    ligne du registre de la période — identité lue au fichier
      *    maître, début de contrat (date de la ligne "EMBA" de
      *    l'historique EMPSALHIST) et fin de contrat (EMP-TERM-DATE),
      *    brut, base des cotisations sociales, cotisations salariales
      *    et patronales, impôt retenu à la source — et un
      *    enregistrement de totaux société ("03").
      *    La période est rejetée, et aucun fichier produit, si le
      *    registre ne se réconcilie pas avec le total de contrôle
      *    attendu (fichier EMPCTRL, même convention que EMPSAL et
      *    EMPDSUM : nombre d'employés payés et masse salariale
      *    contractuelle), si ce total est absent, si le registre ne
      *    porte aucune ligne pour la période, ou si une ligne est
      *    inexploitable (employé inconnu au maître, ligne en double,
      *    net incohérent avec le brut et les retenues).
      *    Chaque dépôt, accepté ou rejeté, est numéroté et consigné
      *    au journal des dépôts (fichier EMPDCLHST, voir EMPDCHREC) ;
      *    un nouveau dépôt d'une période déjà acceptée est une
      *    déclaration "annule et remplace". Le rapport EMPDCLRPT sert
      *    d'accusé de réception (totaux déclarés) ou de rejet
      *    (motifs), à joindre au dossier du dépôt.
      *    EMPDECL s'insère dans le contrôle d'enchaînement du cycle
      *    (voir EMPRUNCTL) après EMPPAY ; un dépôt rejeté ne termine
      *    pas la période et peut être relancé après correction, un
      *    nouveau dépôt d'une période acceptée demande une
      *    réexécution délibérée (EMPRERUN = "O").
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empdecl.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre de paie alimenté par EMPPAY, indexé sur la
      *    période et l'employé.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Fichier maître des employés, indexé sur EMP-ID, lu en
      *    accès direct pour l'identité des employés déclarés.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Historique des salaires, relu pour les dates d'embauche
      *    (lignes "EMBA"), indexé sur l'employé et la date d'effet.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Total de contrôle attendu pour le lot de la période.
           SELECT EMPCTRL-FILE ASSIGN TO "EMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    Fichier de la déclaration, à déposer.
           SELECT EMPDECL-FILE ASSIGN TO "EMPDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-STATUS.

      *    Journal des dépôts, complété à chaque exécution.
           SELECT EMPDCLHST-FILE ASSIGN TO "EMPDCLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Accusé de réception ou de rejet du dépôt.
           SELECT EMPDECL-RPT ASSIGN TO "EMPDCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPREG-FILE.

      *    Une ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPSALHIST-FILE.

      *    Ligne d'historique de salaire (structure partagée, voir
      *    EMPSALHREC).
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPCTRL-FILE.

      *    Enregistrement de contrôle (structure partagée, voir
      *    EMPCTLREC).
       01 CONTROL-RECORD.
           COPY EMPCTLREC.

       FD  EMPDECL-FILE.

      *    Un enregistrement de la déclaration ; le code en positions
      *    1-2 distingue l'en-tête ("01"), le bloc employé ("02") et
      *    les totaux ("03").
       01 DECL-RECORD PIC X(200).

       FD  EMPDCLHST-FILE.

      *    Un dépôt du journal (structure partagée, voir EMPDCHREC).
       01 HISTORY-RECORD.
           COPY EMPDCHREC.

       FD  EMPDECL-RPT.

      *    Une ligne de l'accusé de réception ou de rejet.
       01 DECL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-DECL-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SALHIST-EOF-SWITCH PIC X VALUE "N".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que l'historique des salaires est ouvert.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur que les fichiers du traitement sont ouverts.
       01 WS-FILES-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur d'arrêt : fichier illisible, la déclaration ne
      *    peut pas être produite.
       01 WS-ABORT-SWITCH PIC X VALUE "N".

      *    Indicateur de rejet de la période, et nombre de motifs de
      *    rejet signalés.
       01 WS-REJECT-SWITCH PIC X VALUE "N".
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACE.

      *    Indicateur qu'un enregistrement de contrôle a été lu.
       01 WS-CONTROL-FOUND-SWITCH PIC X VALUE "N".

      *    Identification de la société déclarante (même raison
      *    sociale et même adresse que le bloc employeur des
      *    bulletins).
       01 WS-COMPANY-BLOCK.
           05 WS-COMPANY-SIRET PIC X(14) VALUE "12345678900017".
           05 WS-COMPANY-NAME PIC X(40) VALUE
               "SOCIETE EXEMPLE SARL".
           05 WS-COMPANY-ADDRESS PIC X(40) VALUE
               "1 RUE DE LA PAIE - 59000 LILLE".

      *    Date de génération du dépôt, au format AAAAMMJJ.
       01 WS-CREATE-DATE PIC 9(8) VALUE ZERO.

      *    Numéro et nature du dépôt, déterminés d'après le journal :
      *    "01" déclaration initiale, "02" annule et remplace.
       01 WS-SEQUENCE PIC 9(2) VALUE ZERO.
       01 WS-NATURE PIC X(2) VALUE "01".
       01 WS-NATURE-TEXT PIC X(20) VALUE SPACE.

      *    Période de la ligne de registre courante (AAAAMM).
       01 WS-LINE-PERIOD PIC 9(6) VALUE ZERO.

      *    Dernier EMP-ID déclaré, pour détecter une ligne en double
      *    ou hors ordre dans la période.
       01 WS-PREVIOUS-EMP-ID PIC 9(8) VALUE ZERO.

      *    Net recalculé d'une ligne du registre, pour le contrôle de
      *    cohérence.
       01 WS-NET-CHECK PIC S9(7)V99 VALUE ZERO.

      *    Totaux déclarés de la société.
       01 WS-DECL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GROSS-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-SOCIAL-BASE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-EMPLOYEE-CONTRIB-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-EMPLOYER-CONTRIB-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.

      *    Masse salariale contractuelle des employés déclarés, à
      *    réconcilier avec le total de contrôle attendu.
       01 WS-RUN-SALARY-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Enregistrement d'en-tête de la déclaration.
       01 WS-DECL-HEADER.
           05 WS-HDR-CODE PIC X(2) VALUE "01".
           05 WS-HDR-SIRET PIC X(14).
           05 WS-HDR-NAME PIC X(40).
           05 WS-HDR-ADDRESS PIC X(40).
           05 WS-HDR-PERIOD PIC 9(6).
           05 WS-HDR-CREATE-DATE PIC 9(8).
           05 WS-HDR-NATURE PIC X(2).
           05 WS-HDR-SEQUENCE PIC 9(2).

      *    Bloc employé : identité, contrat et montants de la
      *    période.
       01 WS-DECL-DETAIL.
           05 WS-DTL-CODE PIC X(2) VALUE "02".
           05 WS-DTL-EMP-ID PIC 9(8).
           05 WS-DTL-LAST-NAME PIC X(16).
           05 WS-DTL-FIRST-NAME PIC X(16).
           05 WS-DTL-JOB-TITLE PIC X(24).
           05 WS-DTL-DEPT-CODE PIC X(4).
           05 WS-DTL-CONTRACT-START PIC 9(8).
           05 WS-DTL-CONTRACT-END PIC 9(8).
           05 WS-DTL-GROSS PIC 9(7)V99.
           05 WS-DTL-SOCIAL-BASE PIC 9(7)V99.
           05 WS-DTL-EMPLOYEE-CONTRIB PIC 9(7)V99.
           05 WS-DTL-EMPLOYER-CONTRIB PIC 9(7)V99.
           05 WS-DTL-TAX PIC 9(7)V99.

      *    Enregistrement de totaux société.
       01 WS-DECL-TRAILER.
           05 WS-TRL-CODE PIC X(2) VALUE "03".
           05 WS-TRL-COUNT PIC 9(6).
           05 WS-TRL-GROSS PIC 9(11)V99.
           05 WS-TRL-SOCIAL-BASE PIC 9(11)V99.
           05 WS-TRL-EMPLOYEE-CONTRIB PIC 9(11)V99.
           05 WS-TRL-EMPLOYER-CONTRIB PIC 9(11)V99.
           05 WS-TRL-TAX PIC 9(11)V99.

      *    Zones d'édition du rapport.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC ZZZZZZZZZZ9.99.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
       01 WS-RUNCTL-RECORD.
           COPY EMPRUNREC.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-CONTROLER-ENCHAINEMENT.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1010-PREPARER-EXECUTION
           END-IF.

       1100-CONTROLER-ENCHAINEMENT.
      *    Contrôle d'enchaînement du cycle de paie (voir EMPRUNCTL) :
      *    la déclaration se produit sur le registre complété par la
      *    paie de la période, et ne se redépose pas deux fois
      *    (nouveau dépôt délibéré : EMPRERUN = "O"). La période
      *    restituée par EMPRUNCTL est la période déclarée.
           MOVE "EMPDECL" TO RUN-PROGRAM.
           MOVE "EMPPAY" TO RUN-PREDECESSOR.
           MOVE "START" TO WS-RUNCTL-FUNCTION.
           CALL "emprunctl" USING WS-RUNCTL-FUNCTION WS-RUNCTL-RECORD.
           IF RUN-REPLY NOT = "Y"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1010-PREPARER-EXECUTION.
           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
           PERFORM 1200-LIRE-JOURNAL.
           PERFORM 1300-OUVRIR-HISTORIQUE.
           PERFORM 1400-LIRE-CONTROLE.

           OPEN OUTPUT EMPDECL-FILE.
           OPEN OUTPUT EMPDECL-RPT.
           PERFORM 3000-ECRIRE-ENTETE.

           IF WS-ABORT-SWITCH = "N"
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   OPEN INPUT EMPPREG-FILE
                   IF WS-REGISTER-STATUS NOT = "00"
                       DISPLAY "Erreur à l'ouverture de EMPPREG : "
                           WS-REGISTER-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                       CLOSE EMPLOYEE-MASTER
                   ELSE
                       MOVE "Y" TO WS-FILES-OPEN-SWITCH
                       PERFORM 1500-POSITIONNER-REGISTRE
                       PERFORM 2100-LIRE-REGISTRE
                   END-IF
               END-IF
           END-IF.
           IF WS-ABORT-SWITCH = "Y"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1200-LIRE-JOURNAL.
      *    Numérotation du dépôt : le suivant du dernier dépôt de la
      *    période ; un dépôt accepté de la période fait du nouveau
      *    dépôt une déclaration "annule et remplace". Sans journal,
      *    le dépôt est le premier.
           MOVE ZERO TO WS-SEQUENCE.
           MOVE "01" TO WS-NATURE.
           OPEN INPUT EMPDCLHST-FILE.
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   PERFORM 1210-LIRE-DEPOT
                   PERFORM 1220-EXAMINER-DEPOT
                       UNTIL WS-HISTORY-EOF-SWITCH = "Y"
                   CLOSE EMPDCLHST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPDCLHST : "
                       WS-HISTORY-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
           END-EVALUATE.
           ADD 1 TO WS-SEQUENCE.
           IF WS-NATURE = "02"
               MOVE "ANNULE ET REMPLACE" TO WS-NATURE-TEXT
           ELSE
               MOVE "INITIALE" TO WS-NATURE-TEXT
           END-IF.

       1210-LIRE-DEPOT.
           READ EMPDCLHST-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.

       1220-EXAMINER-DEPOT.
           IF DCH-PERIOD = RUN-PERIOD
               IF DCH-SEQUENCE > WS-SEQUENCE
                   MOVE DCH-SEQUENCE TO WS-SEQUENCE
               END-IF
               IF DCH-STATUS = "A"
                   MOVE "02" TO WS-NATURE
               END-IF
           END-IF.
           PERFORM 1210-LIRE-DEPOT.

       1300-OUVRIR-HISTORIQUE.
      *    L'historique des salaires est lu par clé pour la date
      *    d'embauche de chaque employé déclaré. Sans historique, ou
      *    pour un employé sans ligne d'embauche (embauché avant
      *    l'historisation), le début de contrat est déclaré à zéro.
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

       1400-LIRE-CONTROLE.
      *    Lecture du total de contrôle attendu pour la période,
      *    comme dans EMPSAL ; son absence rend la réconciliation
      *    impossible et fait rejeter la période.
           OPEN INPUT EMPCTRL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ EMPCTRL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-FOUND-SWITCH
               END-READ
               CLOSE EMPCTRL-FILE
           END-IF.

       1500-POSITIONNER-REGISTRE.
      *    Seules les lignes du registre de la période déclarée sont
      *    retenues : le registre est positionné sur la première clé
      *    de la période.
           COMPUTE PREG-PERIOD-DATE = RUN-PERIOD * 100.
           MOVE ZERO TO PREG-EMP-ID.
           START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.

       2000-TRAITEMENT.
           PERFORM 4000-DECLARER-EMPLOYE.
           PERFORM 2100-LIRE-REGISTRE.

       2100-LIRE-REGISTRE.
      *    La lecture s'arrête à la première ligne d'une autre
      *    période.
           IF WS-EOF-SWITCH = "N"
               READ EMPPREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-EOF-SWITCH = "N"
               COMPUTE WS-LINE-PERIOD = PREG-PERIOD-DATE / 100
               IF WS-LINE-PERIOD NOT = RUN-PERIOD
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       3000-ECRIRE-ENTETE.
           MOVE WS-COMPANY-SIRET TO WS-HDR-SIRET.
           MOVE WS-COMPANY-NAME TO WS-HDR-NAME.
           MOVE WS-COMPANY-ADDRESS TO WS-HDR-ADDRESS.
           MOVE RUN-PERIOD TO WS-HDR-PERIOD.
           MOVE WS-CREATE-DATE TO WS-HDR-CREATE-DATE.
           MOVE WS-NATURE TO WS-HDR-NATURE.
           MOVE WS-SEQUENCE TO WS-HDR-SEQUENCE.
           MOVE SPACE TO DECL-RECORD.
           MOVE WS-DECL-HEADER TO DECL-RECORD.
           WRITE DECL-RECORD.

           MOVE SPACE TO DECL-REPORT-LINE.
           STRING "DECLARATION SOCIALE NOMINATIVE - PERIODE "
               RUN-PERIOD " - DEPOT " WS-SEQUENCE " ("
               WS-NATURE-TEXT ") DU " WS-CREATE-DATE
               DELIMITED BY SIZE INTO DECL-REPORT-LINE.
           WRITE DECL-REPORT-LINE.
           MOVE SPACE TO DECL-REPORT-LINE.
           STRING "SIRET " WS-COMPANY-SIRET " " WS-COMPANY-NAME
               DELIMITED BY SIZE INTO DECL-REPORT-LINE.
           WRITE DECL-REPORT-LINE.
           MOVE SPACE TO DECL-REPORT-LINE.
           WRITE DECL-REPORT-LINE.

       4000-DECLARER-EMPLOYE.
      *    Contrôle de la ligne du registre, puis écriture du bloc
      *    employé. Une ligne inexploitable est signalée et fait
      *    rejeter la période, mais le registre est lu jusqu'au bout
      *    pour signaler tous les motifs en un seul dépôt.
           MOVE SPACE TO WS-REJECT-REASON.
           IF PREG-EMP-ID NOT GREATER THAN WS-PREVIOUS-EMP-ID
               MOVE "ligne en double ou hors ordre au registre"
                   TO WS-REJECT-REASON
           ELSE
               MOVE PREG-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "employé inconnu au fichier maître"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACE
               COMPUTE WS-NET-CHECK = PREG-GROSS-SALARY
                   - PREG-SOCIAL-DEDUCTION - PREG-TAX-DEDUCTION
                   - PREG-OTHER-DEDUCTION
               IF WS-NET-CHECK NOT = PREG-NET-SALARY
                   MOVE "net incohérent avec le brut et les retenues"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE PREG-EMP-ID TO WS-PREVIOUS-EMP-ID.

           IF WS-REJECT-REASON NOT = SPACE
               PERFORM 4900-SIGNALER-REJET
           ELSE
               PERFORM 4100-ECRIRE-BLOC-EMPLOYE
           END-IF.

       4100-ECRIRE-BLOC-EMPLOYE.
           MOVE PREG-EMP-ID TO WS-DTL-EMP-ID.
           MOVE EMP-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE EMP-FIRST-NAME TO WS-DTL-FIRST-NAME.
           MOVE JOB-TITLE TO WS-DTL-JOB-TITLE.
           MOVE EMP-DEPT-CODE TO WS-DTL-DEPT-CODE.
           PERFORM 4200-CHERCHER-EMBAUCHE.
           IF EMP-STATUS = "T" AND EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO WS-DTL-CONTRACT-END
           ELSE
               MOVE ZERO TO WS-DTL-CONTRACT-END
           END-IF.
      *    Les cotisations sociales sont assises sur le brut entier
      *    (voir EMPNET) : la base déclarée est le brut.
           MOVE PREG-GROSS-SALARY TO WS-DTL-GROSS.
           MOVE PREG-GROSS-SALARY TO WS-DTL-SOCIAL-BASE.
           MOVE PREG-SOCIAL-DEDUCTION TO WS-DTL-EMPLOYEE-CONTRIB.
           IF PREG-EMPLOYER-CONTRIB IS NUMERIC
               MOVE PREG-EMPLOYER-CONTRIB TO WS-DTL-EMPLOYER-CONTRIB
           ELSE
               MOVE ZERO TO WS-DTL-EMPLOYER-CONTRIB
           END-IF.
           MOVE PREG-TAX-DEDUCTION TO WS-DTL-TAX.
           MOVE SPACE TO DECL-RECORD.
           MOVE WS-DECL-DETAIL TO DECL-RECORD.
           WRITE DECL-RECORD.

           ADD 1 TO WS-DECL-COUNT.
           ADD WS-DTL-GROSS TO WS-GROSS-TOTAL.
           ADD WS-DTL-SOCIAL-BASE TO WS-SOCIAL-BASE-TOTAL.
           ADD WS-DTL-EMPLOYEE-CONTRIB TO WS-EMPLOYEE-CONTRIB-TOTAL.
           ADD WS-DTL-EMPLOYER-CONTRIB TO WS-EMPLOYER-CONTRIB-TOTAL.
           ADD WS-DTL-TAX TO WS-TAX-TOTAL.
           ADD SALARY TO WS-RUN-SALARY-TOTAL.

       4200-CHERCHER-EMBAUCHE.
      *    Lecture par clé des lignes de l'employé dans l'historique,
      *    dans l'ordre des dates d'effet : la première ligne "EMBA"
      *    est la plus ancienne.
           MOVE ZERO TO WS-DTL-CONTRACT-START.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               MOVE "N" TO WS-SALHIST-EOF-SWITCH
               MOVE PREG-EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 4210-EXAMINER-EMBAUCHE
                   UNTIL WS-SALHIST-EOF-SWITCH = "Y"
           END-IF.

       4210-EXAMINER-EMBAUCHE.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-READ.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = PREG-EMP-ID
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               ELSE
                   IF HIST-REASON-CODE = "EMBA"
                       MOVE HIST-EFFECTIVE-DATE
                           TO WS-DTL-CONTRACT-START
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       4900-SIGNALER-REJET.
           MOVE "Y" TO WS-REJECT-SWITCH.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACE TO DECL-REPORT-LINE.
           STRING "EMP-ID " PREG-EMP-ID " REJETE : " WS-REJECT-REASON
               DELIMITED BY SIZE INTO DECL-REPORT-LINE.
           WRITE DECL-REPORT-LINE.

       5000-RECONCILIER.
      *    La période est rejetée si le registre ne se réconcilie pas
      *    avec le total de contrôle attendu : nombre d'employés
      *    déclarés et masse salariale contractuelle de ces employés.
           IF WS-DECL-COUNT = ZERO AND WS-REJECT-COUNT = ZERO
               MOVE "Y" TO WS-REJECT-SWITCH
               MOVE SPACE TO DECL-REPORT-LINE
               STRING "Aucune ligne au registre de paie pour la "
                   "période " RUN-PERIOD
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
           END-IF.
           IF WS-CONTROL-FOUND-SWITCH = "N"
               MOVE "Y" TO WS-REJECT-SWITCH
               MOVE SPACE TO DECL-REPORT-LINE
               STRING "Aucun total de contrôle disponible (EMPCTRL) : "
                   "réconciliation impossible"
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
           ELSE
               IF WS-DECL-COUNT NOT = CTL-EXPECTED-COUNT
                   OR WS-RUN-SALARY-TOTAL
                       NOT = CTL-EXPECTED-SALARY-TOTAL
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE CTL-EXPECTED-SALARY-TOTAL TO WS-TOTAL-EDIT
                   MOVE WS-RUN-SALARY-TOTAL TO WS-TOTAL-EDIT-2
                   MOVE SPACE TO DECL-REPORT-LINE
                   STRING "Registre en désaccord avec EMPCTRL : "
                       "attendu " CTL-EXPECTED-COUNT " employé(s), "
                       WS-TOTAL-EDIT " ; déclaré " WS-DECL-COUNT
                       " employé(s), " WS-TOTAL-EDIT-2
                       DELIMITED BY SIZE INTO DECL-REPORT-LINE
                   WRITE DECL-REPORT-LINE
               END-IF
           END-IF.

       6000-ECRIRE-TOTAUX.
           MOVE WS-DECL-COUNT TO WS-TRL-COUNT.
           MOVE WS-GROSS-TOTAL TO WS-TRL-GROSS.
           MOVE WS-SOCIAL-BASE-TOTAL TO WS-TRL-SOCIAL-BASE.
           MOVE WS-EMPLOYEE-CONTRIB-TOTAL TO WS-TRL-EMPLOYEE-CONTRIB.
           MOVE WS-EMPLOYER-CONTRIB-TOTAL TO WS-TRL-EMPLOYER-CONTRIB.
           MOVE WS-TAX-TOTAL TO WS-TRL-TAX.
           MOVE SPACE TO DECL-RECORD.
           MOVE WS-DECL-TRAILER TO DECL-RECORD.
           WRITE DECL-RECORD.

       7000-EDITER-ACCUSE.
      *    Accusé de réception (totaux déclarés) ou de rejet.
           MOVE SPACE TO DECL-REPORT-LINE.
           WRITE DECL-REPORT-LINE.
           MOVE SPACE TO DECL-REPORT-LINE.
           IF WS-REJECT-SWITCH = "Y"
               STRING "*** DEPOT " WS-SEQUENCE " REJETE : PERIODE "
                   RUN-PERIOD " NON DECLAREE, AUCUN FICHIER PRODUIT "
                   "(" WS-REJECT-COUNT " ligne(s) rejetée(s)) ***"
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
               MOVE SPACE TO DECL-REPORT-LINE
               STRING "Corriger le registre ou le total de contrôle "
                   "puis relancer EMPDECL pour un nouveau dépôt."
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
           ELSE
               STRING "ACCUSE DE RECEPTION : DEPOT " WS-SEQUENCE
                   " ACCEPTE, " WS-DECL-COUNT
                   " employé(s) déclaré(s)"
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
               MOVE WS-GROSS-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-TAX-TOTAL TO WS-TOTAL-EDIT-2
               MOVE SPACE TO DECL-REPORT-LINE
               STRING "Brut déclaré : " WS-TOTAL-EDIT
                   ", impôt retenu : " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
               MOVE WS-EMPLOYEE-CONTRIB-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-EMPLOYER-CONTRIB-TOTAL TO WS-TOTAL-EDIT-2
               MOVE SPACE TO DECL-REPORT-LINE
               STRING "Cotisations salariales : " WS-TOTAL-EDIT
                   ", patronales : " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO DECL-REPORT-LINE
               WRITE DECL-REPORT-LINE
           END-IF.

       8000-CONSIGNER-DEPOT.
      *    Consignation du dépôt au journal, accepté ou rejeté ; le
      *    journal est créé au premier dépôt.
           OPEN EXTEND EMPDCLHST-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "05"
               DISPLAY "Erreur à l'ouverture de EMPDCLHST : "
                   WS-HISTORY-STATUS
           ELSE
               MOVE RUN-PERIOD TO DCH-PERIOD
               MOVE WS-SEQUENCE TO DCH-SEQUENCE
               MOVE WS-CREATE-DATE TO DCH-CREATE-DATE
               IF WS-REJECT-SWITCH = "Y"
                   MOVE "R" TO DCH-STATUS
               ELSE
                   MOVE "A" TO DCH-STATUS
               END-IF
               MOVE WS-NATURE TO DCH-NATURE
               MOVE WS-DECL-COUNT TO DCH-EMPLOYEE-COUNT
               MOVE WS-GROSS-TOTAL TO DCH-GROSS-TOTAL
               WRITE HISTORY-RECORD
               CLOSE EMPDCLHST-FILE
           END-IF.

       9000-FINALISATION.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
           IF WS-FILES-OPEN-SWITCH = "Y"
               CLOSE EMPPREG-FILE
               CLOSE EMPLOYEE-MASTER
               PERFORM 5000-RECONCILIER
               PERFORM 6000-ECRIRE-TOTAUX
               PERFORM 7000-EDITER-ACCUSE
               PERFORM 8000-CONSIGNER-DEPOT
           END-IF.
           IF RUN-REPLY = "Y"
               CLOSE EMPDECL-FILE
               IF WS-ABORT-SWITCH = "Y"
                   MOVE SPACE TO DECL-REPORT-LINE
                   STRING "*** EXECUTION ARRETEE : DECLARATION NON "
                       "PRODUITE ***"
                       DELIMITED BY SIZE INTO DECL-REPORT-LINE
                   WRITE DECL-REPORT-LINE
               END-IF
               CLOSE EMPDECL-RPT
      *        Un dépôt rejeté ne laisse aucun fichier à déposer et
      *        ne termine pas la période : il est relancé après
      *        correction.
               IF WS-ABORT-SWITCH = "Y" OR WS-REJECT-SWITCH = "Y"
                   OPEN OUTPUT EMPDECL-FILE
                   CLOSE EMPDECL-FILE
                   DISPLAY "EMPDECL : déclaration de la période "
                       RUN-PERIOD " rejetée, voir EMPDCLRPT."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "END  " TO WS-RUNCTL-FUNCTION
                   CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                       WS-RUNCTL-RECORD
               END-IF
           END-IF.

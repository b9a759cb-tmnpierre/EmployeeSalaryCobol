      *    *************************************************************
      *    EMPCOST - COUT EMPLOYEUR MENSUEL PAR DEPARTEMENT
      *    Ce programme édite, pour la période de paie, le coût
      *    employeur par département (centre de coût) : effectif,
      *    salaire brut, cotisations patronales et coût total (brut +
      *    cotisations patronales), suivis d'une ligne de total
      *    société et du détail société par cotisation patronale.
      *    La présentation est celle de la synthèse EMPDSUM : les
      *    libellés des départements sont lus dans le fichier de
      *    référence EMPDEPT, et les employés dont le code
      *    département ne figure pas au référentiel (ou est à blanc)
      *    sont regroupés sur une ligne dédiée.
      *    Les montants sont calculés par le sous-programme EMPNET,
      *    avec le barème, les taux patronaux (fichier EMPERATES,
      *    voir EMPERTREC), les éléments variables et le prorata de
      *    la période, exactement comme la paie EMPPAY ; les mêmes
      *    employés entrent dans le rapport (actifs, et sortis sur
      *    demande explicite : variable d'environnement EMPINCTERM =
      *    "O"). Le total société est ensuite réconcilié contre les
      *    lignes de la période au registre de paie (EMPPREG, voir
      *    EMPPREGREC) : nombre de lignes, brut et cotisations
      *    patronales. Un écart est signalé sur le rapport et à la
      *    console, et termine le programme en code retour 4.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empcost.
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

      *    Fichier de référence des départements.
           SELECT EMPDEPT-FILE ASSIGN TO "EMPDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

      *    Registre de paie, une ligne par employé et par période,
      *    indexé sur la période et l'employé.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Rapport imprimé du coût employeur par département.
           SELECT EMPCOST-RPT ASSIGN TO "EMPCOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPDEPT-FILE.

      *    Une ligne du fichier de référence des départements
      *    (structure partagée, voir EMPDEPREC).
       01 DEPARTMENT-RECORD.
           COPY EMPDEPREC.

       FD  EMPPREG-FILE.

      *    Une ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPCOST-RPT.

      *    Une ligne du rapport.
       01 COST-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-DEPT-EOF-SWITCH PIC X VALUE "N".
       01 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que EMPLOYEE-MASTER a été ouvert avec succès.
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".

      *    Prise en compte des employés sortis : "O" (variable
      *    d'environnement EMPINCTERM) les inclut, comme pour la
      *    paie EMPPAY, sinon seuls les employés actifs sont payés.
       01 WS-INCLUDE-TERM-SWITCH PIC X VALUE "N".

      *    Zone d'échange avec le sous-programme de calcul du salaire
      *    net (structure partagée, voir EMPNETREC).
       01 WS-NET-FUNCTION PIC X(5).
       01 WS-NET-RECORD.
           COPY EMPNETREC.

      *    Période de paie traitée (AAAAMM), résolue par EMPNET, et
      *    période d'une ligne du registre.
       01 WS-PAY-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PREG-PERIOD PIC 9(6) VALUE ZERO.

      *    Table des départements : référentiel EMPDEPT complété
      *    d'une ligne de regroupement des codes inconnus ou à
      *    blanc, avec les cumuls d'effectif, de brut et de
      *    cotisations patronales.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MAX PIC 9(3) VALUE 50.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 51 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TABLE-CODE PIC X(4).
               10 WS-DEPT-TABLE-NAME PIC X(30).
               10 WS-DEPT-HEADCOUNT PIC 9(6).
               10 WS-DEPT-GROSS PIC 9(9)V99.
               10 WS-DEPT-EMPLOYER PIC 9(9)V99.

      *    Indice de la ligne de regroupement des codes inconnus
      *    (dernière entrée utilisée de la table).
       01 WS-UNKNOWN-ENTRY PIC 9(3) VALUE ZERO.

      *    Indicateur que le département de l'employé courant a été
      *    trouvé dans la table.
       01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".

      *    Cumuls société par cotisation patronale (code, libellé,
      *    montant), rangés dans l'ordre de première rencontre.
       01 WS-CONTRIB-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CONTRIB-MAX PIC 9(2) VALUE 12.
       01 WS-CONTRIB-TABLE.
           05 WS-CONTRIB-ENTRY OCCURS 12 TIMES
                               INDEXED BY WS-CONTRIB-IDX.
               10 WS-CONTRIB-CODE PIC X(4).
               10 WS-CONTRIB-LABEL PIC X(20).
               10 WS-CONTRIB-TOTAL PIC 9(9)V99.

      *    Indice de parcours du détail patronal restitué par EMPNET.
       01 WS-EMPLR-IDX PIC 9(1) VALUE ZERO.

      *    Indicateur que la cotisation courante a été trouvée dans
      *    la table des cumuls société.
       01 WS-CONTRIB-FOUND-SWITCH PIC X VALUE "N".

      *    Totaux société calculés par ce programme.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUN-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-RUN-EMPLOYER-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Totaux de la période au registre de paie, à réconcilier
      *    contre les totaux société.
       01 WS-PREG-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PREG-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PREG-EMPLOYER-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Coût total (brut + cotisations patronales) en cours
      *    d'édition.
       01 WS-COST-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Zones d'édition du rapport.
       01 WS-GROSS-EDIT PIC ZZZZZZZZ9.99.
       01 WS-EMPLOYER-EDIT PIC ZZZZZZZZ9.99.
       01 WS-COST-EDIT PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           ACCEPT WS-INCLUDE-TERM-SWITCH FROM ENVIRONMENT "EMPINCTERM"
               ON EXCEPTION
                   MOVE "N" TO WS-INCLUDE-TERM-SWITCH
           END-ACCEPT.

      *    Période résolue par EMPNET comme pour la paie : date du
      *    jour, ou dernier jour du mois épinglé par EMPRUNPER.
           MOVE ZERO TO PAY-PERIOD-DATE.
           MOVE "INIT " TO WS-NET-FUNCTION.
           CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD.
           COMPUTE WS-PAY-PERIOD = PAY-PERIOD-DATE / 100.

           PERFORM 1100-CHARGER-DEPARTEMENTS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
               OPEN OUTPUT EMPCOST-RPT
               PERFORM 2100-LIRE-EMPLOYE
           END-IF.

       1100-CHARGER-DEPARTEMENTS.
      *    Chargement du référentiel, puis ajout en fin de table de
      *    la ligne de regroupement des codes inconnus ou à blanc.
           OPEN INPUT EMPDEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "EMPCOST : fichier EMPDEPT illisible (statut "
                   WS-DEPT-STATUS "), libellés indisponibles."
           ELSE
               PERFORM 1110-LIRE-DEPARTEMENT
               PERFORM 1120-RANGER-DEPARTEMENT
                   UNTIL WS-DEPT-EOF-SWITCH = "Y"
               CLOSE EMPDEPT-FILE
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-UNKNOWN-ENTRY.
           MOVE "????" TO WS-DEPT-TABLE-CODE(WS-UNKNOWN-ENTRY).
           MOVE "(département inconnu)"
               TO WS-DEPT-TABLE-NAME(WS-UNKNOWN-ENTRY).
           MOVE ZERO TO WS-DEPT-HEADCOUNT(WS-UNKNOWN-ENTRY).
           MOVE ZERO TO WS-DEPT-GROSS(WS-UNKNOWN-ENTRY).
           MOVE ZERO TO WS-DEPT-EMPLOYER(WS-UNKNOWN-ENTRY).

       1110-LIRE-DEPARTEMENT.
           READ EMPDEPT-FILE
               AT END
                   MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-READ.

       1120-RANGER-DEPARTEMENT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CODE
                   TO WS-DEPT-TABLE-CODE(WS-DEPT-COUNT)
               MOVE DEPT-NAME
                   TO WS-DEPT-TABLE-NAME(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DEPT-HEADCOUNT(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DEPT-GROSS(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DEPT-EMPLOYER(WS-DEPT-COUNT)
           ELSE
               DISPLAY "EMPCOST : référentiel EMPDEPT tronqué à "
                   WS-DEPT-MAX " département(s)."
               MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-IF.
           IF WS-DEPT-EOF-SWITCH = "N"
               PERFORM 1110-LIRE-DEPARTEMENT
           END-IF.

       2000-TRAITEMENT.
      *    Mêmes employés que la paie : les sortis n'entrent pas dans
      *    le coût, sauf demande explicite (EMPINCTERM = "O").
           IF EMP-STATUS NOT = "T"
               OR WS-INCLUDE-TERM-SWITCH = "O"
               PERFORM 3000-CUMULER-EMPLOYE
           END-IF.
           PERFORM 2100-LIRE-EMPLOYE.

       2100-LIRE-EMPLOYE.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3000-CUMULER-EMPLOYE.
      *    Calcul de la paie de l'employé par EMPNET, avec les mêmes
      *    données que EMPPAY, puis recherche de son département dans
      *    la table ; les codes absents du référentiel sont cumulés
      *    sur la ligne de regroupement.
           MOVE SALARY TO PAY-GROSS-SALARY.
           MOVE EMP-ID TO PAY-EMP-ID.
           MOVE EMP-TERM-DATE TO PAY-TERM-DATE.
           MOVE "CALC " TO WS-NET-FUNCTION.
           CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           SET WS-DEPT-IDX TO 1.
           PERFORM 3100-EXAMINER-DEPARTEMENT
               UNTIL WS-DEPT-FOUND-SWITCH = "Y"
               OR WS-DEPT-IDX NOT LESS THAN WS-UNKNOWN-ENTRY.
           IF WS-DEPT-FOUND-SWITCH = "N"
               SET WS-DEPT-IDX TO WS-UNKNOWN-ENTRY
           END-IF.

           ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-IDX).
           ADD PAY-GROSS-SALARY TO WS-DEPT-GROSS(WS-DEPT-IDX).
           ADD PAY-EMPLOYER-CONTRIB TO WS-DEPT-EMPLOYER(WS-DEPT-IDX).
           ADD 1 TO WS-RUN-RECORD-COUNT.
           ADD PAY-GROSS-SALARY TO WS-RUN-GROSS-TOTAL.
           ADD PAY-EMPLOYER-CONTRIB TO WS-RUN-EMPLOYER-TOTAL.

           PERFORM 3200-CUMULER-COTISATION
               VARYING WS-EMPLR-IDX FROM 1 BY 1
               UNTIL WS-EMPLR-IDX > PAY-EMPLOYER-COUNT.

       3100-EXAMINER-DEPARTEMENT.
           IF WS-DEPT-TABLE-CODE(WS-DEPT-IDX) = EMP-DEPT-CODE
               MOVE "Y" TO WS-DEPT-FOUND-SWITCH
           ELSE
               SET WS-DEPT-IDX UP BY 1
           END-IF.

       3200-CUMULER-COTISATION.
      *    Cumul société de la cotisation patronale par code ; un
      *    code nouveau prend la première place libre de la table.
           MOVE "N" TO WS-CONTRIB-FOUND-SWITCH.
           SET WS-CONTRIB-IDX TO 1.
           PERFORM 3210-EXAMINER-COTISATION
               UNTIL WS-CONTRIB-FOUND-SWITCH = "Y"
               OR WS-CONTRIB-IDX > WS-CONTRIB-COUNT.
           IF WS-CONTRIB-FOUND-SWITCH = "N"
               IF WS-CONTRIB-COUNT < WS-CONTRIB-MAX
                   ADD 1 TO WS-CONTRIB-COUNT
                   SET WS-CONTRIB-IDX TO WS-CONTRIB-COUNT
                   MOVE PAY-EMPLR-CODE(WS-EMPLR-IDX)
                       TO WS-CONTRIB-CODE(WS-CONTRIB-IDX)
                   MOVE PAY-EMPLR-LABEL(WS-EMPLR-IDX)
                       TO WS-CONTRIB-LABEL(WS-CONTRIB-IDX)
                   MOVE ZERO TO WS-CONTRIB-TOTAL(WS-CONTRIB-IDX)
                   MOVE "Y" TO WS-CONTRIB-FOUND-SWITCH
               ELSE
                   DISPLAY "EMPCOST : détail par cotisation saturé ("
                       WS-CONTRIB-MAX " codes), "
                       PAY-EMPLR-CODE(WS-EMPLR-IDX) " non détaillé."
               END-IF
           END-IF.
           IF WS-CONTRIB-FOUND-SWITCH = "Y"
               ADD PAY-EMPLR-AMOUNT(WS-EMPLR-IDX)
                   TO WS-CONTRIB-TOTAL(WS-CONTRIB-IDX)
           END-IF.

       3210-EXAMINER-COTISATION.
           IF WS-CONTRIB-CODE(WS-CONTRIB-IDX)
               = PAY-EMPLR-CODE(WS-EMPLR-IDX)
               MOVE "Y" TO WS-CONTRIB-FOUND-SWITCH
           ELSE
               SET WS-CONTRIB-IDX UP BY 1
           END-IF.

       4000-EDITER-RAPPORT.
           MOVE SPACE TO COST-REPORT-LINE.
           STRING "COUT EMPLOYEUR PAR DEPARTEMENT - PERIODE "
               WS-PAY-PERIOD
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

           MOVE SPACE TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

           PERFORM 4100-EDITER-DEPARTEMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           MOVE SPACE TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

           COMPUTE WS-COST-TOTAL =
               WS-RUN-GROSS-TOTAL + WS-RUN-EMPLOYER-TOTAL.
           MOVE WS-RUN-GROSS-TOTAL TO WS-GROSS-EDIT.
           MOVE WS-RUN-EMPLOYER-TOTAL TO WS-EMPLOYER-EDIT.
           MOVE WS-COST-TOTAL TO WS-COST-EDIT.
           MOVE SPACE TO COST-REPORT-LINE.
           STRING "TOTAL SOCIETE : " WS-RUN-RECORD-COUNT
               " employé(s), brut " WS-GROSS-EDIT
               ", charges patronales " WS-EMPLOYER-EDIT
               ", coût total " WS-COST-EDIT
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

           IF WS-CONTRIB-COUNT > ZERO
               MOVE SPACE TO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
               MOVE SPACE TO COST-REPORT-LINE
               STRING "DETAIL DES COTISATIONS PATRONALES"
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
               PERFORM 4200-EDITER-COTISATION
                   VARYING WS-CONTRIB-IDX FROM 1 BY 1
                   UNTIL WS-CONTRIB-IDX > WS-CONTRIB-COUNT
           END-IF.

       4100-EDITER-DEPARTEMENT.
      *    Les départements sans effectif (y compris la ligne de
      *    regroupement si elle est vide) ne sont pas édités.
           IF WS-DEPT-HEADCOUNT(WS-DEPT-IDX) > ZERO
               COMPUTE WS-COST-TOTAL =
                   WS-DEPT-GROSS(WS-DEPT-IDX)
                   + WS-DEPT-EMPLOYER(WS-DEPT-IDX)
               MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO WS-GROSS-EDIT
               MOVE WS-DEPT-EMPLOYER(WS-DEPT-IDX) TO WS-EMPLOYER-EDIT
               MOVE WS-COST-TOTAL TO WS-COST-EDIT
               MOVE SPACE TO COST-REPORT-LINE
               STRING WS-DEPT-TABLE-CODE(WS-DEPT-IDX) " "
                   WS-DEPT-TABLE-NAME(WS-DEPT-IDX) " "
                   WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
                   " employé(s), brut " WS-GROSS-EDIT
                   ", charges patronales " WS-EMPLOYER-EDIT
                   ", coût total " WS-COST-EDIT
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
           END-IF.

       4200-EDITER-COTISATION.
           MOVE WS-CONTRIB-TOTAL(WS-CONTRIB-IDX) TO WS-EMPLOYER-EDIT.
           MOVE SPACE TO COST-REPORT-LINE.
           STRING "    " WS-CONTRIB-CODE(WS-CONTRIB-IDX) " "
               WS-CONTRIB-LABEL(WS-CONTRIB-IDX) " "
               WS-EMPLOYER-EDIT
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       5000-RECONCILIER.
      *    Réconciliation du total société contre les lignes de la
      *    période au registre de paie écrit par EMPPAY : même
      *    nombre d'employés payés, même brut, mêmes cotisations
      *    patronales. Un registre absent ou sans ligne pour la
      *    période (paie non encore passée) empêche la
      *    réconciliation, qui est signalée comme ignorée. Le
      *    registre est positionné sur la première clé de la période,
      *    seules ses lignes sont lues.
           OPEN INPUT EMPPREG-FILE.
           IF WS-REGISTER-STATUS = "00"
               COMPUTE PREG-PERIOD-DATE = WS-PAY-PERIOD * 100
               MOVE ZERO TO PREG-EMP-ID
               START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               END-START
               PERFORM 5100-LIRE-LIGNE-REGISTRE
               PERFORM 5200-CUMULER-LIGNE-REGISTRE
                   UNTIL WS-REGISTER-EOF-SWITCH = "Y"
               CLOSE EMPPREG-FILE
           ELSE
               IF WS-REGISTER-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de EMPPREG : "
                       WS-REGISTER-STATUS
               END-IF
           END-IF.

           MOVE SPACE TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACE TO COST-REPORT-LINE.
           IF WS-PREG-RECORD-COUNT = ZERO
               DISPLAY "Réconciliation ignorée : aucune ligne de la "
                   "période " WS-PAY-PERIOD " au registre (EMPPREG)."
               STRING "Réconciliation ignorée : aucune ligne de la "
                   "période au registre de paie."
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
           ELSE
               IF WS-RUN-RECORD-COUNT = WS-PREG-RECORD-COUNT
                   AND WS-RUN-GROSS-TOTAL = WS-PREG-GROSS-TOTAL
                   AND WS-RUN-EMPLOYER-TOTAL = WS-PREG-EMPLOYER-TOTAL
                   DISPLAY "Réconciliation : coût en équilibre avec "
                       "le registre (" WS-RUN-RECORD-COUNT
                       " employé(s), " WS-RUN-GROSS-TOTAL ", "
                       WS-RUN-EMPLOYER-TOTAL ")"
                   STRING "Réconciliation avec le registre de paie : "
                       "en équilibre."
                       DELIMITED BY SIZE INTO COST-REPORT-LINE
                   WRITE COST-REPORT-LINE
               ELSE
                   PERFORM 5300-SIGNALER-ECART
               END-IF
           END-IF.

       5100-LIRE-LIGNE-REGISTRE.
      *    La lecture s'arrête à la première ligne d'une autre
      *    période.
           IF WS-REGISTER-EOF-SWITCH = "N"
               READ EMPPREG-FILE
                   AT END
                       MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-REGISTER-EOF-SWITCH = "N"
               COMPUTE WS-PREG-PERIOD = PREG-PERIOD-DATE / 100
               IF WS-PREG-PERIOD NOT = WS-PAY-PERIOD
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               END-IF
           END-IF.

       5200-CUMULER-LIGNE-REGISTRE.
      *    Les lignes antérieures au calcul des cotisations
      *    patronales ont cette rubrique à blanc et n'y contribuent
      *    pas.
           ADD 1 TO WS-PREG-RECORD-COUNT.
           ADD PREG-GROSS-SALARY TO WS-PREG-GROSS-TOTAL.
           IF PREG-EMPLOYER-CONTRIB IS NUMERIC
               ADD PREG-EMPLOYER-CONTRIB TO WS-PREG-EMPLOYER-TOTAL
           END-IF.
           PERFORM 5100-LIRE-LIGNE-REGISTRE.

       5300-SIGNALER-ECART.
           MOVE 4 TO RETURN-CODE.
           DISPLAY "*** COUT EMPLOYEUR EN DESEQUILIBRE AVEC LE "
               "REGISTRE ***".
           DISPLAY "Registre : " WS-PREG-RECORD-COUNT
               " employé(s), brut " WS-PREG-GROSS-TOTAL
               ", charges " WS-PREG-EMPLOYER-TOTAL.
           DISPLAY "Calculé  : " WS-RUN-RECORD-COUNT
               " employé(s), brut " WS-RUN-GROSS-TOTAL
               ", charges " WS-RUN-EMPLOYER-TOTAL.
           STRING "*** EN DESEQUILIBRE AVEC LE REGISTRE DE PAIE ***"
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE WS-PREG-GROSS-TOTAL TO WS-GROSS-EDIT.
           MOVE WS-PREG-EMPLOYER-TOTAL TO WS-EMPLOYER-EDIT.
           MOVE SPACE TO COST-REPORT-LINE.
           STRING "Registre : " WS-PREG-RECORD-COUNT
               " employé(s), brut " WS-GROSS-EDIT
               ", charges patronales " WS-EMPLOYER-EDIT
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE WS-RUN-GROSS-TOTAL TO WS-GROSS-EDIT.
           MOVE WS-RUN-EMPLOYER-TOTAL TO WS-EMPLOYER-EDIT.
           MOVE SPACE TO COST-REPORT-LINE.
           STRING "Calculé  : " WS-RUN-RECORD-COUNT
               " employé(s), brut " WS-GROSS-EDIT
               ", charges patronales " WS-EMPLOYER-EDIT
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       9000-FINALISATION.
           IF WS-MASTER-OPEN-SWITCH = "Y"
               PERFORM 4000-EDITER-RAPPORT
               PERFORM 5000-RECONCILIER
               CLOSE EMPCOST-RPT
               CLOSE EMPLOYEE-MASTER
           END-IF.

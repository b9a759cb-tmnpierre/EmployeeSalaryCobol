      *    Ce programme lit le registre de paie (EMPPREG, alimenté à
      *    chaque période par EMPPAY, voir EMPPREGREC) et imprime, par
      *    employé, le relevé des totaux de l'année : nombre de
      *    périodes payées, brut — ventilé entre salaire de base et
      *    éléments variables (gains, et reprises le cas échéant) —
      *    cotisations sociales, impôt et net cumulés, puis une ligne
      *    de total société. Ce relevé sert
      *    de justificatif pour les déclarations fiscales de fin
      *    d'année. Seules les lignes de l'année sont lues (registre
      *    indexé, positionné sur le 1er janvier) ; elles sont triées
      *    par employé et par période.
      *    La variable d'environnement EMPYEAR, si elle contient une
      *    année sur quatre chiffres, sélectionne cette année ; à
      *    blanc ou absente, l'année civile en cours est retenue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre de paie, indexé sur la période et l'employé, relu
      *    en entrée.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Fichier de travail du tri par employé et période.
           05 SORT-TAX-DEDUCTION PIC 9(5)V99.
           05 SORT-OTHER-DEDUCTION PIC 9(5)V99.
           05 SORT-NET-SALARY PIC 9(5)V99.
           05 SORT-BASE-SALARY PIC 9(5)V99.
           05 SORT-VARIABLE-PAY PIC 9(5)V99.
           05 SORT-VARIABLE-RECOVERY PIC 9(5)V99.

       FD  EMPYEND-RPT.

       01 WS-EMP-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-OTHER PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-NET PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-VARIABLE PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-RECOVERY PIC 9(7)V99 VALUE ZERO.

      *    Totaux société du relevé.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-OTHER PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NET PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BASE PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-VARIABLE PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-RECOVERY PIC 9(9)V99 VALUE ZERO.

      *    Zones d'édition des montants du relevé.
       01 WS-YTD-EDIT PIC ZZZZZZ9.99.

       3000-SELECTIONNER.
      *    Alimentation du tri : les seules lignes du registre de
      *    l'année sélectionnée, à partir de la première clé de
      *    l'année et jusqu'à la première ligne d'une autre année.
           COMPUTE PREG-PERIOD-DATE = WS-SELECTED-YEAR-NUM * 10000
               + 101.
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
               MOVE PREG-PERIOD-DATE TO WS-PREG-DATE
               IF WS-PREG-YEAR NOT = WS-SELECTED-YEAR-NUM
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       3200-VERSER-LIGNE.
           IF WS-PREG-YEAR = WS-SELECTED-YEAR-NUM
               MOVE PREG-PERIOD-DATE TO SORT-PERIOD-DATE
               MOVE PREG-EMP-ID TO SORT-EMP-ID
               MOVE PREG-TAX-DEDUCTION TO SORT-TAX-DEDUCTION
               MOVE PREG-OTHER-DEDUCTION TO SORT-OTHER-DEDUCTION
               MOVE PREG-NET-SALARY TO SORT-NET-SALARY
      *        Une ligne antérieure à la ventilation du brut se lit
      *        tout entière comme salaire de base.
               IF PREG-BASE-SALARY IS NUMERIC
                   MOVE PREG-BASE-SALARY TO SORT-BASE-SALARY
                   MOVE PREG-VARIABLE-PAY TO SORT-VARIABLE-PAY
                   MOVE PREG-VARIABLE-RECOVERY
                       TO SORT-VARIABLE-RECOVERY
               ELSE
                   MOVE PREG-GROSS-SALARY TO SORT-BASE-SALARY
                   MOVE ZERO TO SORT-VARIABLE-PAY
                   MOVE ZERO TO SORT-VARIABLE-RECOVERY
               END-IF
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 3100-LIRE-REGISTRE.
           ADD SORT-TAX-DEDUCTION TO WS-EMP-TAX.
           ADD SORT-OTHER-DEDUCTION TO WS-EMP-OTHER.
           ADD SORT-NET-SALARY TO WS-EMP-NET.
           ADD SORT-BASE-SALARY TO WS-EMP-BASE.
           ADD SORT-VARIABLE-PAY TO WS-EMP-VARIABLE.
           ADD SORT-VARIABLE-RECOVERY TO WS-EMP-RECOVERY.

           MOVE SORT-EMP-ID TO WS-PREV-EMP-ID.
           PERFORM 4200-RETOURNER-LIGNE.
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           MOVE WS-EMP-BASE TO WS-YTD-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "    dont base " WS-YTD-EDIT
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           MOVE WS-EMP-VARIABLE TO WS-YTD-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "    variable  " WS-YTD-EDIT
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           IF WS-EMP-RECOVERY > ZERO
               MOVE WS-EMP-RECOVERY TO WS-YTD-EDIT
               MOVE SPACE TO YEND-REPORT-LINE
               STRING "    reprises -" WS-YTD-EDIT
                   DELIMITED BY SIZE INTO YEND-REPORT-LINE
               WRITE YEND-REPORT-LINE
           END-IF.

           MOVE WS-EMP-SOCIAL TO WS-YTD-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "  Cotisations " WS-YTD-EDIT
           ADD WS-EMP-TAX TO WS-TOTAL-TAX.
           ADD WS-EMP-OTHER TO WS-TOTAL-OTHER.
           ADD WS-EMP-NET TO WS-TOTAL-NET.
           ADD WS-EMP-BASE TO WS-TOTAL-BASE.
           ADD WS-EMP-VARIABLE TO WS-TOTAL-VARIABLE.
           ADD WS-EMP-RECOVERY TO WS-TOTAL-RECOVERY.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       5100-OUVRIR-GROUPE.
           MOVE ZERO TO WS-EMP-TAX.
           MOVE ZERO TO WS-EMP-OTHER.
           MOVE ZERO TO WS-EMP-NET.
           MOVE ZERO TO WS-EMP-BASE.
           MOVE ZERO TO WS-EMP-VARIABLE.
           MOVE ZERO TO WS-EMP-RECOVERY.

           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "Employé " SORT-EMP-ID
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "    dont base " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           MOVE WS-TOTAL-VARIABLE TO WS-TOTAL-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "    variable  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO YEND-REPORT-LINE.
           WRITE YEND-REPORT-LINE.

           IF WS-TOTAL-RECOVERY > ZERO
               MOVE WS-TOTAL-RECOVERY TO WS-TOTAL-EDIT
               MOVE SPACE TO YEND-REPORT-LINE
               STRING "    reprises -" WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO YEND-REPORT-LINE
               WRITE YEND-REPORT-LINE
           END-IF.

           MOVE WS-TOTAL-SOCIAL TO WS-TOTAL-EDIT.
           MOVE SPACE TO YEND-REPORT-LINE.
           STRING "  Cotisations " WS-TOTAL-EDIT

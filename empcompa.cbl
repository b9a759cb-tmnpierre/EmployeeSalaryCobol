      *    *************************************************************
      *    EMPCOMPA - RATIO COMPARATIF DES SALAIRES PAR GRADE
      *    Ce programme situe le salaire de chaque employé actif dans
      *    la fourchette du grade de son poste (grille EMPGRADE,
      *    consultée par le sous-programme EMPGRADE, en vigueur à la
      *    date du jour) : ratio comparatif (salaire rapporté au
      *    point médian du grade, en pourcentage) et position dans la
      *    fourchette (0 % au minimum, 100 % au maximum). Le rapport
      *    EMPCMPRPT comprend trois parties :
      *    - par grade, le détail des employés classés par ratio
      *      comparatif croissant, avec un total par grade (effectif,
      *      ratio moyen, nombre d'employés sous le minimum et
      *      au-dessus du maximum) ;
      *    - par département, les mêmes indicateurs, les libellés
      *      étant lus dans le fichier de référence EMPDEPT (les
      *      codes inconnus ou à blanc sont regroupés sur une ligne
      *      dédiée, comme dans EMPCOST) ;
      *    - la liste des exceptions : employés sous le minimum ou
      *      au-dessus du maximum de leur grade, et employés dont le
      *      poste est absent de la grille.
      *    Le programme ne fait que lire : il peut être relancé à
      *    volonté.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empcompa.
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

      *    Fichier de travail du tri par grade et ratio comparatif.
           SELECT SORT-FILE ASSIGN TO "EMPCSORT".

      *    Rapport imprimé des ratios comparatifs.
           SELECT EMPCOMPA-RPT ASSIGN TO "EMPCMPRPT"
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

       SD  SORT-FILE.

      *    Employé situé dans la fourchette de son grade, en cours de
      *    tri.
       01 SORT-RECORD.
           05 SORT-GRADE-CODE PIC X(4).
           05 SORT-COMPA-RATIO PIC 9(3)V99.
           05 SORT-EMP-ID PIC 9(8).
           05 SORT-LAST-NAME PIC X(16).
           05 SORT-JOB-TITLE PIC X(24).
           05 SORT-DEPT-CODE PIC X(4).
           05 SORT-SALARY PIC 9(5)V99.
           05 SORT-MIN-SALARY PIC 9(5)V99.
           05 SORT-MID-SALARY PIC 9(5)V99.
           05 SORT-MAX-SALARY PIC 9(5)V99.
           05 SORT-BAND-POSITION PIC S9(4)V99.
           05 SORT-SITUATION PIC X(1).

       FD  EMPCOMPA-RPT.

      *    Une ligne du rapport.
       01 COMPA-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier et de fin de tri.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-DEPT-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que le rapport a été ouvert : la grille et le
      *    fichier maître sont disponibles.
       01 WS-REPORT-OPEN-SWITCH PIC X VALUE "N".

      *    Date du jour de l'édition, au format AAAAMMJJ, date de
      *    référence de la grille.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *    Paramètres de l'appel au sous-programme EMPGRADE (grille
      *    des salaires).
       01 WS-GRADE-FUNCTION PIC X(5).
       01 WS-GRADE-REQUEST.
           COPY EMPGRQREC.

      *    Situation de l'employé courant dans la fourchette de son
      *    grade : ratio comparatif, position dans la fourchette et
      *    situation ("B" = sous le minimum, "H" = au-dessus du
      *    maximum, "N" = dans la fourchette, "G" = poste absent de
      *    la grille).
       01 WS-COMPA-RATIO PIC 9(3)V99 VALUE ZERO.
       01 WS-BAND-POSITION PIC S9(4)V99 VALUE ZERO.
       01 WS-SITUATION PIC X VALUE "N".

      *    Libellé en clair de la situation dans la fourchette.
       01 WS-SITUATION-LABEL PIC X(14) VALUE SPACE.

      *    Table des départements : référentiel EMPDEPT complété
      *    d'une ligne de regroupement des codes inconnus ou à
      *    blanc, avec les cumuls d'effectif et de ratio comparatif.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MAX PIC 9(3) VALUE 50.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 51 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TABLE-CODE PIC X(4).
               10 WS-DEPT-TABLE-NAME PIC X(30).
               10 WS-DEPT-HEADCOUNT PIC 9(6).
               10 WS-DEPT-COMPA-TOTAL PIC 9(9)V99.
               10 WS-DEPT-BELOW-COUNT PIC 9(6).
               10 WS-DEPT-ABOVE-COUNT PIC 9(6).
               10 WS-DEPT-UNGRADED-COUNT PIC 9(6).

      *    Indice de la ligne de regroupement des codes inconnus
      *    (dernière entrée utilisée de la table).
       01 WS-UNKNOWN-ENTRY PIC 9(3) VALUE ZERO.

      *    Indicateur que le département de l'employé courant a été
      *    trouvé dans la table.
       01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".

      *    Rupture de contrôle sur le grade : grade précédent et
      *    cumuls du grade en cours.
       01 WS-PREV-GRADE-CODE PIC X(4) VALUE SPACE.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
       01 WS-GRADE-HEADCOUNT PIC 9(6) VALUE ZERO.
       01 WS-GRADE-COMPA-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-GRADE-BELOW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GRADE-ABOVE-COUNT PIC 9(6) VALUE ZERO.

      *    Cumuls société.
       01 WS-GRADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COMPA-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-BELOW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ABOVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNGRADED-COUNT PIC 9(6) VALUE ZERO.

      *    Ratio comparatif moyen en cours d'édition.
       01 WS-AVERAGE-COMPA PIC 9(3)V99 VALUE ZERO.

      *    Zones d'édition du rapport.
       01 WS-SALARY-EDIT PIC ZZZZ9.99.
       01 WS-MIN-EDIT PIC ZZZZ9.99.
       01 WS-MID-EDIT PIC ZZZZ9.99.
       01 WS-MAX-EDIT PIC ZZZZ9.99.
       01 WS-COMPA-EDIT PIC ZZ9.99.
       01 WS-POSITION-EDIT PIC -ZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           IF WS-REPORT-OPEN-SWITCH = "Y"
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-GRADE-CODE
                   ON ASCENDING KEY SORT-COMPA-RATIO
                   ON ASCENDING KEY SORT-EMP-ID
                   INPUT PROCEDURE IS 3000-SELECTIONNER
                   OUTPUT PROCEDURE IS 4000-EDITER-GRADES
               PERFORM 5000-EDITER-DEPARTEMENTS
               PERFORM 6000-EDITER-EXCEPTIONS
               PERFORM 9000-FINALISATION
           END-IF.
           STOP RUN.

       1000-INITIALISATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    Sans grille des salaires, aucun employé ne peut être
      *    situé : le rapport n'est pas édité.
           MOVE "LOAD " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           IF GRQ-REPLY NOT = "Y"
               DISPLAY "EMPCOMPA : grille des salaires EMPGRADE "
                   "indisponible, rapport non édité."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1100-CHARGER-DEPARTEMENTS
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
                   OPEN OUTPUT EMPCOMPA-RPT
                   PERFORM 1200-EDITER-EN-TETE
               END-IF
           END-IF.

       1100-CHARGER-DEPARTEMENTS.
      *    Chargement du référentiel, puis ajout en fin de table de
      *    la ligne de regroupement des codes inconnus ou à blanc.
           OPEN INPUT EMPDEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "EMPCOMPA : fichier EMPDEPT illisible (statut "
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
           PERFORM 1130-INITIALISER-CUMULS.

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
               PERFORM 1130-INITIALISER-CUMULS
           ELSE
               DISPLAY "EMPCOMPA : référentiel EMPDEPT tronqué à "
                   WS-DEPT-MAX " département(s)."
               MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-IF.
           IF WS-DEPT-EOF-SWITCH = "N"
               PERFORM 1110-LIRE-DEPARTEMENT
           END-IF.

       1130-INITIALISER-CUMULS.
      *    Remise à zéro des cumuls de la dernière entrée rangée.
           MOVE ZERO TO WS-DEPT-HEADCOUNT(WS-DEPT-COUNT).
           MOVE ZERO TO WS-DEPT-COMPA-TOTAL(WS-DEPT-COUNT).
           MOVE ZERO TO WS-DEPT-BELOW-COUNT(WS-DEPT-COUNT).
           MOVE ZERO TO WS-DEPT-ABOVE-COUNT(WS-DEPT-COUNT).
           MOVE ZERO TO WS-DEPT-UNGRADED-COUNT(WS-DEPT-COUNT).

       1200-EDITER-EN-TETE.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "RATIO COMPARATIF DES SALAIRES PAR GRADE AU "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "Ratio comparatif = salaire / point médian du "
               "grade ; position = 0 % au minimum, 100 % au maximum."
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SPACE TO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "  EMP-ID   NOM              POSTE                "
               "    DEPT  SALAIRE      MIN      MID      MAX  COMPA"
               " POSITION SITUATION"
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

       2100-LIRE-EMPLOYE.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2200-SITUER-EMPLOYE.
      *    Recherche du grade du poste de l'employé courant et calcul
      *    de sa situation dans la fourchette (commun aux deux
      *    lectures du fichier maître).
           MOVE JOB-TITLE TO GRQ-JOB-TITLE.
           MOVE WS-RUN-DATE TO GRQ-DATE.
           MOVE "FIND " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           MOVE ZERO TO WS-COMPA-RATIO.
           MOVE ZERO TO WS-BAND-POSITION.
           IF GRQ-REPLY NOT = "Y"
               MOVE "G" TO WS-SITUATION
           ELSE
               IF GRQ-MID-SALARY > ZERO
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       SALARY * 100 / GRQ-MID-SALARY
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-COMPA-RATIO
                   END-COMPUTE
               END-IF
               IF GRQ-MAX-SALARY > GRQ-MIN-SALARY
                   COMPUTE WS-BAND-POSITION ROUNDED =
                       (SALARY - GRQ-MIN-SALARY) * 100
                       / (GRQ-MAX-SALARY - GRQ-MIN-SALARY)
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-BAND-POSITION
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                   WHEN SALARY < GRQ-MIN-SALARY
                       MOVE "B" TO WS-SITUATION
                   WHEN SALARY > GRQ-MAX-SALARY
                       MOVE "H" TO WS-SITUATION
                   WHEN OTHER
                       MOVE "N" TO WS-SITUATION
               END-EVALUATE
           END-IF.

       2300-LIBELLER-SITUATION.
           EVALUATE WS-SITUATION
               WHEN "B"
                   MOVE "SOUS LE MIN" TO WS-SITUATION-LABEL
               WHEN "H"
                   MOVE "AU-DESSUS MAX" TO WS-SITUATION-LABEL
               WHEN "G"
                   MOVE "HORS GRILLE" TO WS-SITUATION-LABEL
               WHEN OTHER
                   MOVE SPACE TO WS-SITUATION-LABEL
           END-EVALUATE.

       3000-SELECTIONNER.
      *    Alimentation du tri : chaque employé actif dont le poste
      *    figure à la grille ; les cumuls par département sont
      *    tenus au passage, postes hors grille compris.
           PERFORM 2100-LIRE-EMPLOYE.
           PERFORM 3100-VERSER-EMPLOYE UNTIL WS-EOF-SWITCH = "Y".

       3100-VERSER-EMPLOYE.
           IF EMP-STATUS NOT = "T"
               PERFORM 2200-SITUER-EMPLOYE
               PERFORM 3200-CUMULER-DEPARTEMENT
               IF WS-SITUATION = "G"
                   ADD 1 TO WS-UNGRADED-COUNT
               ELSE
                   MOVE GRQ-GRADE-CODE TO SORT-GRADE-CODE
                   MOVE WS-COMPA-RATIO TO SORT-COMPA-RATIO
                   MOVE EMP-ID TO SORT-EMP-ID
                   MOVE EMP-LAST-NAME TO SORT-LAST-NAME
                   MOVE JOB-TITLE TO SORT-JOB-TITLE
                   MOVE EMP-DEPT-CODE TO SORT-DEPT-CODE
                   MOVE SALARY TO SORT-SALARY
                   MOVE GRQ-MIN-SALARY TO SORT-MIN-SALARY
                   MOVE GRQ-MID-SALARY TO SORT-MID-SALARY
                   MOVE GRQ-MAX-SALARY TO SORT-MAX-SALARY
                   MOVE WS-BAND-POSITION TO SORT-BAND-POSITION
                   MOVE WS-SITUATION TO SORT-SITUATION
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
           PERFORM 2100-LIRE-EMPLOYE.

       3200-CUMULER-DEPARTEMENT.
      *    Les codes absents du référentiel sont cumulés sur la ligne
      *    de regroupement.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           SET WS-DEPT-IDX TO 1.
           PERFORM 3210-EXAMINER-DEPARTEMENT
               UNTIL WS-DEPT-FOUND-SWITCH = "Y"
               OR WS-DEPT-IDX NOT LESS THAN WS-UNKNOWN-ENTRY.
           IF WS-DEPT-FOUND-SWITCH = "N"
               SET WS-DEPT-IDX TO WS-UNKNOWN-ENTRY
           END-IF.

           ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-IDX).
           EVALUATE WS-SITUATION
               WHEN "G"
                   ADD 1 TO WS-DEPT-UNGRADED-COUNT(WS-DEPT-IDX)
               WHEN "B"
                   ADD 1 TO WS-DEPT-BELOW-COUNT(WS-DEPT-IDX)
               WHEN "H"
                   ADD 1 TO WS-DEPT-ABOVE-COUNT(WS-DEPT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SITUATION NOT = "G"
               ADD WS-COMPA-RATIO TO WS-DEPT-COMPA-TOTAL(WS-DEPT-IDX)
           END-IF.

       3210-EXAMINER-DEPARTEMENT.
           IF WS-DEPT-TABLE-CODE(WS-DEPT-IDX) = EMP-DEPT-CODE
               MOVE "Y" TO WS-DEPT-FOUND-SWITCH
           ELSE
               SET WS-DEPT-IDX UP BY 1
           END-IF.

       4000-EDITER-GRADES.
      *    Édition du détail trié, avec rupture de contrôle sur le
      *    grade, puis du total société.
           PERFORM 4100-RETOURNER-EMPLOYE.
           PERFORM 4200-EDITER-EMPLOYE UNTIL WS-SORT-EOF-SWITCH = "Y".
           IF WS-GROUP-OPEN-SWITCH = "Y"
               PERFORM 4300-CLORE-GRADE
           END-IF.

           MOVE ZERO TO WS-AVERAGE-COMPA.
           IF WS-GRADED-COUNT > ZERO
               COMPUTE WS-AVERAGE-COMPA ROUNDED =
                   WS-COMPA-TOTAL / WS-GRADED-COUNT
           END-IF.
           MOVE WS-AVERAGE-COMPA TO WS-COMPA-EDIT.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "TOTAL SOCIETE : " WS-GRADED-COUNT
               " employé(s) situé(s), ratio moyen " WS-COMPA-EDIT
               " %, sous le minimum " WS-BELOW-COUNT
               ", au-dessus du maximum " WS-ABOVE-COUNT
               ", hors grille " WS-UNGRADED-COUNT
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

       4100-RETOURNER-EMPLOYE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-EDITER-EMPLOYE.
           IF WS-GROUP-OPEN-SWITCH = "Y"
               AND SORT-GRADE-CODE NOT = WS-PREV-GRADE-CODE
               PERFORM 4300-CLORE-GRADE
           END-IF.
           IF WS-GROUP-OPEN-SWITCH = "N"
               PERFORM 4400-OUVRIR-GRADE
           END-IF.

           ADD 1 TO WS-GRADE-HEADCOUNT.
           ADD SORT-COMPA-RATIO TO WS-GRADE-COMPA-TOTAL.
           ADD 1 TO WS-GRADED-COUNT.
           ADD SORT-COMPA-RATIO TO WS-COMPA-TOTAL.
           IF SORT-SITUATION = "B"
               ADD 1 TO WS-GRADE-BELOW-COUNT
               ADD 1 TO WS-BELOW-COUNT
           END-IF.
           IF SORT-SITUATION = "H"
               ADD 1 TO WS-GRADE-ABOVE-COUNT
               ADD 1 TO WS-ABOVE-COUNT
           END-IF.

           MOVE SORT-SITUATION TO WS-SITUATION.
           PERFORM 2300-LIBELLER-SITUATION.
           MOVE SORT-SALARY TO WS-SALARY-EDIT.
           MOVE SORT-MIN-SALARY TO WS-MIN-EDIT.
           MOVE SORT-MID-SALARY TO WS-MID-EDIT.
           MOVE SORT-MAX-SALARY TO WS-MAX-EDIT.
           MOVE SORT-COMPA-RATIO TO WS-COMPA-EDIT.
           MOVE SORT-BAND-POSITION TO WS-POSITION-EDIT.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "  " SORT-EMP-ID " " SORT-LAST-NAME " "
               SORT-JOB-TITLE " " SORT-DEPT-CODE " "
               WS-SALARY-EDIT " " WS-MIN-EDIT " " WS-MID-EDIT " "
               WS-MAX-EDIT " " WS-COMPA-EDIT " " WS-POSITION-EDIT
               " " WS-SITUATION-LABEL
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SORT-GRADE-CODE TO WS-PREV-GRADE-CODE.
           PERFORM 4100-RETOURNER-EMPLOYE.

       4300-CLORE-GRADE.
           MOVE ZERO TO WS-AVERAGE-COMPA.
           IF WS-GRADE-HEADCOUNT > ZERO
               COMPUTE WS-AVERAGE-COMPA ROUNDED =
                   WS-GRADE-COMPA-TOTAL / WS-GRADE-HEADCOUNT
           END-IF.
           MOVE WS-AVERAGE-COMPA TO WS-COMPA-EDIT.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "  Total grade " WS-PREV-GRADE-CODE " : "
               WS-GRADE-HEADCOUNT " employé(s), ratio moyen "
               WS-COMPA-EDIT " %, sous le minimum "
               WS-GRADE-BELOW-COUNT ", au-dessus du maximum "
               WS-GRADE-ABOVE-COUNT
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SPACE TO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       4400-OUVRIR-GRADE.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH.
           MOVE ZERO TO WS-GRADE-HEADCOUNT.
           MOVE ZERO TO WS-GRADE-COMPA-TOTAL.
           MOVE ZERO TO WS-GRADE-BELOW-COUNT.
           MOVE ZERO TO WS-GRADE-ABOVE-COUNT.

           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "Grade " SORT-GRADE-CODE
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

       5000-EDITER-DEPARTEMENTS.
           MOVE SPACE TO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "RATIO COMPARATIF PAR DEPARTEMENT"
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "DEPT NOM                            EFFECTIF  "
               "COMPA  SOUS MIN  AU-DESSUS  HORS GRILLE"
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           PERFORM 5100-EDITER-DEPARTEMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       5100-EDITER-DEPARTEMENT.
      *    Les départements sans effectif (y compris la ligne de
      *    regroupement si elle est vide) ne sont pas édités ; le
      *    ratio moyen ne porte que sur les employés situés.
           IF WS-DEPT-HEADCOUNT(WS-DEPT-IDX) > ZERO
               MOVE ZERO TO WS-AVERAGE-COMPA
               IF WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
                   > WS-DEPT-UNGRADED-COUNT(WS-DEPT-IDX)
                   COMPUTE WS-AVERAGE-COMPA ROUNDED =
                       WS-DEPT-COMPA-TOTAL(WS-DEPT-IDX)
                       / (WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
                          - WS-DEPT-UNGRADED-COUNT(WS-DEPT-IDX))
               END-IF
               MOVE WS-AVERAGE-COMPA TO WS-COMPA-EDIT
               MOVE SPACE TO COMPA-REPORT-LINE
               STRING WS-DEPT-TABLE-CODE(WS-DEPT-IDX) " "
                   WS-DEPT-TABLE-NAME(WS-DEPT-IDX) "   "
                   WS-DEPT-HEADCOUNT(WS-DEPT-IDX) " "
                   WS-COMPA-EDIT "    "
                   WS-DEPT-BELOW-COUNT(WS-DEPT-IDX) "     "
                   WS-DEPT-ABOVE-COUNT(WS-DEPT-IDX) "       "
                   WS-DEPT-UNGRADED-COUNT(WS-DEPT-IDX)
                   DELIMITED BY SIZE INTO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
           END-IF.

       6000-EDITER-EXCEPTIONS.
      *    Seconde lecture du fichier maître, dans l'ordre des
      *    EMP-ID : liste des employés hors de la fourchette de leur
      *    grade ou dont le poste est absent de la grille.
           MOVE SPACE TO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.
           MOVE SPACE TO COMPA-REPORT-LINE.
           STRING "EXCEPTIONS : SALAIRES HORS FOURCHETTE ET POSTES "
               "HORS GRILLE"
               DELIMITED BY SIZE INTO COMPA-REPORT-LINE.
           WRITE COMPA-REPORT-LINE.

           CLOSE EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur à la réouverture de EMPLOYEE-MASTER : "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-LIRE-EMPLOYE
               PERFORM 6100-EXAMINER-EMPLOYE
                   UNTIL WS-EOF-SWITCH = "Y"
           END-IF.

           IF WS-BELOW-COUNT + WS-ABOVE-COUNT + WS-UNGRADED-COUNT
               = ZERO
               MOVE SPACE TO COMPA-REPORT-LINE
               STRING "Aucune exception."
                   DELIMITED BY SIZE INTO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
           END-IF.

       6100-EXAMINER-EMPLOYE.
           IF EMP-STATUS NOT = "T"
               PERFORM 2200-SITUER-EMPLOYE
               IF WS-SITUATION NOT = "N"
                   PERFORM 6200-EDITER-EXCEPTION
               END-IF
           END-IF.
           PERFORM 2100-LIRE-EMPLOYE.

       6200-EDITER-EXCEPTION.
           PERFORM 2300-LIBELLER-SITUATION.
           MOVE SALARY TO WS-SALARY-EDIT.
           MOVE SPACE TO COMPA-REPORT-LINE.
           IF WS-SITUATION = "G"
               STRING "  " EMP-ID " " EMP-LAST-NAME " " JOB-TITLE " "
                   EMP-DEPT-CODE " " WS-SALARY-EDIT " "
                   WS-SITUATION-LABEL
                   DELIMITED BY SIZE INTO COMPA-REPORT-LINE
           ELSE
               MOVE GRQ-MIN-SALARY TO WS-MIN-EDIT
               MOVE GRQ-MAX-SALARY TO WS-MAX-EDIT
               STRING "  " EMP-ID " " EMP-LAST-NAME " " JOB-TITLE " "
                   EMP-DEPT-CODE " " WS-SALARY-EDIT " "
                   WS-SITUATION-LABEL " grade " GRQ-GRADE-CODE
                   " (" WS-MIN-EDIT " - " WS-MAX-EDIT ")"
                   DELIMITED BY SIZE INTO COMPA-REPORT-LINE
           END-IF.
           WRITE COMPA-REPORT-LINE.

       9000-FINALISATION.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPCOMPA-RPT.

      *    image avant/après via le sous-programme EMPJRNL, pour
      *    permettre la reconstruction du maître par EMPRECOV en cas
      *    de corruption du fichier indexé.
      *    Une augmentation ne peut porter le salaire au-delà du
      *    maximum du grade du poste (grille EMPGRADE, consultée par
      *    le sous-programme EMPGRADE, en vigueur à la date de la
      *    campagne) : le nouveau salaire est plafonné au maximum, et
      *    un salaire déjà au maximum ou au-delà n'est pas augmenté.
      *    Le plafonnement est signalé sur le rapport ; un poste
      *    absent de la grille est augmenté sans plafond, et signalé.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01 WS-OLD-SALARY PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-SALARY PIC 9(5)V99 VALUE ZERO.

      *    Indicateur que l'augmentation de l'employé courant a été
      *    plafonnée au maximum du grade ("Y"), ou que son poste est
      *    absent de la grille ("H").
       01 WS-CAP-SWITCH PIC X VALUE "N".

      *    Paramètres de l'appel au sous-programme EMPGRADE (grille
      *    des salaires).
       01 WS-GRADE-FUNCTION PIC X(5).
       01 WS-GRADE-REQUEST.
           COPY EMPGRQREC.

      *    Date d'effet de la campagne, au format AAAAMMJJ.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.

      *    Compteurs et masses salariales de la campagne.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INCREASED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNGRADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OLD-MASS PIC 9(9)V99 VALUE ZERO.
       01 WS-NEW-MASS PIC 9(9)V99 VALUE ZERO.

                   "campagne abandonnée."
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 1200-CHARGER-GRILLE
           END-IF.
           IF WS-EOF-SWITCH = "N"
               OPEN I-O EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
               PERFORM 1110-LIRE-REGLE
           END-IF.

       1200-CHARGER-GRILLE.
      *    Sans grille, le plafonnement au maximum du grade ne peut
      *    être garanti : la campagne n'est pas appliquée.
           MOVE "LOAD " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           IF GRQ-REPLY NOT = "Y"
               DISPLAY "EMPINCR : grille des salaires EMPGRADE "
                   "indisponible, campagne abandonnée."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2000-TRAITEMENT.
      *    Les employés sortis ne participent pas à la campagne et
      *    n'entrent pas dans les masses salariales.
                   MOVE SALARY TO WS-NEW-SALARY
                   PERFORM 6100-ECRIRE-DEPASSEMENT
           END-COMPUTE.
           PERFORM 4100-PLAFONNER-AU-GRADE.

           IF WS-NEW-SALARY NOT = WS-OLD-SALARY
               PERFORM 5000-TRACER-AUGMENTATION
               PERFORM 6000-ECRIRE-DETAIL
           END-IF.

       4100-PLAFONNER-AU-GRADE.
      *    Le nouveau salaire est ramené au maximum du grade du poste
      *    en vigueur à la date de la campagne ; un salaire déjà au
      *    maximum ou au-delà (dérogation accordée à la saisie) n'est
      *    pas augmenté.
           MOVE "N" TO WS-CAP-SWITCH.
           MOVE JOB-TITLE TO GRQ-JOB-TITLE.
           MOVE WS-EFFECTIVE-DATE TO GRQ-DATE.
           MOVE "FIND " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           IF GRQ-REPLY NOT = "Y"
               MOVE "H" TO WS-CAP-SWITCH
               ADD 1 TO WS-UNGRADED-COUNT
           ELSE
               IF WS-NEW-SALARY > GRQ-MAX-SALARY
                   MOVE "Y" TO WS-CAP-SWITCH
                   ADD 1 TO WS-CAPPED-COUNT
                   IF WS-OLD-SALARY < GRQ-MAX-SALARY
                       MOVE GRQ-MAX-SALARY TO WS-NEW-SALARY
                   ELSE
                       MOVE WS-OLD-SALARY TO WS-NEW-SALARY
                       PERFORM 6200-ECRIRE-AU-MAXIMUM
                   END-IF
               END-IF
           END-IF.

       5000-TRACER-AUGMENTATION.
      *    Mêmes traces qu'un changement de salaire appliqué par
      *    EMPMAINT : une ligne d'audit et une ligne d'historique,
           MOVE WS-NEW-SALARY TO WS-AUDIT-SALARY-EDIT.
           MOVE WS-AUDIT-SALARY-EDIT TO AUD-NEW-VALUE.
           MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE.
      *    Une campagne n'est pas une saisie d'opérateur : elle est
      *    tracée sous le nom du programme, sans approbateur.
           MOVE "EMPINCR" TO AUD-OPERATOR-ID.
           MOVE SPACE TO AUD-APPROVER-ID.
           MOVE SPACE TO AUD-OVERRIDE-REASON.
           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "empaudit" USING WS-AUDIT-FUNCTION WS-AUDIT-RECORD.

           MOVE WS-NEW-SALARY TO WS-SALARY-EDIT-2.
           MOVE WS-APPLIED-PERCENT TO WS-PERCENT-EDIT.
           MOVE SPACE TO INCR-REPORT-LINE.
           EVALUATE WS-CAP-SWITCH
               WHEN "Y"
                   STRING "EMP-ID " EMP-ID " : " WS-SALARY-EDIT
                       " -> " WS-SALARY-EDIT-2
                       " (AJUS " WS-PERCENT-EDIT " %)"
                       " plafonné au maximum du grade " GRQ-GRADE-CODE
                       DELIMITED BY SIZE INTO INCR-REPORT-LINE
               WHEN "H"
                   STRING "EMP-ID " EMP-ID " : " WS-SALARY-EDIT
                       " -> " WS-SALARY-EDIT-2
                       " (AJUS " WS-PERCENT-EDIT " %)"
                       " poste hors grille, sans plafond"
                       DELIMITED BY SIZE INTO INCR-REPORT-LINE
               WHEN OTHER
                   STRING "EMP-ID " EMP-ID " : " WS-SALARY-EDIT
                       " -> " WS-SALARY-EDIT-2
                       " (AJUS " WS-PERCENT-EDIT " %)"
                       DELIMITED BY SIZE INTO INCR-REPORT-LINE
           END-EVALUATE.
           WRITE INCR-REPORT-LINE.

       6100-ECRIRE-DEPASSEMENT.
               DELIMITED BY SIZE INTO INCR-REPORT-LINE.
           WRITE INCR-REPORT-LINE.

       6200-ECRIRE-AU-MAXIMUM.
           MOVE WS-OLD-SALARY TO WS-SALARY-EDIT.
           MOVE GRQ-MAX-SALARY TO WS-SALARY-EDIT-2.
           MOVE SPACE TO INCR-REPORT-LINE.
           STRING "EMP-ID " EMP-ID " : " WS-SALARY-EDIT
               " non augmenté, maximum du grade " GRQ-GRADE-CODE
               " atteint (" WS-SALARY-EDIT-2 ")"
               DELIMITED BY SIZE INTO INCR-REPORT-LINE.
           WRITE INCR-REPORT-LINE.

       8000-ECRIRE-SYNTHESE.
      *    Synthèse de la campagne : effectifs et masse salariale
      *    avant/après, pour contrôle avant diffusion.
               DELIMITED BY SIZE INTO INCR-REPORT-LINE.
           WRITE INCR-REPORT-LINE.

           MOVE SPACE TO INCR-REPORT-LINE.
           STRING "Plafonnés au grade : " WS-CAPPED-COUNT
               DELIMITED BY SIZE INTO INCR-REPORT-LINE.
           WRITE INCR-REPORT-LINE.

           MOVE SPACE TO INCR-REPORT-LINE.
           STRING "Postes hors grille : " WS-UNGRADED-COUNT
               DELIMITED BY SIZE INTO INCR-REPORT-LINE.
           WRITE INCR-REPORT-LINE.

           MOVE WS-OLD-MASS TO WS-MASS-EDIT.
           MOVE SPACE TO INCR-REPORT-LINE.
           STRING "Masse salariale avant : " WS-MASS-EDIT
